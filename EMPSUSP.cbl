      * IN SUSPENSE LONGER THAN THE SUSPCTL THRESHOLD.  A PRINT         00000120
      * REPORT LISTS EVERY ENTRY AND ITS DISPOSITION SO HR CAN SEE      00000130
      * WHICH REJECTS ARE STILL OPEN WITHOUT PULLING GENERATIONS.       00000140
      * THE RECYCLED TRANSACTIONS ARE NUMBERED AS ONE DECK, ID          00000142
      * 'SU' PLUS THE BUSINESS DATE (YYMMDD), SO THE EMPMAINT           00000144
      * CHECKPOINT CAN TELL THEM FROM THE REST OF ITS INPUT.            00000146
      * THE SAME ENTRY LINES ARE BURST TO BURSTRP (SEE EMPBRST), ONE    00000156
      * SEGMENT PER SUPERVISOR ON SUPVREF PLUS AN UNASSIGNED            00000166
      * SEGMENT, EACH WITH ITS OWN HEADINGS AND TOTALS BY               00000176
      * DISPOSITION.  SUSPRPT STAYS THE MASTER COPY.                    00000186
      *                                                                 00000196
       ENVIRONMENT DIVISION.                                            00000206
       CONFIGURATION SECTION.                                           00000216
       SOURCE-COMPUTER. IBM-ZOS.                                        00000226
       OBJECT-COMPUTER. IBM-ZOS.                                        00000236
       INPUT-OUTPUT SECTION.                                            00000246
       FILE-CONTROL.                                                    00000256
           SELECT SUSPIN ASSIGN TO SUSPIN                               00000266
               ORGANIZATION IS SEQUENTIAL                               00000276
               FILE STATUS IS WS-SUSPIN-STATUS.                         00000286
           SELECT REJECTS ASSIGN TO REJECTS                             00000296
               ORGANIZATION IS SEQUENTIAL                               00000306
               FILE STATUS IS WS-REJECTS-STATUS.                        00000316
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000326
               ORGANIZATION IS INDEXED                                  00000336
               ACCESS MODE IS SEQUENTIAL                                00000346
               RECORD KEY IS MST-ASSOCIATE-ID                           00000356
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000366
           SELECT SUSPCTL ASSIGN TO SUSPCTL                             00000376
               ORGANIZATION IS SEQUENTIAL                               00000386
               FILE STATUS IS WS-SUSPCTL-STATUS.                        00000396
           SELECT SUSPOUT ASSIGN TO SUSPOUT                             00000406
               ORGANIZATION IS SEQUENTIAL                               00000416
               FILE STATUS IS WS-SUSPOUT-STATUS.                        00000426
           SELECT TRANOUT ASSIGN TO TRANOUT                             00000436
               ORGANIZATION IS SEQUENTIAL                               00000446
               FILE STATUS IS WS-TRANOUT-STATUS.                        00000456
           SELECT SUSPRPT ASSIGN TO SUSPRPT                             00000466
               ORGANIZATION IS SEQUENTIAL                               00000476
               FILE STATUS IS WS-SUSPRPT-STATUS.                        00000486
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000496
               ORGANIZATION IS SEQUENTIAL                               00000506
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000516
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000526
               ORGANIZATION IS SEQUENTIAL                               00000536
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000546
           SELECT BURSTRP ASSIGN TO BURSTRP                             00000556
               ORGANIZATION IS SEQUENTIAL                               00000566
               FILE STATUS IS WS-BURSTRP-STATUS.                        00000576
      *                                                                 00000586
       DATA DIVISION.                                                   00000596
       FILE SECTION.                                                    00000606
       FD  SUSPIN                                                       00000616
           LABEL RECORDS ARE STANDARD                                   00000626
           RECORDING MODE IS F.                                         00000636
       01  SUSPIN-RECORD                   PIC X(160).                  00000646
      *                                                                 00000656
       FD  REJECTS                                                      00000666
           LABEL RECORDS ARE STANDARD                                   00000676
           RECORDING MODE IS F.                                         00000686
       01  REJECTS-RECORD                  PIC X(103).                  00000696
      *                                                                 00000706
       FD  EMPMSTR                                                      00000716
           LABEL RECORDS ARE STANDARD.                                  00000726
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000736
      *                                                                 00000746
       FD  SUSPCTL                                                      00000756
           LABEL RECORDS ARE STANDARD                                   00000766
           RECORDING MODE IS F.                                         00000776
       01  SUSPCTL-RECORD.                                              00000786
           05  CTL-AGING-DAYS              PIC 9(03).                   00000796
           05  FILLER                      PIC X(77).                   00000806
      *                                                                 00000816
       FD  SUSPOUT                                                      00000826
           LABEL RECORDS ARE STANDARD                                   00000836
           RECORDING MODE IS F.                                         00000846
       01  SUSPOUT-RECORD                  PIC X(160).                  00000856
      *                                                                 00000866
       FD  TRANOUT                                                      00000876
           LABEL RECORDS ARE STANDARD                                   00000886
           RECORDING MODE IS F.                                         00000896
       01  TRANOUT-RECORD                  PIC X(130).                  00000906
      *                                                                 00000916
       FD  SUSPRPT                                                      00000926
           LABEL RECORDS ARE STANDARD                                   00000936
           RECORDING MODE IS F.                                         00000946
       01  SUSPRPT-RECORD                  PIC X(133).                  00000956
      *                                                                 00000966
       FD  RUNCTL                                                       00000976
           LABEL RECORDS ARE STANDARD                                   00000986
           RECORDING MODE IS F.                                         00000996
       01  RUNCTL-REC                      PIC X(80).                   00001006
      *                                                                 00001016
       FD  SUPVREF                                                      00001026
           LABEL RECORDS ARE STANDARD                                   00001036
           RECORDING MODE IS F.                                         00001046
       01  SUPVREF-REC                     PIC X(80).                   00001056
      *                                                                 00001066
       FD  BURSTRP                                                      00001076
           LABEL RECORDS ARE STANDARD                                   00001086
           RECORDING MODE IS F.                                         00001096
       01  BURSTRP-RECORD                  PIC X(141).                  00001106
      *                                                                 00001116
       WORKING-STORAGE SECTION.                                         00001126
       01  WS-SUSPIN-STATUS                PIC X(02) VALUE '00'.        00001136
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00001146
       01  WS-REJECTS-STATUS               PIC X(02) VALUE '00'.        00001156
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00001166
       01  WS-SUSPCTL-STATUS               PIC X(02) VALUE '00'.        00001176
       01  WS-SUSPOUT-STATUS               PIC X(02) VALUE '00'.        00001186
       01  WS-TRANOUT-STATUS               PIC X(02) VALUE '00'.        00001196
       01  WS-SUSPRPT-STATUS               PIC X(02) VALUE '00'.        00001206
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00001216
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001226
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00001236
       01  WS-SUPVREF-LOADED-SWITCH        PIC X(01) VALUE 'N'.         00001246
           88  WS-SUPVREF-LOADED                     VALUE 'Y'.         00001256
       01  WS-BURSTRP-STATUS               PIC X(02) VALUE '00'.        00001266
       01  WS-SUSPIN-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00001276
           88  WS-SUSPIN-OPEN-OK                     VALUE 'Y'.         00001286
       01  WS-REJECTS-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001296
           88  WS-REJECTS-OPEN-OK                    VALUE 'Y'.         00001306
       01  WS-SUSPOUT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001316
           88  WS-SUSPOUT-OPEN-OK                    VALUE 'Y'.         00001326
       01  WS-TRANOUT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001336
           88  WS-TRANOUT-OPEN-OK                    VALUE 'Y'.         00001346
       01  WS-SUSPRPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001356
           88  WS-SUSPRPT-OPEN-OK                    VALUE 'Y'.         00001366
       01  WS-SUSPIN-EOF-SWITCH            PIC X(01) VALUE 'N'.         00001376
           88  WS-SUSPIN-EOF                         VALUE 'Y'.         00001386
       01  WS-REJECTS-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001396
           88  WS-REJECTS-EOF                        VALUE 'Y'.         00001406
       01  WS-EMPMSTR-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001416
           88  WS-EMPMSTR-EOF                        VALUE 'Y'.         00001426
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001436
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001446
       01  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.         00001456
           88  WS-MASTER-FOUND                       VALUE 'Y'.         00001466
       01  WS-AGING-DAYS                   PIC 9(03) VALUE 30.          00001476
       01  WS-ENTRY-AGE                    PIC S9(05) VALUE ZERO.       00001486
       01  WS-RUN-DATE-INT                 PIC S9(07) VALUE ZERO.       00001496
       01  WS-ADDED-DATE-INT               PIC S9(07) VALUE ZERO.       00001506
       01  WS-DATE-NUM                     PIC 9(08) VALUE ZERO.        00001516
       01  WS-SUSP-READ                    PIC 9(09) VALUE ZERO.        00001526
       01  WS-REJECTS-READ                 PIC 9(09) VALUE ZERO.        00001536
       01  WS-CARRIED-COUNT                PIC 9(09) VALUE ZERO.        00001546
       01  WS-AGED-COUNT                   PIC 9(09) VALUE ZERO.        00001556
       01  WS-CLEARED-COUNT                PIC 9(09) VALUE ZERO.        00001566
       01  WS-RECYCLED-COUNT               PIC 9(09) VALUE ZERO.        00001576
       01  WS-NEW-COUNT                    PIC 9(09) VALUE ZERO.        00001586
       01  WS-INSUSP-SKIPPED               PIC 9(09) VALUE ZERO.        00001596
       01  WS-RECYCLE-DECK-ID              PIC X(08) VALUE SPACES.      00001606
       01  WS-IN-SUSP-SWITCH               PIC X(01) VALUE 'N'.         00001616
           88  WS-ID-IN-SUSPENSE                     VALUE 'Y'.         00001626
      * IDS OF EVERY ENTRY CARRIED OR RECYCLED THIS RUN, SO A           00001636
      * FRESH REJECT FOR AN ASSOCIATE ALREADY IN SUSPENSE DOES          00001646
      * NOT PILE UP A DUPLICATE ENTRY EVERY NIGHT THE DEFECT            00001656
      * PERSISTS.                                                       00001666
       01  WS-SUSP-ID-TABLE.                                            00001676
           05  WS-SUSP-ID-MAX              PIC 9(05) VALUE 10000        00001686
                                           COMP.                        00001696
           05  WS-SUSP-ID-COUNT            PIC 9(05) VALUE ZERO         00001706
                                           COMP.                        00001716
           05  WS-SUSP-ID-ENTRY            OCCURS 10000 TIMES           00001726
                                           INDEXED BY WS-SUSP-IDX.      00001736
               10  WS-SUSP-ID              PIC X(08).                   00001746
       01  WS-ID-TABLE.                                                 00001756
           05  WS-ID-MAX                 PIC 9(05) VALUE 10000          00001766
                                           COMP.                        00001776
           05  WS-ID-COUNT               PIC 9(05) VALUE ZERO           00001786
                                           COMP.                        00001796
           05  WS-ID-ENTRY               OCCURS 10000 TIMES             00001806
                                           INDEXED BY WS-ID-IDX.        00001816
               10  WS-TABLE-ID             PIC X(08).                   00001826
      * SUPERVISORS FROM SUPVREF (SEE EMPSUPV) IN FILE ORDER, EACH      00001836
      * WITH ITS OWN SEGMENT OF THE BURST REPORT.  THE ENTRY AFTER      00001846
      * THE LAST SUPERVISOR IS THE UNASSIGNED SEGMENT.                  00001856
       01  WS-SEGMENT-SLOT                 PIC 9(04) VALUE ZERO COMP.   00001866
       01  WS-SEGMENT-LAST                 PIC 9(04) VALUE ZERO COMP.   00001876
       01  WS-SUPV-TABLE.                                               00001886
           05  WS-SUPV-MAX                 PIC 9(04) VALUE 500          00001896
                                           COMP.                        00001906
           05  WS-SUPV-COUNT               PIC 9(04) VALUE ZERO         00001916
                                           COMP.                        00001926
           05  WS-SUPV-ENTRY               OCCURS 501 TIMES             00001936
                                           INDEXED BY WS-SUPV-IDX.      00001946
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00001956
               10  WS-SPV-SUPERVISOR-NAME  PIC X(30).                   00001966
               10  WS-SPV-DEPARTMENT-CODE  PIC X(06).                   00001976
               10  WS-SPV-DEPARTMENT-NAME  PIC X(24).                   00001986
               10  WS-SPV-REPORTS-TO-ID    PIC X(08).                   00001996
               10  WS-SPV-NEW-COUNT        PIC 9(09).                   00002006
               10  WS-SPV-CARRIED-COUNT    PIC 9(09).                   00002016
               10  WS-SPV-AGED-COUNT       PIC 9(09).                   00002026
               10  WS-SPV-CLEARED-COUNT    PIC 9(09).                   00002036
               10  WS-SPV-RECYCLED-COUNT   PIC 9(09).                   00002046
      * EVERY ENTRY LINE PRINTED THIS RUN, WITH ITS SEGMENT, HELD       00002056
      * FOR THE BURST REPORT WRITTEN AT END OF RUN.                     00002066
       01  WS-BURST-FULL-SWITCH            PIC X(01) VALUE 'N'.         00002076
           88  WS-BURST-TABLE-FULL                   VALUE 'Y'.         00002086
       01  WS-BURST-SUB                    PIC 9(05) VALUE ZERO COMP.   00002096
       01  WS-BURST-TABLE.                                              00002106
           05  WS-BURST-MAX                PIC 9(05) VALUE 10000        00002116
                                           COMP.                        00002126
           05  WS-BURST-COUNT              PIC 9(05) VALUE ZERO         00002136
                                           COMP.                        00002146
           05  WS-BURST-ENTRY              OCCURS 10000 TIMES.          00002156
               10  WS-BRS-SLOT             PIC 9(04) COMP.              00002166
               10  WS-BRS-TEXT             PIC X(132).                  00002176
       01  WS-ROUTE-ID                     PIC X(08) VALUE SPACES.      00002186
       01  WS-SEGMENT-OUT                  PIC 9(04) VALUE ZERO.        00002196
       01  WS-BURST-PAGE                   PIC 9(04) VALUE ZERO.        00002206
       01  WS-BURST-LINE-COUNT             PIC 9(02) VALUE ZERO.        00002216
       01  WS-REPORT-LINE                  PIC X(133).                  00002226
       01  WS-HEADING-LINE                 PIC X(133).                  00002236
       01  WS-PRINT-LINE.                                               00002246
           05  WS-PRINT-CC                 PIC X(01).                   00002256
           05  WS-PRINT-TEXT               PIC X(132).                  00002266
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00002276
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00002286
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00002296
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00002306
       01  WS-RUN-DATE.                                                 00002316
           05  WS-RDT-YYYY                 PIC X(04).                   00002326
           05  FILLER                      PIC X(01) VALUE '-'.         00002336
           05  WS-RDT-MM                   PIC X(02).                   00002346
           05  FILLER                      PIC X(01) VALUE '-'.         00002356
           05  WS-RDT-DD                   PIC X(02).                   00002366
           COPY EMPSUS.                                                 00002376
           COPY EMPREJ.                                                 00002386
           COPY EMPREC.                                                 00002396
           COPY EMPTRAN.                                                00002406
           COPY RUNCTL.                                                 00002416
           COPY EMPSUPV.                                                00002426
           COPY EMPBRST.                                                00002436
      *                                                                 00002446
       PROCEDURE DIVISION.                                              00002456
      *                                                                 00002466
       MAIN-LOGIC SECTION.                                              00002476
       BEGIN.                                                           00002486
           PERFORM INITIALIZE-RUN.                                      00002496
           IF NOT WS-IO-ERROR-FOUND                                     00002506
               PERFORM PROCESS-SUSPENSE-FILE                            00002516
                   UNTIL WS-SUSPIN-EOF                                  00002526
               PERFORM PROCESS-REJECTS-FILE                             00002536
                   UNTIL WS-REJECTS-EOF                                 00002546
           END-IF.                                                      00002556
           PERFORM TERMINATE-RUN.                                       00002566
           GO TO MAIN-LOGIC-EXIT.                                       00002576
      *                                                                 00002586
       INITIALIZE-RUN.                                                  00002596
           PERFORM GET-RUN-DATE.                                        00002606
           PERFORM LOAD-AGING-THRESHOLD.                                00002616
           PERFORM LOAD-MASTER-NAMES.                                   00002626
           PERFORM LOAD-SUPERVISOR-FILE.                                00002636
           OPEN OUTPUT SUSPOUT.                                         00002646
           IF WS-SUSPOUT-STATUS = '00'                                  00002656
               MOVE 'Y' TO WS-SUSPOUT-OPEN-SWITCH                       00002666
           ELSE                                                         00002676
               DISPLAY 'EMPSUSP: SUSPOUT OPEN FAILED, STATUS = '        00002686
                   WS-SUSPOUT-STATUS                                    00002696
               PERFORM FATAL-OPEN-ERROR                                 00002706
           END-IF.                                                      00002716
           OPEN OUTPUT TRANOUT.                                         00002726
           IF WS-TRANOUT-STATUS = '00'                                  00002736
               MOVE 'Y' TO WS-TRANOUT-OPEN-SWITCH                       00002746
           ELSE                                                         00002756
               DISPLAY 'EMPSUSP: TRANOUT OPEN FAILED, STATUS = '        00002766
                   WS-TRANOUT-STATUS                                    00002776
               PERFORM FATAL-OPEN-ERROR                                 00002786
           END-IF.                                                      00002796
           OPEN OUTPUT SUSPRPT.                                         00002806
           IF WS-SUSPRPT-STATUS = '00'                                  00002816
               MOVE 'Y' TO WS-SUSPRPT-OPEN-SWITCH                       00002826
               PERFORM WRITE-PAGE-HEADING                               00002836
           ELSE                                                         00002846
               DISPLAY 'EMPSUSP: SUSPRPT OPEN FAILED, STATUS = '        00002856
                   WS-SUSPRPT-STATUS                                    00002866
               PERFORM FATAL-OPEN-ERROR                                 00002876
           END-IF.                                                      00002886
           OPEN INPUT SUSPIN.                                           00002896
           IF WS-SUSPIN-STATUS = '00'                                   00002906
               MOVE 'Y' TO WS-SUSPIN-OPEN-SWITCH                        00002916
           ELSE                                                         00002926
               DISPLAY 'EMPSUSP: SUSPIN OPEN FAILED, STATUS = '         00002936
                   WS-SUSPIN-STATUS                                     00002946
               DISPLAY 'EMPSUSP: NO PRIOR SUSPENSE CARRIED '            00002956
                   'FORWARD THIS RUN'                                   00002966
               MOVE 'Y' TO WS-SUSPIN-EOF-SWITCH                         00002976
           END-IF.                                                      00002986
           OPEN INPUT REJECTS.                                          00002996
           IF WS-REJECTS-STATUS = '00'                                  00003006
               MOVE 'Y' TO WS-REJECTS-OPEN-SWITCH                       00003016
           ELSE                                                         00003026
               DISPLAY 'EMPSUSP: REJECTS OPEN FAILED, STATUS = '        00003036
                   WS-REJECTS-STATUS                                    00003046
               DISPLAY 'EMPSUSP: NO NEW REJECTS ADDED THIS RUN'         00003056
               MOVE 'Y' TO WS-REJECTS-EOF-SWITCH                        00003066
           END-IF.                                                      00003076
      *                                                                 00003086
       FATAL-OPEN-ERROR.                                                00003096
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00003106
           MOVE 'Y' TO WS-SUSPIN-EOF-SWITCH.                            00003116
           MOVE 'Y' TO WS-REJECTS-EOF-SWITCH.                           00003126
           MOVE 8 TO RETURN-CODE.                                       00003136
      *                                                                 00003146
       FATAL-IO-ERROR.                                                  00003156
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00003166
           MOVE 'Y' TO WS-SUSPIN-EOF-SWITCH.                            00003176
           MOVE 'Y' TO WS-REJECTS-EOF-SWITCH.                           00003186
           MOVE 12 TO RETURN-CODE.                                      00003196
      *                                                                 00003206
       GET-RUN-DATE.                                                    00003216
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00003226
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00003236
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00003246
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00003256
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-NUM.               00003266
           COMPUTE WS-RUN-DATE-INT =                                    00003276
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).                   00003286
           PERFORM READ-RUN-CONTROL.                                    00003296
      *                                                                 00003306
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00003316
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00003326
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00003336
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00003346
       READ-RUN-CONTROL.                                                00003356
           OPEN INPUT RUNCTL.                                           00003366
           IF WS-RUNCTL-STATUS = '00'                                   00003376
               READ RUNCTL                                              00003386
                   AT END                                               00003396
                       DISPLAY 'EMPSUSP: RUNCTL IS EMPTY - '            00003406
                           'SYSTEM DATE USED'                           00003416
                   NOT AT END                                           00003426
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00003436
                       IF CTL-BUSINESS-DATE NOT = SPACES                00003446
                           MOVE CTL-BUSINESS-DATE                       00003456
                               TO WS-RUN-DATE                           00003466
                           MOVE CTL-BUSINESS-DATE (1:4)                 00003476
                               TO WS-DATE-NUM (1:4)                     00003486
                           MOVE CTL-BUSINESS-DATE (6:2)                 00003496
                               TO WS-DATE-NUM (5:2)                     00003506
                           MOVE CTL-BUSINESS-DATE (9:2)                 00003516
                               TO WS-DATE-NUM (7:2)                     00003526
                           COMPUTE WS-RUN-DATE-INT =                    00003536
                               FUNCTION INTEGER-OF-DATE                 00003546
                               (WS-DATE-NUM)                            00003556
                       END-IF                                           00003566
               END-READ                                                 00003576
               CLOSE RUNCTL                                             00003586
           ELSE                                                         00003596
               DISPLAY 'EMPSUSP: RUNCTL OPEN FAILED, '                  00003606
                   'STATUS = ' WS-RUNCTL-STATUS                         00003616
               DISPLAY 'EMPSUSP: SYSTEM DATE USED'                      00003626
           END-IF.                                                      00003636
      *                                                                 00003646
       LOAD-AGING-THRESHOLD.                                            00003656
           OPEN INPUT SUSPCTL.                                          00003666
           IF WS-SUSPCTL-STATUS = '00'                                  00003676
               READ SUSPCTL                                             00003686
                   AT END                                               00003696
                       DISPLAY 'EMPSUSP: SUSPCTL IS EMPTY - '           00003706
                           'AGING DEFAULTS TO ' WS-AGING-DAYS           00003716
                           ' DAYS'                                      00003726
                   NOT AT END                                           00003736
                       IF CTL-AGING-DAYS NUMERIC                        00003746
                           MOVE CTL-AGING-DAYS TO WS-AGING-DAYS         00003756
                       ELSE                                             00003766
                           DISPLAY 'EMPSUSP: SUSPCTL AGING DAYS '       00003776
                               'NOT NUMERIC - DEFAULT '                 00003786
                               WS-AGING-DAYS ' DAYS USED'               00003796
                       END-IF                                           00003806
               END-READ                                                 00003816
               CLOSE SUSPCTL                                            00003826
           ELSE                                                         00003836
               DISPLAY 'EMPSUSP: SUSPCTL OPEN FAILED, STATUS = '        00003846
                   WS-SUSPCTL-STATUS                                    00003856
               DISPLAY 'EMPSUSP: AGING DEFAULTS TO '                    00003866
                   WS-AGING-DAYS ' DAYS'                                00003876
           END-IF.                                                      00003886
      *                                                                 00003896
       LOAD-MASTER-NAMES.                                               00003906
           OPEN INPUT EMPMSTR.                                          00003916
           IF WS-EMPMSTR-STATUS = '00'                                  00003926
               PERFORM READ-EMPMSTR-RECORD                              00003936
                   UNTIL WS-EMPMSTR-EOF                                 00003946
               CLOSE EMPMSTR                                            00003956
           ELSE                                                         00003966
               DISPLAY 'EMPSUSP: EMPMSTR OPEN FAILED, STATUS = '        00003976
                   WS-EMPMSTR-STATUS                                    00003986
               DISPLAY 'EMPSUSP: CLEARED-ON-MASTER CHECK SKIPPED '      00003996
                   'THIS RUN'                                           00004006
           END-IF.                                                      00004016
      *                                                                 00004026
       READ-EMPMSTR-RECORD.                                             00004036
           READ EMPMSTR                                                 00004046
               AT END                                                   00004056
                   MOVE 'Y' TO WS-EMPMSTR-EOF-SWITCH                    00004066
               NOT AT END                                               00004076
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00004086
                       DISPLAY 'EMPSUSP: EMPMSTR READ ERROR, '          00004096
                           'STATUS = ' WS-EMPMSTR-STATUS                00004106
                       MOVE 'Y' TO WS-EMPMSTR-EOF-SWITCH                00004116
                   ELSE                                                 00004126
                       MOVE MSTMSTR-RECORD TO EMPMSTR-RECORD            00004136
                       PERFORM SAVE-MASTER-ID                           00004146
                   END-IF                                               00004156
           END-READ.                                                    00004166
      *                                                                 00004176
      * AN ID COUNTS AS CLEAN ONLY WHEN ITS MASTER RECORD WOULD NO      00004186
      * LONGER REJECT - TODAY THAT MEANS A NON-BLANK ASSOCIATE          00004196
      * NAME.  A BLANK-NAME RECORD IS STILL LOADED ONTO THE MASTER      00004206
      * EVERY NIGHT WITH ITS VALID ID, SO PRESENCE OF THE ID ALONE      00004216
      * WOULD CLEAR EVERY SUSPENSE ENTRY WHILE THE DEFECT PERSISTS.     00004226
       SAVE-MASTER-ID.                                                  00004236
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00004246
                   AND EMP-ASSOCIATE-NAME NOT = SPACES                  00004256
               IF WS-ID-COUNT < WS-ID-MAX                               00004266
                   ADD 1 TO WS-ID-COUNT                                 00004276
                   SET WS-ID-IDX TO WS-ID-COUNT                         00004286
                   MOVE EMP-ASSOCIATE-ID                                00004296
                       TO WS-TABLE-ID (WS-ID-IDX)                       00004306
               ELSE                                                     00004316
                   DISPLAY 'EMPSUSP: ID TABLE FULL, CLEARED '           00004326
                       'CHECK INCOMPLETE'                               00004336
               END-IF                                                   00004346
           END-IF.                                                      00004356
      *                                                                 00004366
      * THE SUPERVISOR FILE ONLY DRIVES THE BURST REPORT.  WITHOUT IT   00004376
      * THE SUSPENSE STILL RUNS AND EVERY ENTRY IS BURST TO THE         00004386
      * UNASSIGNED SEGMENT, WITH A WARNING RETURN CODE.                 00004396
       LOAD-SUPERVISOR-FILE.                                            00004406
           OPEN INPUT SUPVREF.                                          00004416
           IF WS-SUPVREF-STATUS = '00'                                  00004426
               MOVE 'Y' TO WS-SUPVREF-LOADED-SWITCH                     00004436
               PERFORM READ-SUPERVISOR-RECORD                           00004446
                   UNTIL WS-SUPVREF-EOF                                 00004456
               CLOSE SUPVREF                                            00004466
           ELSE                                                         00004476
               DISPLAY 'EMPSUSP: SUPVREF OPEN FAILED, STATUS = '        00004486
                   WS-SUPVREF-STATUS                                    00004496
               DISPLAY 'EMPSUSP: ALL ENTRIES BURST AS UNASSIGNED'       00004506
           END-IF.                                                      00004516
           COMPUTE WS-SEGMENT-LAST = WS-SUPV-COUNT + 1.                 00004526
           MOVE SPACES TO WS-SUPV-ENTRY (WS-SEGMENT-LAST).              00004536
           PERFORM INIT-SEGMENT-COUNTS                                  00004546
               VARYING WS-SEGMENT-SLOT FROM 1 BY 1                      00004556
               UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST.                 00004566
      *                                                                 00004576
       READ-SUPERVISOR-RECORD.                                          00004586
           READ SUPVREF                                                 00004596
               AT END                                                   00004606
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00004616
               NOT AT END                                               00004626
                   IF WS-SUPVREF-STATUS NOT = '00'                      00004636
                       DISPLAY 'EMPSUSP: SUPVREF READ ERROR, '          00004646
                           'STATUS = ' WS-SUPVREF-STATUS                00004656
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00004666
                       MOVE 'N' TO WS-SUPVREF-LOADED-SWITCH             00004676
                   ELSE                                                 00004686
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00004696
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00004706
                   END-IF                                               00004716
           END-READ.                                                    00004726
      *                                                                 00004736
       SAVE-SUPERVISOR-ENTRY.                                           00004746
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00004756
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00004766
                   ADD 1 TO WS-SUPV-COUNT                               00004776
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00004786
                   MOVE SUP-SUPERVISOR-ID                               00004796
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00004806
                   MOVE SUP-SUPERVISOR-NAME                             00004816
                       TO WS-SPV-SUPERVISOR-NAME (WS-SUPV-IDX)          00004826
                   MOVE SUP-DEPARTMENT-CODE                             00004836
                       TO WS-SPV-DEPARTMENT-CODE (WS-SUPV-IDX)          00004846
                   MOVE SUP-DEPARTMENT-NAME                             00004856
                       TO WS-SPV-DEPARTMENT-NAME (WS-SUPV-IDX)          00004866
                   MOVE SUP-REPORTS-TO-ID                               00004876
                       TO WS-SPV-REPORTS-TO-ID (WS-SUPV-IDX)            00004886
               ELSE                                                     00004896
                   DISPLAY 'EMPSUSP: SUPERVISOR TABLE FULL, '           00004906
                       'SUPERVISOR ' SUP-SUPERVISOR-ID                  00004916
                       ' BURST AS UNASSIGNED'                           00004926
               END-IF                                                   00004936
           END-IF.                                                      00004946
      *                                                                 00004956
       INIT-SEGMENT-COUNTS.                                             00004966
           MOVE ZERO TO WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT).             00004976
           MOVE ZERO TO WS-SPV-CARRIED-COUNT (WS-SEGMENT-SLOT).         00004986
           MOVE ZERO TO WS-SPV-AGED-COUNT (WS-SEGMENT-SLOT).            00004996
           MOVE ZERO TO WS-SPV-CLEARED-COUNT (WS-SEGMENT-SLOT).         00005006
           MOVE ZERO TO WS-SPV-RECYCLED-COUNT (WS-SEGMENT-SLOT).        00005016
      *                                                                 00005026
      * THE SUPERVISOR COMES FROM THE REJECTED IMAGE.  AN ENTRY WITH    00005036
      * NO SUPERVISOR ID, OR ONE NOT ON THE FILE, FALLS TO THE          00005046
      * UNASSIGNED SEGMENT SO NOTHING DROPS OUT.                        00005056
       FIND-SEGMENT-SLOT.                                               00005066
           MOVE WS-SEGMENT-LAST TO WS-SEGMENT-SLOT.                     00005076
           IF EMP-SUPERVISOR-ID NOT = SPACES                            00005086
                   AND WS-SUPV-COUNT > 0                                00005096
               SET WS-SUPV-IDX TO 1                                     00005106
               SEARCH WS-SUPV-ENTRY                                     00005116
                   AT END                                               00005126
                       CONTINUE                                         00005136
                   WHEN WS-SUPV-IDX > WS-SUPV-COUNT                     00005146
                       CONTINUE                                         00005156
                   WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)              00005166
                           = EMP-SUPERVISOR-ID                          00005176
                       SET WS-SEGMENT-SLOT TO WS-SUPV-IDX               00005186
               END-SEARCH                                               00005196
           END-IF.                                                      00005206
      *                                                                 00005216
       PROCESS-SUSPENSE-FILE.                                           00005226
           READ SUSPIN                                                  00005236
               AT END                                                   00005246
                   MOVE 'Y' TO WS-SUSPIN-EOF-SWITCH                     00005256
               NOT AT END                                               00005266
                   IF WS-SUSPIN-STATUS NOT = '00'                       00005276
                       DISPLAY 'EMPSUSP: SUSPIN READ ERROR, '           00005286
                           'STATUS = ' WS-SUSPIN-STATUS                 00005296
                       PERFORM FATAL-IO-ERROR                           00005306
                   ELSE                                                 00005316
                       ADD 1 TO WS-SUSP-READ                            00005326
                       MOVE SUSPIN-RECORD TO EMPSUS-RECORD              00005336
                       PERFORM WORK-SUSPENSE-ENTRY                      00005346
                   END-IF                                               00005356
           END-READ.                                                    00005366
      *                                                                 00005376
       WORK-SUSPENSE-ENTRY.                                             00005386
           MOVE SUS-EMPMSTR-IMAGE TO EMPMSTR-RECORD.                    00005396
           IF SUS-READY                                                 00005406
               PERFORM RECYCLE-READY-ENTRY                              00005416
           ELSE                                                         00005426
               PERFORM CHECK-MASTER-CLEAN                               00005436
               IF WS-MASTER-FOUND                                       00005446
                   ADD 1 TO WS-CLEARED-COUNT                            00005456
                   PERFORM WRITE-ENTRY-LINE-CLEARED                     00005466
               ELSE                                                     00005476
                   PERFORM CARRY-ENTRY-FORWARD                          00005486
               END-IF                                                   00005496
           END-IF.                                                      00005506
      *                                                                 00005516
       CHECK-MASTER-CLEAN.                                              00005526
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.                          00005536
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00005546
                   AND WS-ID-COUNT > 0                                  00005556
               SET WS-ID-IDX TO 1                                       00005566
               SEARCH WS-ID-ENTRY                                       00005576
                   AT END                                               00005586
                       CONTINUE                                         00005596
                   WHEN WS-ID-IDX > WS-ID-COUNT                         00005606
                       CONTINUE                                         00005616
                   WHEN WS-TABLE-ID (WS-ID-IDX)                         00005626
                           = EMP-ASSOCIATE-ID                           00005636
                       MOVE 'Y' TO WS-MASTER-FOUND-SWITCH               00005646
               END-SEARCH                                               00005656
           END-IF.                                                      00005666
      *                                                                 00005676
       RECYCLE-READY-ENTRY.                                             00005686
           MOVE SPACES TO EMPTRAN-RECORD.                               00005696
           IF SUS-ACTION-CODE = SPACE                                   00005706
               MOVE 'A' TO TRN-ACTION-CODE                              00005716
           ELSE                                                         00005726
               MOVE SUS-ACTION-CODE TO TRN-ACTION-CODE                  00005736
           END-IF.                                                      00005746
           IF SUS-USER-ID = SPACES                                      00005756
               MOVE 'EMPSUSP ' TO TRN-USER-ID                           00005766
           ELSE                                                         00005776
               MOVE SUS-USER-ID TO TRN-USER-ID                          00005786
           END-IF.                                                      00005796
           MOVE SUS-EMPMSTR-IMAGE TO TRN-EMPMSTR-IMAGE.                 00005806
           IF WS-RECYCLE-DECK-ID = SPACES                               00005816
               STRING 'SU' WS-RDT-YYYY (3:2) WS-RDT-MM WS-RDT-DD        00005826
                   DELIMITED BY SIZE INTO WS-RECYCLE-DECK-ID            00005836
           END-IF.                                                      00005846
           MOVE WS-RECYCLE-DECK-ID TO TRN-DECK-ID.                      00005856
           COMPUTE TRN-DECK-SEQ = WS-RECYCLED-COUNT + 1.                00005866
           WRITE TRANOUT-RECORD FROM EMPTRAN-RECORD.                    00005876
           IF WS-TRANOUT-STATUS NOT = '00'                              00005886
               DISPLAY 'EMPSUSP: TRANOUT WRITE ERROR, STATUS = '        00005896
                   WS-TRANOUT-STATUS                                    00005906
               PERFORM FATAL-IO-ERROR                                   00005916
           ELSE                                                         00005926
               ADD 1 TO WS-RECYCLED-COUNT                               00005936
               PERFORM SAVE-SUSPENSE-ID                                 00005946
               PERFORM WRITE-ENTRY-LINE-RECYCLED                        00005956
           END-IF.                                                      00005966
      *                                                                 00005976
       CARRY-ENTRY-FORWARD.                                             00005986
           PERFORM AGE-SUSPENSE-ENTRY.                                  00005996
           WRITE SUSPOUT-RECORD FROM EMPSUS-RECORD.                     00006006
           IF WS-SUSPOUT-STATUS NOT = '00'                              00006016
               DISPLAY 'EMPSUSP: SUSPOUT WRITE ERROR, STATUS = '        00006026
                   WS-SUSPOUT-STATUS                                    00006036
               PERFORM FATAL-IO-ERROR                                   00006046
           ELSE                                                         00006056
               ADD 1 TO WS-CARRIED-COUNT                                00006066
               PERFORM SAVE-SUSPENSE-ID                                 00006076
               PERFORM WRITE-ENTRY-LINE-CARRIED                         00006086
           END-IF.                                                      00006096
      *                                                                 00006106
       AGE-SUSPENSE-ENTRY.                                              00006116
           MOVE ZERO TO WS-ENTRY-AGE.                                   00006126
           IF SUS-DATE-ADDED (1:4) NUMERIC                              00006136
                   AND SUS-DATE-ADDED (6:2) NUMERIC                     00006146
                   AND SUS-DATE-ADDED (9:2) NUMERIC                     00006156
               MOVE SUS-DATE-ADDED (1:4) TO WS-DATE-NUM (1:4)           00006166
               MOVE SUS-DATE-ADDED (6:2) TO WS-DATE-NUM (5:2)           00006176
               MOVE SUS-DATE-ADDED (9:2) TO WS-DATE-NUM (7:2)           00006186
               COMPUTE WS-ADDED-DATE-INT =                              00006196
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)                00006206
               COMPUTE WS-ENTRY-AGE =                                   00006216
                   WS-RUN-DATE-INT - WS-ADDED-DATE-INT                  00006226
           END-IF.                                                      00006236
           IF WS-ENTRY-AGE > WS-AGING-DAYS                              00006246
               IF NOT SUS-AGED                                          00006256
                   MOVE 'Y' TO SUS-AGED-FLAG                            00006266
               END-IF                                                   00006276
               ADD 1 TO WS-AGED-COUNT                                   00006286
           END-IF.                                                      00006296
      *                                                                 00006306
       SAVE-SUSPENSE-ID.                                                00006316
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00006326
               IF WS-SUSP-ID-COUNT < WS-SUSP-ID-MAX                     00006336
                   ADD 1 TO WS-SUSP-ID-COUNT                            00006346
                   SET WS-SUSP-IDX TO WS-SUSP-ID-COUNT                  00006356
                   MOVE EMP-ASSOCIATE-ID                                00006366
                       TO WS-SUSP-ID (WS-SUSP-IDX)                      00006376
               ELSE                                                     00006386
                   DISPLAY 'EMPSUSP: SUSPENSE ID TABLE FULL, '          00006396
                       'DUPLICATE CHECK INCOMPLETE'                     00006406
               END-IF                                                   00006416
           END-IF.                                                      00006426
      *                                                                 00006436
       CHECK-ID-IN-SUSPENSE.                                            00006446
           MOVE 'N' TO WS-IN-SUSP-SWITCH.                               00006456
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00006466
                   AND WS-SUSP-ID-COUNT > 0                             00006476
               SET WS-SUSP-IDX TO 1                                     00006486
               SEARCH WS-SUSP-ID-ENTRY                                  00006496
                   AT END                                               00006506
                       CONTINUE                                         00006516
                   WHEN WS-SUSP-IDX > WS-SUSP-ID-COUNT                  00006526
                       CONTINUE                                         00006536
                   WHEN WS-SUSP-ID (WS-SUSP-IDX)                        00006546
                           = EMP-ASSOCIATE-ID                           00006556
                       MOVE 'Y' TO WS-IN-SUSP-SWITCH                    00006566
               END-SEARCH                                               00006576
           END-IF.                                                      00006586
      *                                                                 00006596
       PROCESS-REJECTS-FILE.                                            00006606
           READ REJECTS                                                 00006616
               AT END                                                   00006626
                   MOVE 'Y' TO WS-REJECTS-EOF-SWITCH                    00006636
               NOT AT END                                               00006646
                   IF WS-REJECTS-STATUS NOT = '00'                      00006656
                       DISPLAY 'EMPSUSP: REJECTS READ ERROR, '          00006666
                           'STATUS = ' WS-REJECTS-STATUS                00006676
                       PERFORM FATAL-IO-ERROR                           00006686
                   ELSE                                                 00006696
                       ADD 1 TO WS-REJECTS-READ                         00006706
                       MOVE REJECTS-RECORD TO EMPREJ-RECORD             00006716
                       PERFORM ADD-REJECT-TO-SUSPENSE                   00006726
                   END-IF                                               00006736
           END-READ.                                                    00006746
      *                                                                 00006756
       ADD-REJECT-TO-SUSPENSE.                                          00006766
           MOVE REJ-EMPMSTR-IMAGE TO EMPMSTR-RECORD.                    00006776
           PERFORM CHECK-ID-IN-SUSPENSE.                                00006786
           IF WS-ID-IN-SUSPENSE                                         00006796
               ADD 1 TO WS-INSUSP-SKIPPED                               00006806
           ELSE                                                         00006816
               MOVE SPACES TO EMPSUS-RECORD                             00006826
               MOVE 'O' TO SUS-STATUS                                   00006836
               MOVE 'N' TO SUS-AGED-FLAG                                00006846
               MOVE WS-RUN-DATE TO SUS-DATE-ADDED                       00006856
               MOVE REJ-REASON-CODE TO SUS-REASON-CODE                  00006866
               MOVE REJ-RUN-TIMESTAMP TO SUS-RUN-TIMESTAMP              00006876
               MOVE REJ-EMPMSTR-IMAGE TO SUS-EMPMSTR-IMAGE              00006886
               WRITE SUSPOUT-RECORD FROM EMPSUS-RECORD                  00006896
               IF WS-SUSPOUT-STATUS NOT = '00'                          00006906
                   DISPLAY 'EMPSUSP: SUSPOUT WRITE ERROR, STATUS = '    00006916
                       WS-SUSPOUT-STATUS                                00006926
                   PERFORM FATAL-IO-ERROR                               00006936
               ELSE                                                     00006946
                   ADD 1 TO WS-NEW-COUNT                                00006956
                   PERFORM SAVE-SUSPENSE-ID                             00006966
                   PERFORM WRITE-ENTRY-LINE-NEW                         00006976
               END-IF                                                   00006986
           END-IF.                                                      00006996
      *                                                                 00007006
       WRITE-PAGE-HEADING.                                              00007016
           ADD 1 TO WS-PAGE-NUMBER.                                     00007026
           MOVE SPACES TO WS-HEADING-LINE.                              00007036
           STRING 'EMPSUSP REJECT SUSPENSE REPORT  '                    00007046
                                          DELIMITED BY SIZE             00007056
               'RUN DATE: '               DELIMITED BY SIZE             00007066
               WS-RUN-DATE                DELIMITED BY SIZE             00007076
               '  PAGE '                  DELIMITED BY SIZE             00007086
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00007096
               INTO WS-HEADING-LINE.                                    00007106
           MOVE '1' TO WS-PRINT-CC.                                     00007116
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00007126
           WRITE SUSPRPT-RECORD FROM WS-PRINT-LINE.                     00007136
           MOVE SPACES TO WS-HEADING-LINE.                              00007146
           STRING 'DISP      AGED  ADDED       RSN   '                  00007156
                                          DELIMITED BY SIZE             00007166
               'ASSOC ID  ASSOCIATE NAME' DELIMITED BY SIZE             00007176
               INTO WS-HEADING-LINE.                                    00007186
           MOVE ' ' TO WS-PRINT-CC.                                     00007196
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00007206
           WRITE SUSPRPT-RECORD FROM WS-PRINT-LINE.                     00007216
           MOVE 2 TO WS-LINE-COUNT.                                     00007226
      *                                                                 00007236
       WRITE-REPORT-LINE.                                               00007246
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00007256
               PERFORM WRITE-PAGE-HEADING                               00007266
           END-IF.                                                      00007276
           MOVE ' ' TO WS-PRINT-CC.                                     00007286
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00007296
           WRITE SUSPRPT-RECORD FROM WS-PRINT-LINE.                     00007306
           ADD 1 TO WS-LINE-COUNT.                                      00007316
      *                                                                 00007326
       WRITE-ENTRY-LINE-CARRIED.                                        00007336
           MOVE 'CARRIED ' TO WS-REPORT-LINE.                           00007346
           PERFORM BUILD-ENTRY-DETAIL.                                  00007356
           PERFORM WRITE-REPORT-LINE.                                   00007366
           PERFORM SAVE-BURST-LINE.                                     00007376
           ADD 1 TO WS-SPV-CARRIED-COUNT (WS-SEGMENT-SLOT).             00007386
           IF WS-ENTRY-AGE > WS-AGING-DAYS                              00007396
               ADD 1 TO WS-SPV-AGED-COUNT (WS-SEGMENT-SLOT)             00007406
           END-IF.                                                      00007416
      *                                                                 00007426
       WRITE-ENTRY-LINE-CLEARED.                                        00007436
           MOVE 'CLEARED ' TO WS-REPORT-LINE.                           00007446
           PERFORM BUILD-ENTRY-DETAIL.                                  00007456
           PERFORM WRITE-REPORT-LINE.                                   00007466
           PERFORM SAVE-BURST-LINE.                                     00007476
           ADD 1 TO WS-SPV-CLEARED-COUNT (WS-SEGMENT-SLOT).             00007486
      *                                                                 00007496
       WRITE-ENTRY-LINE-RECYCLED.                                       00007506
           MOVE 'RECYCLED' TO WS-REPORT-LINE.                           00007516
           PERFORM BUILD-ENTRY-DETAIL.                                  00007526
           PERFORM WRITE-REPORT-LINE.                                   00007536
           PERFORM SAVE-BURST-LINE.                                     00007546
           ADD 1 TO WS-SPV-RECYCLED-COUNT (WS-SEGMENT-SLOT).            00007556
      *                                                                 00007566
       WRITE-ENTRY-LINE-NEW.                                            00007576
           MOVE 'NEW     ' TO WS-REPORT-LINE.                           00007586
           PERFORM BUILD-ENTRY-DETAIL.                                  00007596
           PERFORM WRITE-REPORT-LINE.                                   00007606
           PERFORM SAVE-BURST-LINE.                                     00007616
           ADD 1 TO WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT).                 00007626
      *                                                                 00007636
       SAVE-BURST-LINE.                                                 00007646
           PERFORM FIND-SEGMENT-SLOT.                                   00007656
           IF WS-BURST-COUNT < WS-BURST-MAX                             00007666
               ADD 1 TO WS-BURST-COUNT                                  00007676
               MOVE WS-SEGMENT-SLOT TO WS-BRS-SLOT (WS-BURST-COUNT)     00007686
               MOVE WS-REPORT-LINE                                      00007696
                   TO WS-BRS-TEXT (WS-BURST-COUNT)                      00007706
           ELSE                                                         00007716
               IF NOT WS-BURST-TABLE-FULL                               00007726
                   DISPLAY 'EMPSUSP: BURST TABLE FULL - SUPERVISOR '    00007736
                       'SEGMENTS ARE INCOMPLETE'                        00007746
               END-IF                                                   00007756
               MOVE 'Y' TO WS-BURST-FULL-SWITCH                         00007766
           END-IF.                                                      00007776
      *                                                                 00007786
       BUILD-ENTRY-DETAIL.                                              00007796
           MOVE SUS-AGED-FLAG TO WS-REPORT-LINE (12:1).                 00007806
           MOVE SUS-DATE-ADDED TO WS-REPORT-LINE (17:10).               00007816
           MOVE SUS-REASON-CODE TO WS-REPORT-LINE (29:4).               00007826
           MOVE EMP-ASSOCIATE-ID TO WS-REPORT-LINE (35:8).              00007836
           MOVE EMP-ASSOCIATE-NAME TO WS-REPORT-LINE (45:30).           00007846
      *                                                                 00007856
       WRITE-CONTROL-TOTALS.                                            00007866
           MOVE SPACES TO WS-REPORT-LINE.                               00007876
           PERFORM WRITE-REPORT-LINE.                                   00007886
           MOVE SPACES TO WS-REPORT-LINE.                               00007896
           STRING 'SUSPENSE IN: '         DELIMITED BY SIZE             00007906
               WS-SUSP-READ               DELIMITED BY SIZE             00007916
               '  NEW REJECTS: '          DELIMITED BY SIZE             00007926
               WS-REJECTS-READ            DELIMITED BY SIZE             00007936
               '  CARRIED: '              DELIMITED BY SIZE             00007946
               WS-CARRIED-COUNT           DELIMITED BY SIZE             00007956
               INTO WS-REPORT-LINE.                                     00007966
           PERFORM WRITE-REPORT-LINE.                                   00007976
           MOVE SPACES TO WS-REPORT-LINE.                               00007986
           STRING 'AGED: '                DELIMITED BY SIZE             00007996
               WS-AGED-COUNT              DELIMITED BY SIZE             00008006
               '  CLEARED: '              DELIMITED BY SIZE             00008016
               WS-CLEARED-COUNT           DELIMITED BY SIZE             00008026
               '  RECYCLED: '             DELIMITED BY SIZE             00008036
               WS-RECYCLED-COUNT          DELIMITED BY SIZE             00008046
               '  IN-SUSP SKIPPED: '      DELIMITED BY SIZE             00008056
               WS-INSUSP-SKIPPED          DELIMITED BY SIZE             00008066
               INTO WS-REPORT-LINE.                                     00008076
           PERFORM WRITE-REPORT-LINE.                                   00008086
      *                                                                 00008096
      * THE BURST REPORT (SEE EMPBRST) - ONE SEGMENT PER SUPERVISOR     00008106
      * ON THE REFERENCE FILE, IN FILE ORDER, THEN THE UNASSIGNED       00008116
      * SEGMENT, EACH WITH ITS OWN HEADINGS, ITS OWN ENTRY LINES AND    00008126
      * ITS OWN TOTALS BY DISPOSITION.  A SUPERVISOR WITH NOTHING IN    00008136
      * SUSPENSE STILL GETS A SEGMENT SO AN EMPTY QUEUE IS NOT          00008146
      * MISTAKEN FOR A LOST ONE.                                        00008156
       WRITE-BURST-REPORT.                                              00008166
           IF NOT WS-SUPVREF-LOADED AND RETURN-CODE = 0                 00008176
               MOVE 4 TO RETURN-CODE                                    00008186
           END-IF.                                                      00008196
           OPEN OUTPUT BURSTRP.                                         00008206
           IF WS-BURSTRP-STATUS = '00'                                  00008216
               PERFORM WRITE-BURST-SEGMENT                              00008226
                   VARYING WS-SEGMENT-SLOT FROM 1 BY 1                  00008236
                   UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST              00008246
               CLOSE BURSTRP                                            00008256
               MOVE WS-SEGMENT-LAST TO WS-SEGMENT-OUT                   00008266
               DISPLAY 'EMPSUSP: SUPERVISOR SEGMENTS BURST: '           00008276
                   WS-SEGMENT-OUT                                       00008286
           ELSE                                                         00008296
               DISPLAY 'EMPSUSP: BURSTRP OPEN FAILED, STATUS = '        00008306
                   WS-BURSTRP-STATUS                                    00008316
               DISPLAY 'EMPSUSP: NO SUPERVISOR COPIES THIS RUN'         00008326
               IF RETURN-CODE = 0                                       00008336
                   MOVE 4 TO RETURN-CODE                                00008346
               END-IF                                                   00008356
           END-IF.                                                      00008366
      *                                                                 00008376
       WRITE-BURST-SEGMENT.                                             00008386
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00008396
               MOVE 'UNASSIGN' TO WS-ROUTE-ID                           00008406
           ELSE                                                         00008416
               MOVE WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)              00008426
                   TO WS-ROUTE-ID                                       00008436
           END-IF.                                                      00008446
           MOVE ZERO TO WS-BURST-PAGE.                                  00008456
           PERFORM WRITE-BURST-HEADING.                                 00008466
           PERFORM WRITE-BURST-ENTRY                                    00008476
               VARYING WS-BURST-SUB FROM 1 BY 1                         00008486
               UNTIL WS-BURST-SUB > WS-BURST-COUNT.                     00008496
           PERFORM WRITE-SEGMENT-TOTALS.                                00008506
      *                                                                 00008516
       WRITE-BURST-ENTRY.                                               00008526
           IF WS-BRS-SLOT (WS-BURST-SUB) = WS-SEGMENT-SLOT              00008536
               MOVE WS-BRS-TEXT (WS-BURST-SUB) TO WS-REPORT-LINE        00008546
               PERFORM WRITE-BURST-LINE                                 00008556
           END-IF.                                                      00008566
      *                                                                 00008576
       WRITE-SEGMENT-TOTALS.                                            00008586
           MOVE SPACES TO WS-REPORT-LINE.                               00008596
           PERFORM WRITE-BURST-LINE.                                    00008606
           STRING 'SEGMENT TOTALS - NEW: '   DELIMITED BY SIZE          00008616
               WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT)                       00008626
                                             DELIMITED BY SIZE          00008636
               '  CARRIED: '                 DELIMITED BY SIZE          00008646
               WS-SPV-CARRIED-COUNT (WS-SEGMENT-SLOT)                   00008656
                                             DELIMITED BY SIZE          00008666
               '  AGED: '                    DELIMITED BY SIZE          00008676
               WS-SPV-AGED-COUNT (WS-SEGMENT-SLOT)                      00008686
                                             DELIMITED BY SIZE          00008696
               INTO WS-REPORT-LINE.                                     00008706
           PERFORM WRITE-BURST-LINE.                                    00008716
           MOVE SPACES TO WS-REPORT-LINE.                               00008726
           STRING 'CLEARED: '                DELIMITED BY SIZE          00008736
               WS-SPV-CLEARED-COUNT (WS-SEGMENT-SLOT)                   00008746
                                             DELIMITED BY SIZE          00008756
               '  RECYCLED: '                DELIMITED BY SIZE          00008766
               WS-SPV-RECYCLED-COUNT (WS-SEGMENT-SLOT)                  00008776
                                             DELIMITED BY SIZE          00008786
               INTO WS-REPORT-LINE.                                     00008796
           PERFORM WRITE-BURST-LINE.                                    00008806
           IF WS-BURST-TABLE-FULL                                       00008816
               MOVE SPACES TO WS-REPORT-LINE                            00008826
               STRING 'WARNING - TABLE FULL, SEGMENT LISTING IS '       00008836
                                      DELIMITED BY SIZE                 00008846
                   'INCOMPLETE - SEE THE MASTER COPY'                   00008856
                                      DELIMITED BY SIZE                 00008866
                   INTO WS-REPORT-LINE                                  00008876
               PERFORM WRITE-BURST-LINE                                 00008886
           END-IF.                                                      00008896
      *                                                                 00008906
       WRITE-BURST-HEADING.                                             00008916
           ADD 1 TO WS-BURST-PAGE.                                      00008926
           MOVE SPACES TO WS-HEADING-LINE.                              00008936
           STRING 'EMPSUSP REJECT SUSPENSE REPORT - SUPERVISOR COPY  '  00008946
                                          DELIMITED BY SIZE             00008956
               'RUN DATE: '               DELIMITED BY SIZE             00008966
               WS-RUN-DATE                DELIMITED BY SIZE             00008976
               '  PAGE '                  DELIMITED BY SIZE             00008986
               WS-BURST-PAGE              DELIMITED BY SIZE             00008996
               INTO WS-HEADING-LINE.                                    00009006
           MOVE '1' TO BST-CC.                                          00009016
           PERFORM WRITE-BURST-RECORD.                                  00009026
           MOVE SPACES TO WS-HEADING-LINE.                              00009036
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00009046
               STRING 'SUPERVISOR: UNASSIGNED - NO SUPERVISOR ID, '     00009056
                                      DELIMITED BY SIZE                 00009066
                   'OR ONE NOT ON THE SUPERVISOR FILE'                  00009076
                                      DELIMITED BY SIZE                 00009086
                   INTO WS-HEADING-LINE                                 00009096
           ELSE                                                         00009106
               STRING 'SUPERVISOR: '  DELIMITED BY SIZE                 00009116
                   WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)               00009126
                                      DELIMITED BY SIZE                 00009136
                   ' '                DELIMITED BY SIZE                 00009146
                   WS-SPV-SUPERVISOR-NAME (WS-SEGMENT-SLOT)             00009156
                                      DELIMITED BY SIZE                 00009166
                   '  DEPT: '         DELIMITED BY SIZE                 00009176
                   WS-SPV-DEPARTMENT-CODE (WS-SEGMENT-SLOT)             00009186
                                      DELIMITED BY SIZE                 00009196
                   ' '                DELIMITED BY SIZE                 00009206
                   WS-SPV-DEPARTMENT-NAME (WS-SEGMENT-SLOT)             00009216
                                      DELIMITED BY SIZE                 00009226
                   '  REPORTS TO: '   DELIMITED BY SIZE                 00009236
                   WS-SPV-REPORTS-TO-ID (WS-SEGMENT-SLOT)               00009246
                                      DELIMITED BY SIZE                 00009256
                   INTO WS-HEADING-LINE                                 00009266
           END-IF.                                                      00009276
           MOVE ' ' TO BST-CC.                                          00009286
           PERFORM WRITE-BURST-RECORD.                                  00009296
           MOVE SPACES TO WS-HEADING-LINE.                              00009306
           STRING 'DISP      AGED  ADDED       RSN   '                  00009316
                                          DELIMITED BY SIZE             00009326
               'ASSOC ID  ASSOCIATE NAME' DELIMITED BY SIZE             00009336
               INTO WS-HEADING-LINE.                                    00009346
           MOVE ' ' TO BST-CC.                                          00009356
           PERFORM WRITE-BURST-RECORD.                                  00009366
           MOVE 3 TO WS-BURST-LINE-COUNT.                               00009376
      *                                                                 00009386
       WRITE-BURST-RECORD.                                              00009396
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00009406
           MOVE WS-HEADING-LINE TO BST-TEXT.                            00009416
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00009426
      *                                                                 00009436
       WRITE-BURST-LINE.                                                00009446
           IF WS-BURST-LINE-COUNT >= WS-LINES-PER-PAGE                  00009456
               PERFORM WRITE-BURST-HEADING                              00009466
           END-IF.                                                      00009476
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00009486
           MOVE ' ' TO BST-CC.                                          00009496
           MOVE WS-REPORT-LINE TO BST-TEXT.                             00009506
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00009516
           ADD 1 TO WS-BURST-LINE-COUNT.                                00009526
      *                                                                 00009536
       TERMINATE-RUN.                                                   00009546
           IF WS-SUSPIN-OPEN-OK                                         00009556
               CLOSE SUSPIN                                             00009566
           END-IF.                                                      00009576
           IF WS-REJECTS-OPEN-OK                                        00009586
               CLOSE REJECTS                                            00009596
           END-IF.                                                      00009606
           IF WS-SUSPRPT-OPEN-OK                                        00009616
               PERFORM WRITE-CONTROL-TOTALS                             00009626
               CLOSE SUSPRPT                                            00009636
           END-IF.                                                      00009646
           IF WS-SUSPOUT-OPEN-OK                                        00009656
               CLOSE SUSPOUT                                            00009666
           END-IF.                                                      00009676
           IF WS-TRANOUT-OPEN-OK                                        00009686
               CLOSE TRANOUT                                            00009696
           END-IF.                                                      00009706
           IF NOT WS-IO-ERROR-FOUND                                     00009716
               PERFORM WRITE-BURST-REPORT                               00009726
           END-IF.                                                      00009736
           DISPLAY 'EMPSUSP: SUSPENSE IN:  ' WS-SUSP-READ.              00009746
           DISPLAY 'EMPSUSP: NEW REJECTS:  ' WS-REJECTS-READ.           00009756
           DISPLAY 'EMPSUSP: CARRIED:      ' WS-CARRIED-COUNT.          00009766
           DISPLAY 'EMPSUSP: AGED:         ' WS-AGED-COUNT.             00009776
           DISPLAY 'EMPSUSP: CLEARED:      ' WS-CLEARED-COUNT.          00009786
           DISPLAY 'EMPSUSP: RECYCLED:     ' WS-RECYCLED-COUNT.         00009796
           DISPLAY 'EMPSUSP: IN-SUSP SKIP: ' WS-INSUSP-SKIPPED.         00009806
           IF WS-AGED-COUNT > 0 AND RETURN-CODE = 0                     00009816
               MOVE 4 TO RETURN-CODE                                    00009826
           END-IF.                                                      00009836
      *                                                                 00009846
       MAIN-LOGIC-EXIT.                                                 00009856
           STOP RUN.                                                    00009866
