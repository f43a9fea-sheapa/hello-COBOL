      * GENERATION PROMOTED.  EVERY TRANSACTION - APPLIED OR            00000090
      * REJECTED - IS WRITTEN TO THE AUDIT FILE (SEE EMPAUDT) WITH      00000100
      * BEFORE/AFTER IMAGES.                                            00000110
      * EVERY TRANSACTION CARRIES A DECK ID AND SEQUENCE NUMBER.  THE   00000111
      * RESTART FILE HOLDS ONE CHECKPOINT PER DECK - THE LAST SEQUENCE  00000112
      * PROCESSED AND ITS DISPOSITION COUNTS - SO A RERUN OF AN         00000113
      * INTERRUPTED DECK SKIPS WHAT THE FAILED RUN ALREADY POSTED,      00000114
      * AUDITS EACH SKIP AS ALREADY APPLIED, AND PRODUCES CONTROL       00000115
      * TOTALS THAT BALANCE ACROSS BOTH RUNS.                           00000116
      * THE SUBMITTING USER MUST BE ON THE AUTHORITY FILE (SEE          00000126
      * EMPAUTH) WITH THE ACTION GRANTED, A CHANGE TO EMPLOYMENT        00000136
      * STATUS NEEDS THE SEPARATE STATUS AUTHORITY, AND A DELETE        00000146
      * NEEDS A SECOND APPROVER WHO ALSO HOLDS DELETE AUTHORITY.        00000156
      * A SUPERVISOR ID ON AN ADD OR CHANGE MUST BE ON THE SUPERVISOR   00000158
      * REFERENCE FILE (SEE EMPSUPV); A CHANGE WITH A BLANK SUPERVISOR  00000160
      * ID KEEPS THE ONE ALREADY ON THE MASTER.  A HIRE DATE ON AN      00000163
      * ADD OR CHANGE MUST BE A VALID YYYY-MM-DD DATE; A CHANGE WITH A  00000166
      * BLANK HIRE DATE LIKEWISE KEEPS THE MASTER'S.                    00000169
      *                                                                 00000172
       ENVIRONMENT DIVISION.                                            00000176
       CONFIGURATION SECTION.                                           00000186
       SOURCE-COMPUTER. IBM-ZOS.                                        00000196
       OBJECT-COMPUTER. IBM-ZOS.                                        00000206
       INPUT-OUTPUT SECTION.                                            00000216
       FILE-CONTROL.                                                    00000226
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000236
               ORGANIZATION IS INDEXED                                  00000246
               ACCESS MODE IS RANDOM                                    00000256
               RECORD KEY IS EMP-ASSOCIATE-ID                           00000266
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000276
           SELECT EMPTRAN ASSIGN TO EMPTRAN                             00000286
               ORGANIZATION IS SEQUENTIAL                               00000296
               FILE STATUS IS WS-EMPTRAN-STATUS.                        00000306
           SELECT EMPAUDIT ASSIGN TO EMPAUDIT                           00000316
               ORGANIZATION IS SEQUENTIAL                               00000326
               FILE STATUS IS WS-EMPAUDIT-STATUS.                       00000336
           SELECT HOLDOVER ASSIGN TO HOLDOVER                           00000346
               ORGANIZATION IS SEQUENTIAL                               00000356
               FILE STATUS IS WS-HOLDOVER-STATUS.                       00000366
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000376
               ORGANIZATION IS SEQUENTIAL                               00000386
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000396
           SELECT AUTHFILE ASSIGN TO AUTHFILE                           00000406
               ORGANIZATION IS SEQUENTIAL                               00000416
               FILE STATUS IS WS-AUTHFILE-STATUS.                       00000426
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000428
               ORGANIZATION IS SEQUENTIAL                               00000430
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000432
           SELECT RESTART ASSIGN TO RESTART                             00000436
               ORGANIZATION IS INDEXED                                  00000446
               ACCESS MODE IS DYNAMIC                                   00000456
               RECORD KEY IS RESTART-KEY                                00000466
               FILE STATUS IS WS-RESTART-STATUS.                        00000476
      *                                                                 00000486
       DATA DIVISION.                                                   00000496
       FILE SECTION.                                                    00000506
       FD  EMPMSTR                                                      00000516
           LABEL RECORDS ARE STANDARD.                                  00000526
           COPY EMPREC.                                                 00000536
      *                                                                 00000546
       FD  EMPTRAN                                                      00000556
           LABEL RECORDS ARE STANDARD                                   00000566
           RECORDING MODE IS F.                                         00000576
       01  EMPTRAN-REC                     PIC X(130).                  00000586
      *                                                                 00000596
       FD  EMPAUDIT                                                     00000606
           LABEL RECORDS ARE STANDARD                                   00000616
           RECORDING MODE IS F.                                         00000626
       01  EMPAUDIT-REC                    PIC X(220).                  00000636
      *                                                                 00000646
       FD  HOLDOVER                                                     00000656
           LABEL RECORDS ARE STANDARD                                   00000666
           RECORDING MODE IS F.                                         00000676
       01  HOLDOVER-REC                    PIC X(130).                  00000686
      *                                                                 00000696
       FD  RUNCTL                                                       00000706
           LABEL RECORDS ARE STANDARD                                   00000716
           RECORDING MODE IS F.                                         00000726
       01  RUNCTL-REC                      PIC X(80).                   00000736
      *                                                                 00000746
       FD  AUTHFILE                                                     00000756
           LABEL RECORDS ARE STANDARD                                   00000766
           RECORDING MODE IS F.                                         00000776
       01  AUTHFILE-REC                    PIC X(80).                   00000786
      *                                                                 00000796
       FD  SUPVREF                                                      00000797
           LABEL RECORDS ARE STANDARD                                   00000798
           RECORDING MODE IS F.                                         00000799
       01  SUPVREF-REC                     PIC X(80).                   00000800
      *                                                                 00000801
       FD  RESTART                                                      00000806
           LABEL RECORDS ARE STANDARD.                                  00000816
       01  RESTART-RECORD.                                              00000826
           05  RESTART-KEY                 PIC X(08).                   00000836
           05  RESTART-LAST-SEQ            PIC 9(09).                   00000846
           05  RESTART-APPLIED-COUNT       PIC 9(09).                   00000856
           05  RESTART-REJECTED-COUNT      PIC 9(09).                   00000866
           05  RESTART-HELD-COUNT          PIC 9(09).                   00000876
           05  FILLER                      PIC X(36).                   00000886
      *                                                                 00000896
       WORKING-STORAGE SECTION.                                         00000906
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000916
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000926
       01  WS-EMPTRAN-STATUS               PIC X(02) VALUE '00'.        00000936
       01  WS-EMPAUDIT-STATUS              PIC X(02) VALUE '00'.        00000946
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000956
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00000966
       01  WS-EMPTRAN-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000976
           88  WS-EMPTRAN-OPEN-OK                    VALUE 'Y'.         00000986
       01  WS-EMPAUDIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00000996
           88  WS-EMPAUDIT-OPEN-OK                   VALUE 'Y'.         00001006
       01  WS-HOLDOVER-STATUS              PIC X(02) VALUE '00'.        00001016
       01  WS-HOLDOVER-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001026
           88  WS-HOLDOVER-OPEN-OK                   VALUE 'Y'.         00001036
       01  WS-AUTHFILE-STATUS              PIC X(02) VALUE '00'.        00001046
       01  WS-AUTHFILE-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001056
           88  WS-AUTHFILE-EOF                       VALUE 'Y'.         00001066
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00001068
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001070
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00001072
       01  WS-RESTART-STATUS               PIC X(02) VALUE '00'.        00001076
       01  WS-RESTART-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001086
           88  WS-RESTART-OPEN-OK                    VALUE 'Y'.         00001096
       01  WS-RESTART-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001106
           88  WS-RESTART-EOF                        VALUE 'Y'.         00001116
       01  WS-RESTART-OCC-SWITCH           PIC X(01) VALUE 'N'.         00001126
           88  WS-RESTART-OCCURRED                   VALUE 'Y'.         00001136
       01  WS-OPEN-ERROR-SWITCH            PIC X(01) VALUE 'N'.         00001146
           88  WS-OPEN-ERROR-FOUND                   VALUE 'Y'.         00001156
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001166
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001176
       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.         00001186
           88  WS-EOF-YES                            VALUE 'Y'.         00001196
       01  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.         00001206
           88  WS-MASTER-FOUND                       VALUE 'Y'.         00001216
       01  WS-TRANS-READ                   PIC 9(09) VALUE ZERO.        00001226
       01  WS-TRANS-APPLIED                PIC 9(09) VALUE ZERO.        00001236
       01  WS-TRANS-REJECTED               PIC 9(09) VALUE ZERO.        00001246
       01  WS-TRANS-HELD                   PIC 9(09) VALUE ZERO.        00001256
       01  WS-TRANS-SKIPPED                PIC 9(09) VALUE ZERO.        00001266
       01  WS-TRANS-ACCOUNTED              PIC 9(09) VALUE ZERO.        00001276
       01  WS-PRIOR-APPLIED                PIC 9(09) VALUE ZERO.        00001286
       01  WS-PRIOR-REJECTED               PIC 9(09) VALUE ZERO.        00001296
       01  WS-PRIOR-HELD                   PIC 9(09) VALUE ZERO.        00001306
       01  WS-PRIOR-PROCESSED              PIC 9(09) VALUE ZERO.        00001316
       01  WS-TOTAL-APPLIED                PIC 9(09) VALUE ZERO.        00001326
       01  WS-TOTAL-REJECTED               PIC 9(09) VALUE ZERO.        00001336
       01  WS-TOTAL-HELD                   PIC 9(09) VALUE ZERO.        00001346
       01  WS-BALANCE-SWITCH               PIC X(01) VALUE 'N'.         00001356
           88  WS-TOTALS-OUT-OF-BALANCE              VALUE 'Y'.         00001366
      *                                                                 00001376
      * DECK POSITION.  A TRANSACTION WITH A BLANK DECK ID IS TRACKED   00001386
      * AS ONE UNNUMBERED DECK BY ITS POSITION AMONG THE UNNUMBERED     00001396
      * TRANSACTIONS READ THIS RUN.                                     00001406
       01  WS-DECK-ID                      PIC X(08) VALUE SPACES.      00001416
       01  WS-DECK-SEQ                     PIC 9(09) VALUE ZERO.        00001426
       01  WS-UNNUMBERED-SEQ               PIC 9(09) VALUE ZERO.        00001436
       01  WS-DECK-FOUND-SWITCH            PIC X(01) VALUE 'N'.         00001446
           88  WS-DECK-FOUND                         VALUE 'Y'.         00001456
       01  WS-SEQ-INVALID-SWITCH           PIC X(01) VALUE 'N'.         00001466
           88  WS-DECK-SEQ-INVALID                   VALUE 'Y'.         00001476
      *                                                                 00001486
      * USER AUTHORITY, LOADED FROM THE AUTHORITY FILE AT START.        00001496
       01  WS-AUTH-SEARCH-ID               PIC X(08) VALUE SPACES.      00001506
       01  WS-AUTH-REASON                  PIC X(04) VALUE SPACES.      00001516
       01  WS-AUTH-FOUND-SWITCH            PIC X(01) VALUE 'N'.         00001526
           88  WS-AUTH-FOUND                         VALUE 'Y'.         00001536
       01  WS-STATUS-AUTH-SWITCH           PIC X(01) VALUE 'N'.         00001546
           88  WS-USER-STATUS-ALLOWED                VALUE 'Y'.         00001556
       01  WS-AUTH-FULL-SWITCH             PIC X(01) VALUE 'N'.         00001566
           88  WS-AUTH-TABLE-FULL                    VALUE 'Y'.         00001576
       01  WS-AUTH-TABLE.                                               00001586
           05  WS-AUTH-MAX                 PIC 9(05) VALUE 1000         00001596
                                           COMP.                        00001606
           05  WS-AUTH-COUNT               PIC 9(05) VALUE ZERO         00001616
                                           COMP.                        00001626
           05  WS-AUTH-ENTRY               OCCURS 1000 TIMES            00001636
                                           INDEXED BY WS-AUTH-IDX.      00001646
               10  WS-ATH-USER-ID          PIC X(08).                   00001656
               10  WS-ATH-ADD-FLAG         PIC X(01).                   00001666
                   88  WS-ATH-ADD-ALLOWED            VALUE 'Y'.         00001676
               10  WS-ATH-CHANGE-FLAG      PIC X(01).                   00001686
                   88  WS-ATH-CHANGE-ALLOWED         VALUE 'Y'.         00001696
               10  WS-ATH-DELETE-FLAG      PIC X(01).                   00001706
                   88  WS-ATH-DELETE-ALLOWED         VALUE 'Y'.         00001716
               10  WS-ATH-STATUS-FLAG      PIC X(01).                   00001726
                   88  WS-ATH-STATUS-ALLOWED         VALUE 'Y'.         00001736
      *                                                                 00001746
      * SUPERVISOR IDS, LOADED FROM THE SUPERVISOR REFERENCE FILE.      00001756
       01  WS-SUPV-FOUND-SWITCH            PIC X(01) VALUE 'N'.         00001766
           88  WS-SUPV-FOUND                         VALUE 'Y'.         00001776
       01  WS-SUPV-FULL-SWITCH             PIC X(01) VALUE 'N'.         00001786
           88  WS-SUPV-TABLE-FULL                    VALUE 'Y'.         00001796
       01  WS-SUPV-TABLE.                                               00001806
           05  WS-SUPV-MAX                 PIC 9(05) VALUE 500          00001816
                                           COMP.                        00001826
           05  WS-SUPV-COUNT               PIC 9(05) VALUE ZERO         00001836
                                           COMP.                        00001846
           05  WS-SUPV-ENTRY               OCCURS 500 TIMES             00001856
                                           INDEXED BY WS-SUPV-IDX.      00001866
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00001876
       01  WS-HIRE-OK-SWITCH               PIC X(01) VALUE 'N'.         00001878
           88  WS-HIRE-DATE-OK                       VALUE 'Y'.         00001880
       01  WS-HIRE-DATE-NUM                PIC 9(08) VALUE ZERO.        00001882
      *                                                                 00001886
      * ONE ENTRY PER DECK SEEN THIS RUN OR CARRIED ON THE RESTART      00001896
      * FILE.  THE RESTART SEQ IS WHERE THE INTERRUPTED RUN STOPPED;    00001906
      * THE LAST SEQ AND COUNTS ADVANCE AS THIS RUN POSTS THE DECK.     00001916
       01  WS-DECK-TABLE.                                               00001926
           05  WS-DECK-MAX                 PIC 9(05) VALUE 500          00001936
                                           COMP.                        00001946
           05  WS-DECK-COUNT               PIC 9(05) VALUE ZERO         00001956
                                           COMP.                        00001966
           05  WS-DECK-ENTRY               OCCURS 500 TIMES             00001976
                                           INDEXED BY WS-DCK-IDX.       00001986
               10  WS-DCK-ID               PIC X(08).                   00001996
               10  WS-DCK-RESTART-SEQ      PIC 9(09).                   00002006
               10  WS-DCK-LAST-SEQ         PIC 9(09).                   00002016
               10  WS-DCK-APPLIED          PIC 9(09).                   00002026
               10  WS-DCK-REJECTED         PIC 9(09).                   00002036
               10  WS-DCK-HELD             PIC 9(09).                   00002046
       01  WS-FUTURE-SWITCH                PIC X(01) VALUE 'N'.         00002056
           88  WS-TRAN-FUTURE                        VALUE 'Y'.         00002066
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00002076
       01  WS-RUN-DATE.                                                 00002086
           05  WS-RDT-YYYY                 PIC X(04).                   00002096
           05  FILLER                      PIC X(01) VALUE '-'.         00002106
           05  WS-RDT-MM                   PIC X(02).                   00002116
           05  FILLER                      PIC X(01) VALUE '-'.         00002126
           05  WS-RDT-DD                   PIC X(02).                   00002136
       01  WS-RUN-TIME.                                                 00002146
           05  WS-RTM-HH                   PIC X(02).                   00002156
           05  FILLER                      PIC X(01) VALUE ':'.         00002166
           05  WS-RTM-MIN                  PIC X(02).                   00002176
           05  FILLER                      PIC X(01) VALUE ':'.         00002186
           05  WS-RTM-SS                   PIC X(02).                   00002196
           COPY EMPTRAN.                                                00002206
           COPY EMPAUDT.                                                00002216
           COPY RUNCTL.                                                 00002226
           COPY EMPAUTH.                                                00002236
           COPY EMPSUPV.                                                00002246
      *                                                                 00002256
       PROCEDURE DIVISION.                                              00002266
      *                                                                 00002276
       MAIN-LOGIC SECTION.                                              00002286
       BEGIN.                                                           00002296
           PERFORM INITIALIZE-RUN.                                      00002306
           PERFORM APPLY-TRANSACTIONS UNTIL WS-EOF-YES.                 00002316
           PERFORM TERMINATE-RUN.                                       00002326
           GO TO MAIN-LOGIC-EXIT.                                       00002336
      *                                                                 00002346
       INITIALIZE-RUN.                                                  00002356
           PERFORM GET-RUN-TIMESTAMP.                                   00002366
           OPEN I-O EMPMSTR.                                            00002376
           IF WS-EMPMSTR-STATUS = '00'                                  00002386
               MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                       00002396
           ELSE                                                         00002406
               DISPLAY 'EMPMAINT: EMPMSTR OPEN FAILED, STATUS = '       00002416
                   WS-EMPMSTR-STATUS                                    00002426
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00002436
           END-IF.                                                      00002446
           OPEN INPUT EMPTRAN.                                          00002456
           IF WS-EMPTRAN-STATUS = '00'                                  00002466
               MOVE 'Y' TO WS-EMPTRAN-OPEN-SWITCH                       00002476
           ELSE                                                         00002486
               DISPLAY 'EMPMAINT: EMPTRAN OPEN FAILED, STATUS = '       00002496
                   WS-EMPTRAN-STATUS                                    00002506
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00002516
           END-IF.                                                      00002526
           OPEN OUTPUT EMPAUDIT.                                        00002536
           IF WS-EMPAUDIT-STATUS = '00'                                 00002546
               MOVE 'Y' TO WS-EMPAUDIT-OPEN-SWITCH                      00002556
           ELSE                                                         00002566
               DISPLAY 'EMPMAINT: EMPAUDIT OPEN FAILED, STATUS = '      00002576
                   WS-EMPAUDIT-STATUS                                   00002586
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00002596
           END-IF.                                                      00002606
           OPEN OUTPUT HOLDOVER.                                        00002616
           IF WS-HOLDOVER-STATUS = '00'                                 00002626
               MOVE 'Y' TO WS-HOLDOVER-OPEN-SWITCH                      00002636
           ELSE                                                         00002646
               DISPLAY 'EMPMAINT: HOLDOVER OPEN FAILED, STATUS = '      00002656
                   WS-HOLDOVER-STATUS                                   00002666
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00002676
           END-IF.                                                      00002686
           IF NOT WS-OPEN-ERROR-FOUND                                   00002696
               PERFORM LOAD-AUTHORITY-FILE                              00002706
           END-IF.                                                      00002716
           IF NOT WS-OPEN-ERROR-FOUND                                   00002726
               PERFORM LOAD-SUPERVISOR-FILE                             00002736
           END-IF.                                                      00002746
           IF NOT WS-OPEN-ERROR-FOUND                                   00002756
               PERFORM OPEN-RESTART-FILE                                00002766
           END-IF.                                                      00002776
           IF WS-RESTART-OPEN-OK                                        00002786
               PERFORM LOAD-CHECKPOINTS                                 00002796
           END-IF.                                                      00002806
           IF WS-OPEN-ERROR-FOUND                                       00002816
               MOVE 'Y' TO WS-EOF-SWITCH                                00002826
               MOVE 8 TO RETURN-CODE                                    00002836
           END-IF.                                                      00002846
      *                                                                 00002856
      * THE CHECKPOINT FILE IS CREATED EMPTY ON FIRST USE.  WITHOUT     00002866
      * IT A RERUN COULD NOT TELL WHAT WAS ALREADY POSTED, SO A         00002876
      * RESTART FILE THAT WILL NOT OPEN STOPS THE RUN LIKE ANY OTHER.   00002886
       OPEN-RESTART-FILE.                                               00002896
           OPEN I-O RESTART.                                            00002906
           IF WS-RESTART-STATUS NOT = '00'                              00002916
               OPEN OUTPUT RESTART                                      00002926
               IF WS-RESTART-STATUS = '00'                              00002936
                   CLOSE RESTART                                        00002946
                   OPEN I-O RESTART                                     00002956
               END-IF                                                   00002966
           END-IF.                                                      00002976
           IF WS-RESTART-STATUS = '00'                                  00002986
               MOVE 'Y' TO WS-RESTART-OPEN-SWITCH                       00002996
           ELSE                                                         00003006
               DISPLAY 'EMPMAINT: RESTART OPEN FAILED, STATUS = '       00003016
                   WS-RESTART-STATUS                                    00003026
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00003036
           END-IF.                                                      00003046
      *                                                                 00003056
       LOAD-CHECKPOINTS.                                                00003066
           MOVE LOW-VALUES TO RESTART-KEY.                              00003076
           START RESTART KEY IS NOT LESS THAN RESTART-KEY               00003086
               INVALID KEY                                              00003096
                   MOVE 'Y' TO WS-RESTART-EOF-SWITCH                    00003106
           END-START.                                                   00003116
           PERFORM READ-CHECKPOINT UNTIL WS-RESTART-EOF.                00003126
      *                                                                 00003136
       READ-CHECKPOINT.                                                 00003146
           READ RESTART NEXT RECORD                                     00003156
               AT END                                                   00003166
                   MOVE 'Y' TO WS-RESTART-EOF-SWITCH                    00003176
               NOT AT END                                               00003186
                   IF WS-RESTART-STATUS NOT = '00'                      00003196
                       DISPLAY 'EMPMAINT: RESTART READ ERROR, '         00003206
                           'STATUS = ' WS-RESTART-STATUS                00003216
                       MOVE 'Y' TO WS-RESTART-EOF-SWITCH                00003226
                       PERFORM FATAL-IO-ERROR                           00003236
                   ELSE                                                 00003246
                       PERFORM RESTORE-CHECKPOINT                       00003256
                   END-IF                                               00003266
           END-READ.                                                    00003276
      *                                                                 00003286
       RESTORE-CHECKPOINT.                                              00003296
           MOVE RESTART-KEY TO WS-DECK-ID.                              00003306
           PERFORM ADD-DECK-ENTRY.                                      00003316
           IF WS-IO-ERROR-FOUND                                         00003326
               MOVE 'Y' TO WS-RESTART-EOF-SWITCH                        00003336
           ELSE                                                         00003346
               MOVE 'Y' TO WS-RESTART-OCC-SWITCH                        00003356
               MOVE RESTART-LAST-SEQ TO WS-DCK-RESTART-SEQ (WS-DCK-IDX) 00003366
               MOVE RESTART-LAST-SEQ TO WS-DCK-LAST-SEQ (WS-DCK-IDX)    00003376
               MOVE RESTART-APPLIED-COUNT                               00003386
                   TO WS-DCK-APPLIED (WS-DCK-IDX)                       00003396
               MOVE RESTART-REJECTED-COUNT                              00003406
                   TO WS-DCK-REJECTED (WS-DCK-IDX)                      00003416
               MOVE RESTART-HELD-COUNT TO WS-DCK-HELD (WS-DCK-IDX)      00003426
               ADD RESTART-APPLIED-COUNT TO WS-PRIOR-APPLIED            00003436
               ADD RESTART-REJECTED-COUNT TO WS-PRIOR-REJECTED          00003446
               ADD RESTART-HELD-COUNT TO WS-PRIOR-HELD                  00003456
               DISPLAY 'EMPMAINT: RESTARTING DECK ' RESTART-KEY         00003466
                   ' AFTER SEQUENCE ' RESTART-LAST-SEQ                  00003476
           END-IF.                                                      00003486
      *                                                                 00003496
       GET-RUN-TIMESTAMP.                                               00003506
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00003516
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00003526
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00003536
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00003546
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-RTM-HH.                 00003556
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-RTM-MIN.               00003566
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-RTM-SS.                00003576
           PERFORM READ-RUN-CONTROL.                                    00003586
      *                                                                 00003596
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00003606
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00003616
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00003626
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00003636
       READ-RUN-CONTROL.                                                00003646
           OPEN INPUT RUNCTL.                                           00003656
           IF WS-RUNCTL-STATUS = '00'                                   00003666
               READ RUNCTL                                              00003676
                   AT END                                               00003686
                       DISPLAY 'EMPMAINT: RUNCTL IS EMPTY - '           00003696
                           'SYSTEM DATE USED'                           00003706
                   NOT AT END                                           00003716
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00003726
                       IF CTL-BUSINESS-DATE NOT = SPACES                00003736
                           MOVE CTL-BUSINESS-DATE                       00003746
                               TO WS-RUN-DATE                           00003756
                       END-IF                                           00003766
               END-READ                                                 00003776
               CLOSE RUNCTL                                             00003786
           ELSE                                                         00003796
               DISPLAY 'EMPMAINT: RUNCTL OPEN FAILED, '                 00003806
                   'STATUS = ' WS-RUNCTL-STATUS                         00003816
               DISPLAY 'EMPMAINT: SYSTEM DATE USED'                     00003826
           END-IF.                                                      00003836
      *                                                                 00003846
      * THE AUTHORITY FILE IS REQUIRED - WITHOUT IT NO TRANSACTION      00003856
      * COULD BE AUTHORIZED, SO A FILE THAT WILL NOT OPEN STOPS THE     00003866
      * RUN BEFORE ANYTHING IS POSTED.                                  00003876
       LOAD-AUTHORITY-FILE.                                             00003886
           OPEN INPUT AUTHFILE.                                         00003896
           IF WS-AUTHFILE-STATUS = '00'                                 00003906
               PERFORM READ-AUTHORITY-RECORD UNTIL WS-AUTHFILE-EOF      00003916
               CLOSE AUTHFILE                                           00003926
               DISPLAY 'EMPMAINT: AUTHORIZED USERS LOADED: '            00003936
                   WS-AUTH-COUNT                                        00003946
           ELSE                                                         00003956
               DISPLAY 'EMPMAINT: AUTHFILE OPEN FAILED, STATUS = '      00003966
                   WS-AUTHFILE-STATUS                                   00003976
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00003986
           END-IF.                                                      00003996
      *                                                                 00004006
       READ-AUTHORITY-RECORD.                                           00004016
           READ AUTHFILE                                                00004026
               AT END                                                   00004036
                   MOVE 'Y' TO WS-AUTHFILE-EOF-SWITCH                   00004046
               NOT AT END                                               00004056
                   IF WS-AUTHFILE-STATUS NOT = '00'                     00004066
                       DISPLAY 'EMPMAINT: AUTHFILE READ ERROR, '        00004076
                           'STATUS = ' WS-AUTHFILE-STATUS               00004086
                       MOVE 'Y' TO WS-AUTHFILE-EOF-SWITCH               00004096
                       MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                 00004106
                   ELSE                                                 00004116
                       MOVE AUTHFILE-REC TO EMPAUTH-RECORD              00004126
                       PERFORM SAVE-AUTHORITY-ENTRY                     00004136
                   END-IF                                               00004146
           END-READ.                                                    00004156
      *                                                                 00004166
       SAVE-AUTHORITY-ENTRY.                                            00004176
           IF AUTH-USER-ID NOT = SPACES                                 00004186
               IF WS-AUTH-COUNT < WS-AUTH-MAX                           00004196
                   ADD 1 TO WS-AUTH-COUNT                               00004206
                   SET WS-AUTH-IDX TO WS-AUTH-COUNT                     00004216
                   MOVE AUTH-USER-ID TO WS-ATH-USER-ID (WS-AUTH-IDX)    00004226
                   MOVE AUTH-ADD-FLAG TO WS-ATH-ADD-FLAG (WS-AUTH-IDX)  00004236
                   MOVE AUTH-CHANGE-FLAG                                00004246
                       TO WS-ATH-CHANGE-FLAG (WS-AUTH-IDX)              00004256
                   MOVE AUTH-DELETE-FLAG                                00004266
                       TO WS-ATH-DELETE-FLAG (WS-AUTH-IDX)              00004276
                   MOVE AUTH-STATUS-FLAG                                00004286
                       TO WS-ATH-STATUS-FLAG (WS-AUTH-IDX)              00004296
               ELSE                                                     00004306
                   IF NOT WS-AUTH-TABLE-FULL                            00004316
                       DISPLAY 'EMPMAINT: AUTHORITY TABLE FULL - '      00004326
                           'LATER USERS TREATED AS UNKNOWN'             00004336
                   END-IF                                               00004346
                   MOVE 'Y' TO WS-AUTH-FULL-SWITCH                      00004356
               END-IF                                                   00004366
           END-IF.                                                      00004376
      *                                                                 00004386
      * THE SUPERVISOR FILE IS REQUIRED LIKE THE AUTHORITY FILE -       00004396
      * WITHOUT IT NO SUPERVISOR ASSIGNMENT COULD BE VALIDATED.         00004406
       LOAD-SUPERVISOR-FILE.                                            00004416
           OPEN INPUT SUPVREF.                                          00004426
           IF WS-SUPVREF-STATUS = '00'                                  00004436
               PERFORM READ-SUPERVISOR-RECORD UNTIL WS-SUPVREF-EOF      00004446
               CLOSE SUPVREF                                            00004456
               DISPLAY 'EMPMAINT: SUPERVISORS LOADED: '                 00004466
                   WS-SUPV-COUNT                                        00004476
           ELSE                                                         00004486
               DISPLAY 'EMPMAINT: SUPVREF OPEN FAILED, STATUS = '       00004496
                   WS-SUPVREF-STATUS                                    00004506
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                         00004516
           END-IF.                                                      00004526
      *                                                                 00004536
       READ-SUPERVISOR-RECORD.                                          00004546
           READ SUPVREF                                                 00004556
               AT END                                                   00004566
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00004576
               NOT AT END                                               00004586
                   IF WS-SUPVREF-STATUS NOT = '00'                      00004596
                       DISPLAY 'EMPMAINT: SUPVREF READ ERROR, '         00004606
                           'STATUS = ' WS-SUPVREF-STATUS                00004616
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00004626
                       MOVE 'Y' TO WS-OPEN-ERROR-SWITCH                 00004636
                   ELSE                                                 00004646
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00004656
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00004666
                   END-IF                                               00004676
           END-READ.                                                    00004686
      *                                                                 00004696
       SAVE-SUPERVISOR-ENTRY.                                           00004706
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00004716
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00004726
                   ADD 1 TO WS-SUPV-COUNT                               00004736
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00004746
                   MOVE SUP-SUPERVISOR-ID                               00004756
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00004766
               ELSE                                                     00004776
                   IF NOT WS-SUPV-TABLE-FULL                            00004786
                       DISPLAY 'EMPMAINT: SUPERVISOR TABLE FULL - '     00004796
                           'LATER SUPERVISORS TREATED AS UNKNOWN'       00004806
                   END-IF                                               00004816
                   MOVE 'Y' TO WS-SUPV-FULL-SWITCH                      00004826
               END-IF                                                   00004836
           END-IF.                                                      00004846
      *                                                                 00004856
       FATAL-IO-ERROR.                                                  00004866
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00004876
           MOVE 'Y' TO WS-EOF-SWITCH.                                   00004886
           MOVE 12 TO RETURN-CODE.                                      00004896
      *                                                                 00004906
       APPLY-TRANSACTIONS.                                              00004916
           READ EMPTRAN                                                 00004926
               AT END                                                   00004936
                   MOVE 'Y' TO WS-EOF-SWITCH                            00004946
               NOT AT END                                               00004956
                   IF WS-EMPTRAN-STATUS NOT = '00'                      00004966
                       DISPLAY 'EMPMAINT: EMPTRAN READ ERROR, '         00004976
                           'STATUS = ' WS-EMPTRAN-STATUS                00004986
                       PERFORM FATAL-IO-ERROR                           00004996
                   ELSE                                                 00005006
                       ADD 1 TO WS-TRANS-READ                           00005016
                       MOVE EMPTRAN-REC TO EMPTRAN-RECORD               00005026
                       PERFORM POST-TRANSACTION                         00005036
                   END-IF                                               00005046
           END-READ.                                                    00005056
      *                                                                 00005066
      * A TRANSACTION AT OR BELOW ITS DECK'S CHECKPOINT WAS POSTED BY   00005076
      * AN INTERRUPTED EARLIER RUN AND IS SKIPPED.  A NUMBERED DECK     00005086
      * MUST ASCEND - A REPEATED OR BACKWARD SEQUENCE NUMBER IS         00005096
      * REJECTED SO A DUPLICATED CARD CANNOT POST TWICE.  A MISSING     00005106
      * OR NON-NUMERIC SEQUENCE ON A NAMED DECK IS REJECTED WITHOUT A   00005116
      * CHECKPOINT, SO A RERUN REJECTS IT AGAIN RATHER THAN SKIP IT.    00005126
       POST-TRANSACTION.                                                00005136
           MOVE SPACES TO EMPAUDIT-RECORD.                              00005146
           PERFORM IDENTIFY-TRANSACTION.                                00005156
           EVALUATE TRUE                                                00005166
               WHEN WS-IO-ERROR-FOUND                                   00005176
                   CONTINUE                                             00005186
               WHEN WS-DECK-SEQ-INVALID                                 00005196
                   PERFORM REJECT-DECK-SEQUENCE                         00005206
               WHEN WS-DECK-SEQ NOT > WS-DCK-RESTART-SEQ (WS-DCK-IDX)   00005216
                   PERFORM SKIP-APPLIED-TRANSACTION                     00005226
               WHEN WS-DECK-SEQ NOT > WS-DCK-LAST-SEQ (WS-DCK-IDX)      00005236
                   PERFORM REJECT-DECK-SEQUENCE                         00005246
                   PERFORM WRITE-CHECKPOINT                             00005256
               WHEN OTHER                                               00005266
                   PERFORM AUTHORIZE-TRANSACTION                        00005276
                   MOVE WS-DECK-SEQ TO WS-DCK-LAST-SEQ (WS-DCK-IDX)     00005286
                   PERFORM WRITE-CHECKPOINT                             00005296
           END-EVALUATE.                                                00005306
      *                                                                 00005316
       IDENTIFY-TRANSACTION.                                            00005326
           MOVE 'N' TO WS-SEQ-INVALID-SWITCH.                           00005336
           MOVE TRN-DECK-ID TO WS-DECK-ID.                              00005346
           MOVE ZERO TO WS-DECK-SEQ.                                    00005356
           IF TRN-DECK-ID = SPACES                                      00005366
               ADD 1 TO WS-UNNUMBERED-SEQ                               00005376
               MOVE WS-UNNUMBERED-SEQ TO WS-DECK-SEQ                    00005386
           ELSE                                                         00005396
               IF TRN-DECK-SEQ NUMERIC                                  00005406
                   MOVE TRN-DECK-SEQ TO WS-DECK-SEQ                     00005416
               END-IF                                                   00005426
               IF WS-DECK-SEQ = ZERO                                    00005436
                   MOVE 'Y' TO WS-SEQ-INVALID-SWITCH                    00005446
               END-IF                                                   00005456
           END-IF.                                                      00005466
           PERFORM FIND-DECK-ENTRY.                                     00005476
      *                                                                 00005486
       FIND-DECK-ENTRY.                                                 00005496
           MOVE 'N' TO WS-DECK-FOUND-SWITCH.                            00005506
           IF WS-DECK-COUNT > 0                                         00005516
               SET WS-DCK-IDX TO 1                                      00005526
               SEARCH WS-DECK-ENTRY                                     00005536
                   AT END                                               00005546
                       CONTINUE                                         00005556
                   WHEN WS-DCK-IDX > WS-DECK-COUNT                      00005566
                       CONTINUE                                         00005576
                   WHEN WS-DCK-ID (WS-DCK-IDX) = WS-DECK-ID             00005586
                       MOVE 'Y' TO WS-DECK-FOUND-SWITCH                 00005596
               END-SEARCH                                               00005606
           END-IF.                                                      00005616
           IF NOT WS-DECK-FOUND                                         00005626
               PERFORM ADD-DECK-ENTRY                                   00005636
           END-IF.                                                      00005646
      *                                                                 00005656
       ADD-DECK-ENTRY.                                                  00005666
           IF WS-DECK-COUNT < WS-DECK-MAX                               00005676
               ADD 1 TO WS-DECK-COUNT                                   00005686
               SET WS-DCK-IDX TO WS-DECK-COUNT                          00005696
               MOVE WS-DECK-ID TO WS-DCK-ID (WS-DCK-IDX)                00005706
               MOVE ZERO TO WS-DCK-RESTART-SEQ (WS-DCK-IDX)             00005716
               MOVE ZERO TO WS-DCK-LAST-SEQ (WS-DCK-IDX)                00005726
               MOVE ZERO TO WS-DCK-APPLIED (WS-DCK-IDX)                 00005736
               MOVE ZERO TO WS-DCK-REJECTED (WS-DCK-IDX)                00005746
               MOVE ZERO TO WS-DCK-HELD (WS-DCK-IDX)                    00005756
           ELSE                                                         00005766
               DISPLAY 'EMPMAINT: DECK TABLE FULL, DECK '               00005776
                   WS-DECK-ID ' CANNOT BE CHECKPOINTED'                 00005786
               PERFORM FATAL-IO-ERROR                                   00005796
           END-IF.                                                      00005806
      *                                                                 00005816
      * THE FAILED RUN'S HOLDOVER GENERATION IS SUPERSEDED BY THIS      00005826
      * RUN'S, SO A SKIPPED TRANSACTION THAT IS STILL FUTURE-DATED      00005836
      * IS CARRIED FORWARD AGAIN.  NOTHING TOUCHES THE MASTER.          00005846
       SKIP-APPLIED-TRANSACTION.                                        00005856
           PERFORM CHECK-EFFECTIVE-DATE.                                00005866
           IF WS-TRAN-FUTURE                                            00005876
               WRITE HOLDOVER-REC FROM EMPTRAN-RECORD                   00005886
               IF WS-HOLDOVER-STATUS NOT = '00'                         00005896
                   DISPLAY 'EMPMAINT: HOLDOVER WRITE ERROR, STATUS = '  00005906
                       WS-HOLDOVER-STATUS                               00005916
                   PERFORM FATAL-IO-ERROR                               00005926
               END-IF                                                   00005936
           END-IF.                                                      00005946
           IF NOT WS-IO-ERROR-FOUND                                     00005956
               MOVE 'S' TO AUD-DISPOSITION                              00005966
               MOVE SPACES TO AUD-REASON-CODE                           00005976
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00005986
               MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE                00005996
               ADD 1 TO WS-TRANS-SKIPPED                                00006006
               PERFORM WRITE-AUDIT                                      00006016
           END-IF.                                                      00006026
      *                                                                 00006036
       REJECT-DECK-SEQUENCE.                                            00006046
           MOVE 'R' TO AUD-DISPOSITION.                                 00006056
           MOVE 'SEQN' TO AUD-REASON-CODE.                              00006066
           MOVE SPACES TO AUD-BEFORE-IMAGE.                             00006076
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00006086
           ADD 1 TO WS-TRANS-REJECTED.                                  00006096
           PERFORM WRITE-AUDIT.                                         00006106
      *                                                                 00006116
      * THE CHECKPOINT IS TAKEN ONLY ONCE THE MASTER UPDATE AND ITS     00006126
      * AUDIT RECORD ARE BOTH WRITTEN.  A FAILURE BETWEEN THE TWO       00006136
      * LEAVES THAT ONE TRANSACTION UNCHECKPOINTED - THE RC=12 AUDIT    00006146
      * TRAIL SHOWS IT AS THE LAST ONE READ.                            00006156
       WRITE-CHECKPOINT.                                                00006166
           IF NOT WS-IO-ERROR-FOUND                                     00006176
               EVALUATE TRUE                                            00006186
                   WHEN AUD-APPLIED                                     00006196
                       ADD 1 TO WS-DCK-APPLIED (WS-DCK-IDX)             00006206
                   WHEN AUD-HELD                                        00006216
                       ADD 1 TO WS-DCK-HELD (WS-DCK-IDX)                00006226
                   WHEN OTHER                                           00006236
                       ADD 1 TO WS-DCK-REJECTED (WS-DCK-IDX)            00006246
               END-EVALUATE                                             00006256
               MOVE SPACES TO RESTART-RECORD                            00006266
               MOVE WS-DCK-ID (WS-DCK-IDX) TO RESTART-KEY               00006276
               MOVE WS-DCK-LAST-SEQ (WS-DCK-IDX) TO RESTART-LAST-SEQ    00006286
               MOVE WS-DCK-APPLIED (WS-DCK-IDX)                         00006296
                   TO RESTART-APPLIED-COUNT                             00006306
               MOVE WS-DCK-REJECTED (WS-DCK-IDX)                        00006316
                   TO RESTART-REJECTED-COUNT                            00006326
               MOVE WS-DCK-HELD (WS-DCK-IDX) TO RESTART-HELD-COUNT      00006336
               REWRITE RESTART-RECORD                                   00006346
                   INVALID KEY                                          00006356
                       WRITE RESTART-RECORD                             00006366
               END-REWRITE                                              00006376
               IF WS-RESTART-STATUS NOT = '00'                          00006386
                   DISPLAY 'EMPMAINT: RESTART WRITE ERROR, STATUS = '   00006396
                       WS-RESTART-STATUS                                00006406
                   PERFORM FATAL-IO-ERROR                               00006416
               END-IF                                                   00006426
           END-IF.                                                      00006436
      *                                                                 00006446
       CLEAR-CHECKPOINT.                                                00006456
           MOVE WS-DCK-ID (WS-DCK-IDX) TO RESTART-KEY.                  00006466
           DELETE RESTART RECORD                                        00006476
               INVALID KEY                                              00006486
                   CONTINUE                                             00006496
           END-DELETE.                                                  00006506
      *                                                                 00006516
      * THE SUBMITTER MUST BE ON THE AUTHORITY FILE WITH THE ACTION     00006526
      * GRANTED, AND A DELETE MUST NAME A DIFFERENT APPROVER WHO ALSO   00006536
      * HOLDS DELETE AUTHORITY.  THE SUBMITTER'S STATUS AUTHORITY IS    00006546
      * KEPT FOR THE ADD AND CHANGE CHECKS, WHICH NEED THE MASTER.      00006556
      * OTHER ACTION CODES PASS HERE AND REJECT AS ACTN.                00006566
       AUTHORIZE-TRANSACTION.                                           00006576
           MOVE SPACES TO WS-AUTH-REASON.                               00006586
           MOVE 'N' TO WS-STATUS-AUTH-SWITCH.                           00006596
           MOVE TRN-USER-ID TO WS-AUTH-SEARCH-ID.                       00006606
           PERFORM FIND-AUTHORITY-ENTRY.                                00006616
           EVALUATE TRUE                                                00006626
               WHEN NOT WS-AUTH-FOUND                                   00006636
                   MOVE 'USER' TO WS-AUTH-REASON                        00006646
               WHEN TRN-ACTION-ADD                                      00006656
                       AND NOT WS-ATH-ADD-ALLOWED (WS-AUTH-IDX)         00006666
                   MOVE 'AUTH' TO WS-AUTH-REASON                        00006676
               WHEN TRN-ACTION-CHANGE                                   00006686
                       AND NOT WS-ATH-CHANGE-ALLOWED (WS-AUTH-IDX)      00006696
                   MOVE 'AUTH' TO WS-AUTH-REASON                        00006706
               WHEN TRN-ACTION-DELETE                                   00006716
                       AND NOT WS-ATH-DELETE-ALLOWED (WS-AUTH-IDX)      00006726
                   MOVE 'AUTH' TO WS-AUTH-REASON                        00006736
               WHEN OTHER                                               00006746
                   MOVE WS-ATH-STATUS-FLAG (WS-AUTH-IDX)                00006756
                       TO WS-STATUS-AUTH-SWITCH                         00006766
           END-EVALUATE.                                                00006776
           IF WS-AUTH-REASON = SPACES AND TRN-ACTION-DELETE             00006786
               PERFORM CHECK-DELETE-APPROVER                            00006796
           END-IF.                                                      00006806
           IF WS-AUTH-REASON = SPACES                                   00006816
               PERFORM PROCESS-TRANSACTION                              00006826
           ELSE                                                         00006836
               PERFORM REJECT-NOT-AUTHORIZED                            00006846
           END-IF.                                                      00006856
      *                                                                 00006866
       CHECK-DELETE-APPROVER.                                           00006876
           IF TRN-APPROVER-ID = SPACES                                  00006886
                   OR TRN-APPROVER-ID = TRN-USER-ID                     00006896
               MOVE 'APPR' TO WS-AUTH-REASON                            00006906
           ELSE                                                         00006916
               MOVE TRN-APPROVER-ID TO WS-AUTH-SEARCH-ID                00006926
               PERFORM FIND-AUTHORITY-ENTRY                             00006936
               IF NOT WS-AUTH-FOUND                                     00006946
                   MOVE 'APPR' TO WS-AUTH-REASON                        00006956
               ELSE                                                     00006966
                   IF NOT WS-ATH-DELETE-ALLOWED (WS-AUTH-IDX)           00006976
                       MOVE 'APPR' TO WS-AUTH-REASON                    00006986
                   END-IF                                               00006996
               END-IF                                                   00007006
           END-IF.                                                      00007016
      *                                                                 00007026
       FIND-AUTHORITY-ENTRY.                                            00007036
           MOVE 'N' TO WS-AUTH-FOUND-SWITCH.                            00007046
           IF WS-AUTH-COUNT > 0                                         00007056
               SET WS-AUTH-IDX TO 1                                     00007066
               SEARCH WS-AUTH-ENTRY                                     00007076
                   AT END                                               00007086
                       CONTINUE                                         00007096
                   WHEN WS-AUTH-IDX > WS-AUTH-COUNT                     00007106
                       CONTINUE                                         00007116
                   WHEN WS-ATH-USER-ID (WS-AUTH-IDX) = WS-AUTH-SEARCH-ID00007126
                       MOVE 'Y' TO WS-AUTH-FOUND-SWITCH                 00007136
               END-SEARCH                                               00007146
           END-IF.                                                      00007156
      *                                                                 00007166
       REJECT-NOT-AUTHORIZED.                                           00007176
           MOVE 'R' TO AUD-DISPOSITION.                                 00007186
           MOVE WS-AUTH-REASON TO AUD-REASON-CODE.                      00007196
           MOVE SPACES TO AUD-BEFORE-IMAGE.                             00007206
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00007216
           ADD 1 TO WS-TRANS-REJECTED.                                  00007226
           PERFORM WRITE-AUDIT.                                         00007236
      *                                                                 00007246
       PROCESS-TRANSACTION.                                             00007256
           IF TRN-ASSOCIATE-ID = SPACES                                 00007266
               MOVE 'R' TO AUD-DISPOSITION                              00007276
               MOVE 'NOID' TO AUD-REASON-CODE                           00007286
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00007296
               MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE                00007306
               ADD 1 TO WS-TRANS-REJECTED                               00007316
               PERFORM WRITE-AUDIT                                      00007326
           ELSE                                                         00007336
               PERFORM CHECK-EFFECTIVE-DATE                             00007346
               IF WS-TRAN-FUTURE                                        00007356
                   PERFORM HOLD-TRANSACTION                             00007366
               ELSE                                                     00007376
                   PERFORM READ-MASTER-BY-ID                            00007386
                   IF NOT WS-IO-ERROR-FOUND                             00007396
                       EVALUATE TRUE                                    00007406
                           WHEN TRN-ACTION-ADD                          00007416
                               PERFORM APPLY-ADD                        00007426
                           WHEN TRN-ACTION-CHANGE                       00007436
                               PERFORM APPLY-CHANGE                     00007446
                           WHEN TRN-ACTION-DELETE                       00007456
                               PERFORM APPLY-DELETE                     00007466
                           WHEN OTHER                                   00007476
                               PERFORM REJECT-BAD-ACTION                00007486
                       END-EVALUATE                                     00007496
                   END-IF                                               00007506
               END-IF                                                   00007516
           END-IF.                                                      00007526
      *                                                                 00007536
       READ-MASTER-BY-ID.                                               00007546
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.                          00007556
           MOVE SPACES TO EMPMSTR-RECORD.                               00007566
           MOVE TRN-ASSOCIATE-ID TO EMP-ASSOCIATE-ID.                   00007576
           READ EMPMSTR                                                 00007586
               INVALID KEY                                              00007596
                   CONTINUE                                             00007606
               NOT INVALID KEY                                          00007616
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH                   00007626
           END-READ.                                                    00007636
           IF WS-EMPMSTR-STATUS NOT = '00'                              00007646
                   AND WS-EMPMSTR-STATUS NOT = '23'                     00007656
               DISPLAY 'EMPMAINT: EMPMSTR READ ERROR, STATUS = '        00007666
                   WS-EMPMSTR-STATUS                                    00007676
               PERFORM FATAL-IO-ERROR                                   00007686
           END-IF.                                                      00007696
      *                                                                 00007706
      * A TRANSACTION DATED PAST THE BUSINESS DATE IS NOT APPLIED       00007716
      * OR REJECTED - IT GOES TO THE HOLDOVER FILE, WHICH THE           00007726
      * SCHEDULER MERGES INTO EACH SUBSEQUENT NIGHT'S DECK UNTIL        00007736
      * THE DATE MATURES.  THE AUDIT TRAIL SHOWS IT AS HELD.            00007746
       CHECK-EFFECTIVE-DATE.                                            00007756
           MOVE 'N' TO WS-FUTURE-SWITCH.                                00007766
           IF TRN-EFFECTIVE-DATE (1:4) NUMERIC                          00007776
                   AND TRN-EFFECTIVE-DATE (6:2) NUMERIC                 00007786
                   AND TRN-EFFECTIVE-DATE (9:2) NUMERIC                 00007796
                   AND TRN-EFFECTIVE-DATE (5:1) = '-'                   00007806
                   AND TRN-EFFECTIVE-DATE (8:1) = '-'                   00007816
                   AND TRN-EFFECTIVE-DATE > WS-RUN-DATE                 00007826
               MOVE 'Y' TO WS-FUTURE-SWITCH                             00007836
           END-IF.                                                      00007846
      *                                                                 00007856
       HOLD-TRANSACTION.                                                00007866
           WRITE HOLDOVER-REC FROM EMPTRAN-RECORD.                      00007876
           IF WS-HOLDOVER-STATUS NOT = '00'                             00007886
               DISPLAY 'EMPMAINT: HOLDOVER WRITE ERROR, STATUS = '      00007896
                   WS-HOLDOVER-STATUS                                   00007906
               PERFORM FATAL-IO-ERROR                                   00007916
           ELSE                                                         00007926
               MOVE 'H' TO AUD-DISPOSITION                              00007936
               MOVE SPACES TO AUD-REASON-CODE                           00007946
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00007956
               MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE                00007966
               ADD 1 TO WS-TRANS-HELD                                   00007976
               PERFORM WRITE-AUDIT                                      00007986
           END-IF.                                                      00007996
      *                                                                 00008006
       APPLY-ADD.                                                       00008016
           PERFORM FIND-SUPERVISOR-ENTRY.                               00008026
           PERFORM CHECK-HIRE-DATE.                                     00008031
           EVALUATE TRUE                                                00008036
               WHEN WS-MASTER-FOUND                                     00008046
                   MOVE 'R' TO AUD-DISPOSITION                          00008056
                   MOVE 'DUPL' TO AUD-REASON-CODE                       00008066
                   MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE              00008076
                   MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE            00008086
                   ADD 1 TO WS-TRANS-REJECTED                           00008096
                   PERFORM WRITE-AUDIT                                  00008106
               WHEN TRN-ASSOCIATE-NAME = SPACES                         00008116
                   MOVE 'R' TO AUD-DISPOSITION                          00008126
                   MOVE 'NAME' TO AUD-REASON-CODE                       00008136
                   MOVE SPACES TO AUD-BEFORE-IMAGE                      00008146
                   MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE            00008156
                   ADD 1 TO WS-TRANS-REJECTED                           00008166
                   PERFORM WRITE-AUDIT                                  00008176
               WHEN TRN-EMPLOYMENT-STATUS = 'L'                         00008186
                       AND NOT WS-USER-STATUS-ALLOWED                   00008196
                   PERFORM REJECT-STATUS-AUTHORITY                      00008206
               WHEN NOT WS-SUPV-FOUND                                   00008216
                   PERFORM REJECT-BAD-SUPERVISOR                        00008226
               WHEN NOT WS-HIRE-DATE-OK                                 00008229
                   PERFORM REJECT-BAD-HIRE-DATE                         00008232
               WHEN TRN-SHIFT-VALID                                     00008236
                   IF TRN-GREETING-STATUS NOT = 'P'                     00008246
                           AND TRN-GREETING-STATUS NOT = 'S'            00008256
                           AND TRN-GREETING-STATUS NOT = 'D'            00008266
                           AND TRN-GREETING-STATUS NOT = 'F'            00008276
                       MOVE 'P' TO TRN-GREETING-STATUS                  00008286
                   END-IF                                               00008296
                   IF TRN-EMPLOYMENT-STATUS NOT = 'A'                   00008306
                           AND TRN-EMPLOYMENT-STATUS NOT = 'L'          00008316
                       MOVE 'A' TO TRN-EMPLOYMENT-STATUS                00008326
                   END-IF                                               00008336
                   MOVE TRN-EMPMSTR-IMAGE TO EMPMSTR-RECORD             00008346
                   WRITE EMPMSTR-RECORD                                 00008356
                       INVALID KEY                                      00008366
                           DISPLAY 'EMPMAINT: EMPMSTR WRITE '           00008376
                               'ERROR, STATUS = '                       00008386
                               WS-EMPMSTR-STATUS                        00008396
                           PERFORM FATAL-IO-ERROR                       00008406
                       NOT INVALID KEY                                  00008416
                           MOVE 'A' TO AUD-DISPOSITION                  00008426
                           MOVE SPACES TO AUD-REASON-CODE               00008436
                           MOVE SPACES TO AUD-BEFORE-IMAGE              00008446
                           MOVE TRN-EMPMSTR-IMAGE                       00008456
                               TO AUD-AFTER-IMAGE                       00008466
                           ADD 1 TO WS-TRANS-APPLIED                    00008476
                           PERFORM WRITE-AUDIT                          00008486
                   END-WRITE                                            00008496
               WHEN OTHER                                               00008506
                   MOVE 'R' TO AUD-DISPOSITION                          00008516
                   MOVE 'SHFT' TO AUD-REASON-CODE                       00008526
                   MOVE SPACES TO AUD-BEFORE-IMAGE                      00008536
                   MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE            00008546
                   ADD 1 TO WS-TRANS-REJECTED                           00008556
                   PERFORM WRITE-AUDIT                                  00008566
           END-EVALUATE.                                                00008576
      *                                                                 00008586
       APPLY-CHANGE.                                                    00008596
           PERFORM FIND-SUPERVISOR-ENTRY.                               00008606
           PERFORM CHECK-HIRE-DATE.                                     00008611
           EVALUATE TRUE                                                00008616
               WHEN NOT WS-MASTER-FOUND                                 00008626
                   PERFORM REJECT-NO-MASTER                             00008636
               WHEN (TRN-EMPLOYMENT-STATUS = 'A'                        00008646
                       OR TRN-EMPLOYMENT-STATUS = 'L')                  00008656
                       AND TRN-EMPLOYMENT-STATUS                        00008666
                           NOT = EMP-EMPLOYMENT-STATUS                  00008676
                       AND NOT WS-USER-STATUS-ALLOWED                   00008686
                   PERFORM REJECT-STATUS-AUTHORITY                      00008696
               WHEN NOT WS-SUPV-FOUND                                   00008706
                   PERFORM REJECT-BAD-SUPERVISOR                        00008716
               WHEN NOT WS-HIRE-DATE-OK                                 00008719
                   PERFORM REJECT-BAD-HIRE-DATE                         00008722
               WHEN TRN-SHIFT-VALID                                     00008726
                   IF TRN-SUPERVISOR-ID = SPACES                        00008736
                       MOVE EMP-SUPERVISOR-ID TO TRN-SUPERVISOR-ID      00008746
                   END-IF                                               00008756
                   IF TRN-HIRE-DATE = SPACES                            00008758
                       MOVE EMP-HIRE-DATE TO TRN-HIRE-DATE              00008760
                   END-IF                                               00008762
                   IF TRN-GREETING-STATUS NOT = 'P'                     00008766
                           AND TRN-GREETING-STATUS NOT = 'S'            00008776
                           AND TRN-GREETING-STATUS NOT = 'D'            00008786
                           AND TRN-GREETING-STATUS NOT = 'F'            00008796
                       IF EMP-GREETING-PENDING                          00008806
                               OR EMP-GREETING-HANDED-OFF               00008816
                           MOVE EMP-GREETING-STATUS                     00008826
                               TO TRN-GREETING-STATUS                   00008836
                       ELSE                                             00008846
                           MOVE 'P' TO TRN-GREETING-STATUS              00008856
                       END-IF                                           00008866
                   END-IF                                               00008876
                   IF TRN-EMPLOYMENT-STATUS NOT = 'A'                   00008886
                           AND TRN-EMPLOYMENT-STATUS NOT = 'L'          00008896
                       IF EMP-EMP-ACTIVE OR EMP-ON-LEAVE                00008906
                           MOVE EMP-EMPLOYMENT-STATUS                   00008916
                               TO TRN-EMPLOYMENT-STATUS                 00008926
                       ELSE                                             00008936
                           MOVE 'A' TO TRN-EMPLOYMENT-STATUS            00008946
                       END-IF                                           00008956
                   END-IF                                               00008966
                   MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE              00008976
                   MOVE TRN-EMPMSTR-IMAGE TO EMPMSTR-RECORD             00008986
                   REWRITE EMPMSTR-RECORD                               00008996
                       INVALID KEY                                      00009006
                           DISPLAY 'EMPMAINT: EMPMSTR REWRITE '         00009016
                               'ERROR, STATUS = '                       00009026
                               WS-EMPMSTR-STATUS                        00009036
                           PERFORM FATAL-IO-ERROR                       00009046
                       NOT INVALID KEY                                  00009056
                           MOVE 'A' TO AUD-DISPOSITION                  00009066
                           MOVE SPACES TO AUD-REASON-CODE               00009076
                           MOVE TRN-EMPMSTR-IMAGE                       00009086
                               TO AUD-AFTER-IMAGE                       00009096
                           ADD 1 TO WS-TRANS-APPLIED                    00009106
                           PERFORM WRITE-AUDIT                          00009116
                   END-REWRITE                                          00009126
               WHEN OTHER                                               00009136
                   MOVE 'R' TO AUD-DISPOSITION                          00009146
                   MOVE 'SHFT' TO AUD-REASON-CODE                       00009156
                   MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE              00009166
                   MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE            00009176
                   ADD 1 TO WS-TRANS-REJECTED                           00009186
                   PERFORM WRITE-AUDIT                                  00009196
           END-EVALUATE.                                                00009206
      *                                                                 00009216
       APPLY-DELETE.                                                    00009226
           IF NOT WS-MASTER-FOUND                                       00009236
               PERFORM REJECT-NO-MASTER                                 00009246
           ELSE                                                         00009256
               MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE                  00009266
               DELETE EMPMSTR                                           00009276
                   INVALID KEY                                          00009286
                       DISPLAY 'EMPMAINT: EMPMSTR DELETE ERROR, '       00009296
                           'STATUS = ' WS-EMPMSTR-STATUS                00009306
                       PERFORM FATAL-IO-ERROR                           00009316
                   NOT INVALID KEY                                      00009326
                       MOVE 'A' TO AUD-DISPOSITION                      00009336
                       MOVE SPACES TO AUD-REASON-CODE                   00009346
                       MOVE SPACES TO AUD-AFTER-IMAGE                   00009356
                       ADD 1 TO WS-TRANS-APPLIED                        00009366
                       PERFORM WRITE-AUDIT                              00009376
               END-DELETE                                               00009386
           END-IF.                                                      00009396
      *                                                                 00009406
      * AN ADD ON LEAVE, OR A CHANGE THAT MOVES THE EMPLOYMENT STATUS,  00009416
      * NEEDS THE SUBMITTER'S SEPARATE STATUS AUTHORITY.                00009426
       REJECT-STATUS-AUTHORITY.                                         00009436
           MOVE 'R' TO AUD-DISPOSITION.                                 00009446
           MOVE 'LOAA' TO AUD-REASON-CODE.                              00009456
           IF WS-MASTER-FOUND                                           00009466
               MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE                  00009476
           ELSE                                                         00009486
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00009496
           END-IF.                                                      00009506
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00009516
           ADD 1 TO WS-TRANS-REJECTED.                                  00009526
           PERFORM WRITE-AUDIT.                                         00009536
      *                                                                 00009546
      * A BLANK SUPERVISOR ID PASSES - AN ADD WITHOUT ONE IS REPORTED   00009556
      * UNASSIGNED, A CHANGE WITHOUT ONE KEEPS THE MASTER'S.            00009566
       FIND-SUPERVISOR-ENTRY.                                           00009576
           MOVE 'N' TO WS-SUPV-FOUND-SWITCH.                            00009586
           IF TRN-SUPERVISOR-ID = SPACES                                00009596
               MOVE 'Y' TO WS-SUPV-FOUND-SWITCH                         00009606
           ELSE                                                         00009616
               IF WS-SUPV-COUNT > 0                                     00009626
                   SET WS-SUPV-IDX TO 1                                 00009636
                   SEARCH WS-SUPV-ENTRY                                 00009646
                       AT END                                           00009656
                           CONTINUE                                     00009666
                       WHEN WS-SUPV-IDX > WS-SUPV-COUNT                 00009676
                           CONTINUE                                     00009686
                       WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)          00009696
                               = TRN-SUPERVISOR-ID                      00009706
                           MOVE 'Y' TO WS-SUPV-FOUND-SWITCH             00009716
                   END-SEARCH                                           00009726
               END-IF                                                   00009736
           END-IF.                                                      00009746
      *                                                                 00009756
       REJECT-BAD-SUPERVISOR.                                           00009766
           MOVE 'R' TO AUD-DISPOSITION.                                 00009776
           MOVE 'SUPV' TO AUD-REASON-CODE.                              00009786
           IF WS-MASTER-FOUND                                           00009796
               MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE                  00009806
           ELSE                                                         00009816
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00009826
           END-IF.                                                      00009836
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00009846
           ADD 1 TO WS-TRANS-REJECTED.                                  00009856
           PERFORM WRITE-AUDIT.                                         00009866
      *                                                                 00009876
      * A BLANK HIRE DATE PASSES - AN ADD WITHOUT ONE HAS NO SERVICE    00009877
      * ANNIVERSARY UNTIL HR SUPPLIES IT, A CHANGE WITHOUT ONE KEEPS    00009878
      * THE MASTER'S.                                                   00009879
       CHECK-HIRE-DATE.                                                 00009880
           MOVE 'N' TO WS-HIRE-OK-SWITCH.                               00009881
           IF TRN-HIRE-DATE = SPACES                                    00009882
               MOVE 'Y' TO WS-HIRE-OK-SWITCH                            00009883
           ELSE                                                         00009884
               IF TRN-HIRE-DATE (1:4) NUMERIC                           00009885
                       AND TRN-HIRE-DATE (5:1) = '-'                    00009886
                       AND TRN-HIRE-DATE (6:2) NUMERIC                  00009887
                       AND TRN-HIRE-DATE (8:1) = '-'                    00009888
                       AND TRN-HIRE-DATE (9:2) NUMERIC                  00009889
                   MOVE TRN-HIRE-DATE (1:4) TO WS-HIRE-DATE-NUM (1:4)   00009890
                   MOVE TRN-HIRE-DATE (6:2) TO WS-HIRE-DATE-NUM (5:2)   00009891
                   MOVE TRN-HIRE-DATE (9:2) TO WS-HIRE-DATE-NUM (7:2)   00009892
                   IF FUNCTION TEST-DATE-YYYYMMDD                       00009893
                           (WS-HIRE-DATE-NUM) = 0                       00009894
                       MOVE 'Y' TO WS-HIRE-OK-SWITCH                    00009895
                   END-IF                                               00009896
               END-IF                                                   00009897
           END-IF.                                                      00009898
      *                                                                 00009899
       REJECT-BAD-HIRE-DATE.                                            00009900
           MOVE 'R' TO AUD-DISPOSITION.                                 00009901
           MOVE 'HIRE' TO AUD-REASON-CODE.                              00009902
           IF WS-MASTER-FOUND                                           00009903
               MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE                  00009904
           ELSE                                                         00009905
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00009906
           END-IF.                                                      00009907
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00009908
           ADD 1 TO WS-TRANS-REJECTED.                                  00009909
           PERFORM WRITE-AUDIT.                                         00009910
      *                                                                 00009911
       REJECT-NO-MASTER.                                                00009912
           MOVE 'R' TO AUD-DISPOSITION.                                 00009913
           MOVE 'NOMA' TO AUD-REASON-CODE.                              00009914
           MOVE SPACES TO AUD-BEFORE-IMAGE.                             00009916
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00009926
           ADD 1 TO WS-TRANS-REJECTED.                                  00009936
           PERFORM WRITE-AUDIT.                                         00009946
      *                                                                 00009956
       REJECT-BAD-ACTION.                                               00009966
           MOVE 'R' TO AUD-DISPOSITION.                                 00009976
           MOVE 'ACTN' TO AUD-REASON-CODE.                              00009986
           IF WS-MASTER-FOUND                                           00009996
               MOVE EMPMSTR-RECORD TO AUD-BEFORE-IMAGE                  00010006
           ELSE                                                         00010016
               MOVE SPACES TO AUD-BEFORE-IMAGE                          00010026
           END-IF.                                                      00010036
           MOVE TRN-EMPMSTR-IMAGE TO AUD-AFTER-IMAGE.                   00010046
           ADD 1 TO WS-TRANS-REJECTED.                                  00010056
           PERFORM WRITE-AUDIT.                                         00010066
      *                                                                 00010076
       WRITE-AUDIT.                                                     00010086
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.                            00010096
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.                            00010106
           MOVE TRN-ACTION-CODE TO AUD-ACTION-CODE.                     00010116
           MOVE TRN-USER-ID TO AUD-USER-ID.                             00010126
           MOVE TRN-APPROVER-ID TO AUD-APPROVER-ID.                     00010136
           MOVE WS-DECK-ID TO AUD-DECK-ID.                              00010146
           MOVE WS-DECK-SEQ TO AUD-DECK-SEQ.                            00010156
           WRITE EMPAUDIT-REC FROM EMPAUDIT-RECORD.                     00010166
           IF WS-EMPAUDIT-STATUS NOT = '00'                             00010176
               DISPLAY 'EMPMAINT: EMPAUDIT WRITE ERROR, STATUS = '      00010186
                   WS-EMPAUDIT-STATUS                                   00010196
               PERFORM FATAL-IO-ERROR                                   00010206
           END-IF.                                                      00010216
      *                                                                 00010226
      * A RESTARTED RUN ALSO SHOWS WHAT THE INTERRUPTED RUN POSTED      00010236
      * AND THE COMBINED TOTALS.  THE TOTALS BALANCE WHEN EVERY         00010246
      * TRANSACTION READ IS ACCOUNTED FOR AND, ON A COMPLETED PASS,     00010256
      * THE SKIPS MATCH WHAT THE CHECKPOINTS SAY WAS ALREADY POSTED.    00010266
       WRITE-CONTROL-TOTALS.                                            00010276
           COMPUTE WS-TOTAL-APPLIED = WS-PRIOR-APPLIED                  00010286
               + WS-TRANS-APPLIED.                                      00010296
           COMPUTE WS-TOTAL-REJECTED = WS-PRIOR-REJECTED                00010306
               + WS-TRANS-REJECTED.                                     00010316
           COMPUTE WS-TOTAL-HELD = WS-PRIOR-HELD + WS-TRANS-HELD.       00010326
           DISPLAY 'EMPMAINT: TRANS READ:      ' WS-TRANS-READ.         00010336
           DISPLAY 'EMPMAINT: TRANS SKIPPED:   ' WS-TRANS-SKIPPED.      00010346
           DISPLAY 'EMPMAINT: TRANS APPLIED:   ' WS-TRANS-APPLIED.      00010356
           DISPLAY 'EMPMAINT: TRANS REJECTED:  ' WS-TRANS-REJECTED.     00010366
           DISPLAY 'EMPMAINT: TRANS HELD:      ' WS-TRANS-HELD.         00010376
           IF WS-RESTART-OCCURRED                                       00010386
               DISPLAY 'EMPMAINT: PRIOR APPLIED:   ' WS-PRIOR-APPLIED   00010396
               DISPLAY 'EMPMAINT: PRIOR REJECTED:  ' WS-PRIOR-REJECTED  00010406
               DISPLAY 'EMPMAINT: PRIOR HELD:      ' WS-PRIOR-HELD      00010416
               DISPLAY 'EMPMAINT: TOTAL APPLIED:   ' WS-TOTAL-APPLIED   00010426
               DISPLAY 'EMPMAINT: TOTAL REJECTED:  ' WS-TOTAL-REJECTED  00010436
               DISPLAY 'EMPMAINT: TOTAL HELD:      ' WS-TOTAL-HELD      00010446
           END-IF.                                                      00010456
           PERFORM CHECK-CONTROL-BALANCE.                               00010466
      *                                                                 00010476
       CHECK-CONTROL-BALANCE.                                           00010486
           MOVE 'N' TO WS-BALANCE-SWITCH.                               00010496
           COMPUTE WS-TRANS-ACCOUNTED = WS-TRANS-SKIPPED                00010506
               + WS-TRANS-APPLIED + WS-TRANS-REJECTED + WS-TRANS-HELD.  00010516
           COMPUTE WS-PRIOR-PROCESSED = WS-PRIOR-APPLIED                00010526
               + WS-PRIOR-REJECTED + WS-PRIOR-HELD.                     00010536
           IF NOT WS-IO-ERROR-FOUND AND NOT WS-OPEN-ERROR-FOUND         00010546
               IF WS-TRANS-ACCOUNTED NOT = WS-TRANS-READ                00010556
                       OR WS-TRANS-SKIPPED NOT = WS-PRIOR-PROCESSED     00010566
                   MOVE 'Y' TO WS-BALANCE-SWITCH                        00010576
                   DISPLAY 'EMPMAINT: CONTROL TOTALS DO NOT BALANCE - ' 00010586
                       'SKIPPED ' WS-TRANS-SKIPPED                      00010596
                       ' PRIOR ' WS-PRIOR-PROCESSED                     00010606
               END-IF                                                   00010616
           END-IF.                                                      00010626
      *                                                                 00010636
       TERMINATE-RUN.                                                   00010646
           IF WS-EMPMSTR-OPEN-OK                                        00010656
               CLOSE EMPMSTR                                            00010666
           END-IF.                                                      00010676
           IF WS-EMPTRAN-OPEN-OK                                        00010686
               CLOSE EMPTRAN                                            00010696
           END-IF.                                                      00010706
           IF WS-EMPAUDIT-OPEN-OK                                       00010716
               CLOSE EMPAUDIT                                           00010726
           END-IF.                                                      00010736
           IF WS-HOLDOVER-OPEN-OK                                       00010746
               CLOSE HOLDOVER                                           00010756
           END-IF.                                                      00010766
      * THE CHECKPOINTS ARE CLEARED ONLY AFTER A COMPLETED PASS.  AN    00010776
      * I/O ERROR LEAVES THEM STANDING FOR THE RERUN.                   00010786
           IF WS-RESTART-OPEN-OK                                        00010796
               IF NOT WS-IO-ERROR-FOUND AND NOT WS-OPEN-ERROR-FOUND     00010806
                   PERFORM CLEAR-CHECKPOINT                             00010816
                       VARYING WS-DCK-IDX FROM 1 BY 1                   00010826
                       UNTIL WS-DCK-IDX > WS-DECK-COUNT                 00010836
               END-IF                                                   00010846
               CLOSE RESTART                                            00010856
           END-IF.                                                      00010866
           PERFORM WRITE-CONTROL-TOTALS.                                00010876
           IF (WS-TOTAL-REJECTED > 0 OR WS-TOTALS-OUT-OF-BALANCE)       00010886
                   AND RETURN-CODE = 0                                  00010896
               MOVE 4 TO RETURN-CODE                                    00010906
           END-IF.                                                      00010916
      *                                                                 00010926
       MAIN-LOGIC-EXIT.                                                 00010936
           STOP RUN.                                                    00010946
