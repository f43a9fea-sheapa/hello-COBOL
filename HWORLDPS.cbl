           SELECT REJECTS ASSIGN TO REJECTS                             00000240
               ORGANIZATION IS SEQUENTIAL                               00000250
               FILE STATUS IS WS-REJECTS-STATUS.                        00000260
           SELECT GATEWAY ASSIGN TO GATEWAY                             00000262
               ORGANIZATION IS SEQUENTIAL                               00000264
               FILE STATUS IS WS-GATEWAY-STATUS.                        00000266
           SELECT RUNSTATS ASSIGN TO RUNSTATS                           00000270
               ORGANIZATION IS SEQUENTIAL                               00000280
               FILE STATUS IS WS-RUNSTATS-STATUS.                       00000290
           SELECT LEDGER ASSIGN TO LEDGER                               00000292
               ORGANIZATION IS SEQUENTIAL                               00000294
               FILE STATUS IS WS-LEDGER-STATUS.                         00000296
           SELECT SHIFTMIN ASSIGN TO SHIFTMIN                           00000300
               ORGANIZATION IS SEQUENTIAL                               00000310
               FILE STATUS IS WS-SHIFTMIN-STATUS.                       00000320
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000360
               ORGANIZATION IS SEQUENTIAL                               00000370
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000380
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000381
               ORGANIZATION IS SEQUENTIAL                               00000382
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000383
           SELECT BURSTRP ASSIGN TO BURSTRP                             00000384
               ORGANIZATION IS SEQUENTIAL                               00000385
               FILE STATUS IS WS-BURSTRP-STATUS.                        00000386
           SELECT RESTART ASSIGN TO RESTART                             00000390
               ORGANIZATION IS INDEXED                                  00000400
               ACCESS MODE IS DYNAMIC                                   00000410
           RECORDING MODE IS F.                                         00000580
       01  REJECTS-RECORD                  PIC X(103).                  00000590
      *                                                                 00000600
       FD  GATEWAY                                                      00000601
           LABEL RECORDS ARE STANDARD                                   00000602
           RECORDING MODE IS F.                                         00000603
       01  GATEWAY-RECORD                  PIC X(160).                  00000604
      *                                                                 00000605
       FD  RUNSTATS                                                     00000610
           LABEL RECORDS ARE STANDARD                                   00000620
           RECORDING MODE IS F.                                         00000630
       01  RUNSTATS-RECORD                 PIC X(80).                   00000640
      *                                                                 00000650
       FD  LEDGER                                                       00000651
           LABEL RECORDS ARE STANDARD                                   00000652
           RECORDING MODE IS F.                                         00000653
       01  LEDGER-REC                      PIC X(80).                   00000654
      *                                                                 00000655
       FD  SHIFTMIN                                                     00000660
           LABEL RECORDS ARE STANDARD                                   00000670
           RECORDING MODE IS F.                                         00000680
           RECORDING MODE IS F.                                         00000860
       01  RUNCTL-REC                      PIC X(80).                   00000870
      *                                                                 00000880
       FD  SUPVREF                                                      00000890
           LABEL RECORDS ARE STANDARD                                   00000900
           RECORDING MODE IS F.                                         00000910
       01  SUPVREF-REC                     PIC X(80).                   00000920
      *                                                                 00000930
       FD  BURSTRP                                                      00000940
           LABEL RECORDS ARE STANDARD                                   00000950
           RECORDING MODE IS F.                                         00000960
       01  BURSTRP-RECORD                  PIC X(141).                  00000970
      *                                                                 00000980
       FD  RESTART                                                      00000990
           LABEL RECORDS ARE STANDARD.                                  00001000
       01  RESTART-RECORD.                                              00001010
           05  RESTART-KEY                 PIC X(08).                   00001020
           05  RESTART-COUNT               PIC 9(09).                   00001030
           05  RESTART-WRITTEN-COUNT       PIC 9(09).                   00001040
           05  RESTART-BAD-DATA-COUNT      PIC 9(09).                   00001050
           05  RESTART-SENT-SKIP-COUNT     PIC 9(09).                   00001060
           05  RESTART-LOA-SKIP-COUNT      PIC 9(09).                   00001070
           05  RESTART-SHF-GREETED         OCCURS 3 TIMES               00001080
                                           PIC 9(09).                   00001090
      *                                                                 00001100
       WORKING-STORAGE SECTION.                                         00001110
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00001120
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00001130
       01  WS-HWORLDRP-STATUS              PIC X(02) VALUE '00'.        00001140
       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.         00001150
           88  WS-EOF-YES                            VALUE 'Y'.         00001160
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001170
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00001180
       01  WS-HWORLDRP-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001190
           88  WS-HWORLDRP-OPEN-OK                   VALUE 'Y'.         00001200
       01  WS-REJECTS-STATUS               PIC X(02) VALUE '00'.        00001210
       01  WS-REJECTS-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001220
           88  WS-REJECTS-OPEN-OK                    VALUE 'Y'.         00001230
       01  WS-GATEWAY-STATUS               PIC X(02) VALUE '00'.        00001240
       01  WS-GATEWAY-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001250
           88  WS-GATEWAY-OPEN-OK                    VALUE 'Y'.         00001260
       01  WS-RUNSTATS-STATUS              PIC X(02) VALUE '00'.        00001270
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00001280
       01  WS-RESTART-OCC-SWITCH           PIC X(01) VALUE 'N'.         00001290
           88  WS-RESTART-OCCURRED                   VALUE 'Y'.         00001300
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00001310
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001320
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00001330
       01  WS-SUPVREF-LOADED-SWITCH        PIC X(01) VALUE 'N'.         00001340
           88  WS-SUPVREF-LOADED                     VALUE 'Y'.         00001350
       01  WS-BURSTRP-STATUS               PIC X(02) VALUE '00'.        00001360
       01  WS-SHIFTMIN-STATUS              PIC X(02) VALUE '00'.        00001370
       01  WS-SHIFTMIN-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001380
           88  WS-SHIFTMIN-EOF                       VALUE 'Y'.         00001390
       01  WS-COVERAGE-SHORT-SWITCH        PIC X(01) VALUE 'N'.         00001400
           88  WS-COVERAGE-SHORT                     VALUE 'Y'.         00001410
       01  WS-SHIFT-SUB                    PIC 9(02) VALUE ZERO COMP.   00001420
       01  WS-SHIFT-TABLE.                                              00001430
           05  WS-SHIFT-ENTRY              OCCURS 3 TIMES.              00001440
               10  WS-SHF-CODE             PIC X(01).                   00001450
               10  WS-SHF-COUNT            PIC 9(09).                   00001460
               10  WS-SHF-MINIMUM          PIC 9(04).                   00001470
               10  WS-SHF-GREETED          PIC 9(09).                   00001480
               10  WS-SHF-TMPL-WARN        PIC X(01).                   00001490
       01  WS-SHF-DIGIT                    PIC 9(01) VALUE ZERO.        00001500
       01  WS-GRTTMPL-STATUS               PIC X(02) VALUE '00'.        00001510
       01  WS-GRTTMPL-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001520
           88  WS-GRTTMPL-EOF                        VALUE 'Y'.         00001530
       01  WS-TMPL-MISSING-SWITCH          PIC X(01) VALUE 'N'.         00001540
           88  WS-TMPL-MISSING                       VALUE 'Y'.         00001550
       01  WS-TPL-FOUND-SWITCH             PIC X(01) VALUE 'N'.         00001560
           88  WS-TPL-FOUND                          VALUE 'Y'.         00001570
       01  WS-TPL-SUB                      PIC 9(02) VALUE ZERO COMP.   00001580
      * ENTRIES 1-3 ARE THE SHIFT TEMPLATES, 4 THE '*' DEFAULT, AND 5   00001582
      * THE 'A' SERVICE-ANNIVERSARY TEMPLATE USED IN PLACE OF THE       00001584
      * SHIFT TEXT ON AN ASSOCIATE'S HIRE-DATE ANNIVERSARY.             00001586
       01  WS-TEMPLATE-TABLE.                                           00001590
           05  WS-TPL-ENTRY                OCCURS 5 TIMES.              00001600
               10  WS-TPL-CODE             PIC X(01).                   00001610
               10  WS-TPL-SOURCE           PIC X(01).                   00001620
               10  WS-TPL-TEXT             PIC X(60).                   00001630
       01  WS-TPL-WORK                     PIC X(66) VALUE SPACES.      00001640
       01  WS-TPL-IX                       PIC 9(03) VALUE ZERO COMP.   00001650
       01  WS-OUT-IX                       PIC 9(03) VALUE ZERO COMP.   00001660
       01  WS-ANNIV-SWITCH                 PIC X(01) VALUE 'N'.         00001661
           88  WS-ANNIVERSARY-TODAY                  VALUE 'Y'.         00001662
       01  WS-ANNIV-WARN-SWITCH            PIC X(01) VALUE 'N'.         00001663
           88  WS-ANNIV-WARNED                       VALUE 'Y'.         00001664
       01  WS-ANNIV-MMDD                   PIC X(05) VALUE SPACES.      00001665
       01  WS-LEAP-TEST-DATE               PIC 9(08) VALUE ZERO.        00001666
       01  WS-RUN-YEAR                     PIC 9(04) VALUE ZERO.        00001667
       01  WS-HIRE-YEAR                    PIC 9(04) VALUE ZERO.        00001668
       01  WS-SERVICE-YEARS                PIC 9(03) VALUE ZERO.        00001669
       01  WS-YEARS-EDIT                   PIC ZZ9.                     00001670
       01  WS-YEARS-START                  PIC 9(01) VALUE ZERO COMP.   00001671
       01  WS-YEARS-LEN                    PIC 9(01) VALUE ZERO COMP.   00001672
       01  WS-ANNIV-GREETED                PIC 9(09) VALUE ZERO.        00001673
       01  WS-BAD-DATA-SWITCH              PIC X(01) VALUE 'N'.         00001674
           88  WS-BAD-DATA-FOUND                     VALUE 'Y'.         00001680
       01  WS-EMPMSTR-ERROR-SWITCH         PIC X(01) VALUE 'N'.         00001690
           88  WS-EMPMSTR-READ-ERROR                 VALUE 'Y'.         00001700
       01  WS-BAD-DATA-COUNT               PIC 9(09) VALUE ZERO.        00001710
       01  WS-GREETINGS-WRITTEN            PIC 9(09) VALUE ZERO.        00001720
       01  WS-SENT-SKIP-COUNT              PIC 9(09) VALUE ZERO.        00001730
       01  WS-LOA-SKIP-COUNT               PIC 9(09) VALUE ZERO.        00001740
       01  WS-LOA-SUB                      PIC 9(04) VALUE ZERO COMP.   00001750
       01  WS-LOA-OUT                      PIC 9(04) VALUE ZERO.        00001760
       01  WS-LOA-TABLE.                                                00001770
           05  WS-LOA-MAX                  PIC 9(04) VALUE 1000         00001780
                                           COMP.                        00001790
           05  WS-LOA-COUNT                PIC 9(04) VALUE ZERO         00001800
                                           COMP.                        00001810
           05  WS-LOA-ENTRY                OCCURS 1000 TIMES.           00001820
               10  WS-LOA-ID               PIC X(08).                   00001830
               10  WS-LOA-NAME             PIC X(30).                   00001840
               10  WS-LOA-SHIFT            PIC X(01).                   00001850
               10  WS-LOA-SLOT             PIC 9(04) COMP.              00001860
      *                                                                 00001870
      * ONE ENTRY PER SUPERVISOR ON THE REFERENCE FILE, IN FILE         00001880
      * ORDER, EACH WITH ITS OWN SEGMENT OF THE BURST REPORT.  THE      00001890
      * ENTRY AFTER THE LAST SUPERVISOR IS THE UNASSIGNED SEGMENT.      00001900
       01  WS-SEGMENT-SLOT                 PIC 9(04) VALUE ZERO COMP.   00001910
       01  WS-SEGMENT-LAST                 PIC 9(04) VALUE ZERO COMP.   00001920
       01  WS-SUPV-TABLE.                                               00001930
           05  WS-SUPV-MAX                 PIC 9(04) VALUE 500          00001940
                                           COMP.                        00001950
           05  WS-SUPV-COUNT               PIC 9(04) VALUE ZERO         00001960
                                           COMP.                        00001970
           05  WS-SUPV-ENTRY               OCCURS 501 TIMES             00001980
                                           INDEXED BY WS-SUPV-IDX.      00001990
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00002000
               10  WS-SPV-SUPERVISOR-NAME  PIC X(30).                   00002010
               10  WS-SPV-DEPARTMENT-CODE  PIC X(06).                   00002020
               10  WS-SPV-DEPARTMENT-NAME  PIC X(24).                   00002030
               10  WS-SPV-REPORTS-TO-ID    PIC X(08).                   00002040
               10  WS-SPV-GREETED          PIC 9(09).                   00002050
               10  WS-SPV-ON-LEAVE         PIC 9(09).                   00002060
      *                                                                 00002070
      * EVERY GREETING LINE PRINTED THIS RUN, WITH ITS SEGMENT, HELD    00002080
      * FOR THE BURST REPORT WRITTEN AT END OF RUN.                     00002090
       01  WS-BURST-FULL-SWITCH            PIC X(01) VALUE 'N'.         00002100
           88  WS-BURST-TABLE-FULL                   VALUE 'Y'.         00002110
       01  WS-BURST-SUB                    PIC 9(05) VALUE ZERO COMP.   00002120
       01  WS-BURST-TABLE.                                              00002130
           05  WS-BURST-MAX                PIC 9(05) VALUE 10000        00002140
                                           COMP.                        00002150
           05  WS-BURST-COUNT              PIC 9(05) VALUE ZERO         00002160
                                           COMP.                        00002170
           05  WS-BURST-ENTRY              OCCURS 10000 TIMES.          00002180
               10  WS-BRS-SLOT             PIC 9(04) COMP.              00002190
               10  WS-BRS-TEXT             PIC X(132).                  00002200
       01  WS-ROUTE-ID                     PIC X(08) VALUE SPACES.      00002210
       01  WS-SEGMENT-OUT                  PIC 9(04) VALUE ZERO.        00002220
       01  WS-BURST-PAGE                   PIC 9(04) VALUE ZERO.        00002230
       01  WS-BURST-LINE-COUNT             PIC 9(02) VALUE ZERO.        00002240
       01  WS-RESTART-STATUS               PIC X(02) VALUE '00'.        00002250
       01  WS-RESTART-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00002260
           88  WS-RESTART-OPEN-OK                    VALUE 'Y'.         00002270
       01  WS-CHECKPOINT-INTERVAL          PIC 9(04) VALUE 1000.        00002280
       01  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.        00002290
       01  WS-RESTART-COUNT                PIC 9(09) VALUE ZERO.        00002300
       01  WS-REPORT-LINE                  PIC X(133).                  00002310
       01  WS-HEADING-LINE                 PIC X(133).                  00002320
       01  WS-PRINT-LINE.                                               00002330
           05  WS-PRINT-CC                 PIC X(01).                   00002340
           05  WS-PRINT-TEXT               PIC X(132).                  00002350
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00002360
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00002370
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00002380
       01  WS-RUN-MODE                     PIC X(04) VALUE 'PROD'.      00002390
           88  WS-VERBOSE-MODE                       VALUE 'TEST'.      00002400
           88  WS-PENDING-ONLY-MODE                  VALUE 'PEND'.      00002410
       01  WS-ENV-PREFIX                   PIC X(11) VALUE '[PROD] '.   00002420
       01  WS-CURRENT-DATE-TIME             PIC X(21).                  00002430
       01  WS-RUN-TIMESTAMP.                                            00002440
           05  WS-RTS-YYYY                  PIC X(04).                  00002450
           05  FILLER                       PIC X(01) VALUE '-'.        00002460
           05  WS-RTS-MM                    PIC X(02).                  00002470
           05  FILLER                       PIC X(01) VALUE '-'.        00002480
           05  WS-RTS-DD                    PIC X(02).                  00002490
           05  FILLER                       PIC X(01) VALUE ' '.        00002500
           05  WS-RTS-HH                    PIC X(02).                  00002510
           05  FILLER                       PIC X(01) VALUE ':'.        00002520
           05  WS-RTS-MIN                   PIC X(02).                  00002530
           05  FILLER                       PIC X(01) VALUE ':'.        00002540
           05  WS-RTS-SS                    PIC X(02).                  00002550
           COPY EMPREJ.                                                 00002560
           COPY HWGATE.                                                 00002570
           COPY HWSTAT.                                                 00002580
           COPY RUNCTL.                                                 00002590
           COPY BALLDG.                                                 00002600
           COPY EMPSUPV.                                                00002610
           COPY EMPBRST.                                                00002620
      *                                                                 00002630
       LINKAGE SECTION.                                                 00002640
       01  LS-PARM.                                                     00002650
           05  LS-PARM-LEN                 PIC S9(4) COMP.              00002660
           05  LS-PARM-TEXT                PIC X(08).                   00002670
      *                                                                 00002680
       PROCEDURE DIVISION USING LS-PARM.                                00002690
      *                                                                 00002700
       MAIN-LOGIC SECTION.                                              00002710
       BEGIN.                                                           00002720
           PERFORM PROCESS-PARM.                                        00002730
           PERFORM INITIALIZE-RUN.                                      00002740
           IF WS-VERBOSE-MODE                                           00002750
               DISPLAY 'HELLO WORLD!'                                   00002760
               DISPLAY 'THIS IS MY FIRST COBOL PROGRAM!!!'              00002770
           END-IF.                                                      00002780
           PERFORM PROCESS-EMPMSTR-FILE UNTIL WS-EOF-YES.               00002790
           PERFORM TERMINATE-RUN.                                       00002800
           GO TO MAIN-LOGIC-EXIT.                                       00002810
      *                                                                 00002820
       PROCESS-PARM.                                                    00002830
           IF LS-PARM-LEN > 8                                           00002840
               MOVE 8 TO LS-PARM-LEN                                    00002850
           END-IF.                                                      00002860
           IF LS-PARM-LEN > 0                                           00002870
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-RUN-MODE          00002880
           END-IF.                                                      00002890
           IF WS-VERBOSE-MODE                                           00002900
               DISPLAY 'HWORLDPS: RUN MODE IS TEST (VERBOSE)'           00002910
               MOVE '[TEST] ' TO WS-ENV-PREFIX                          00002920
           ELSE                                                         00002930
               IF WS-PENDING-ONLY-MODE                                  00002940
                   DISPLAY 'HWORLDPS: RUN MODE IS PEND '                00002950
                       '(PENDING RECORDS ONLY)'                         00002960
                   MOVE '[PEND] ' TO WS-ENV-PREFIX                      00002970
               ELSE                                                     00002980
                   MOVE '[PROD] ' TO WS-ENV-PREFIX                      00002990
               END-IF                                                   00003000
           END-IF.                                                      00003010
      *                                                                 00003020
       INITIALIZE-RUN.                                                  00003030
           PERFORM GET-RUN-TIMESTAMP.                                   00003040
           PERFORM INIT-SHIFT-TABLE                                     00003050
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00003060
               UNTIL WS-SHIFT-SUB > 3.                                  00003070
           PERFORM LOAD-SHIFT-MINIMUMS.                                 00003080
           PERFORM LOAD-GREETING-TEMPLATES.                             00003090
           PERFORM LOAD-SUPERVISOR-FILE.                                00003100
           OPEN OUTPUT HWORLDRP.                                        00003110
           IF WS-HWORLDRP-STATUS = '00'                                 00003120
               MOVE 'Y' TO WS-HWORLDRP-OPEN-SWITCH                      00003130
               PERFORM WRITE-PAGE-HEADING                               00003140
               OPEN I-O EMPMSTR                                         00003150
               IF WS-EMPMSTR-STATUS = '00'                              00003160
                   MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                   00003170
                   PERFORM OPEN-REJECTS-FILE                            00003180
                   PERFORM OPEN-GATEWAY-FILE                            00003190
                   PERFORM OPEN-RESTART-FILE                            00003200
                   IF WS-RESTART-COUNT > 0                              00003210
                       DISPLAY 'HWORLDPS: RESTARTING AFTER RECORD '     00003220
                           WS-RESTART-COUNT                             00003230
                       MOVE 'Y' TO WS-RESTART-OCC-SWITCH                00003240
                       PERFORM SKIP-PROCESSED-RECORDS                   00003250
                           UNTIL WS-RECORDS-READ >= WS-RESTART-COUNT    00003260
                               OR WS-EOF-YES                            00003270
                   END-IF                                               00003280
               ELSE                                                     00003290
                   DISPLAY 'HWORLDPS: EMPMSTR OPEN FAILED, STATUS = '   00003300
                       WS-EMPMSTR-STATUS                                00003310
                   MOVE 'Y' TO WS-EOF-SWITCH                            00003320
                   MOVE 8 TO RETURN-CODE                                00003330
               END-IF                                                   00003340
           ELSE                                                         00003350
               DISPLAY 'HWORLDPS: HWORLDRP OPEN FAILED, STATUS = '      00003360
                   WS-HWORLDRP-STATUS                                   00003370
               MOVE 'Y' TO WS-EOF-SWITCH                                00003380
               MOVE 8 TO RETURN-CODE                                    00003390
           END-IF.                                                      00003400
      *                                                                 00003410
       OPEN-REJECTS-FILE.                                               00003420
           OPEN OUTPUT REJECTS.                                         00003430
           IF WS-REJECTS-STATUS = '00'                                  00003440
               MOVE 'Y' TO WS-REJECTS-OPEN-SWITCH                       00003450
           ELSE                                                         00003460
               DISPLAY 'HWORLDPS: REJECTS OPEN FAILED, STATUS = '       00003470
                   WS-REJECTS-STATUS                                    00003480
               MOVE 'Y' TO WS-EOF-SWITCH                                00003490
               MOVE 8 TO RETURN-CODE                                    00003500
           END-IF.                                                      00003510
      *                                                                 00003520
      * A GREETING NOBODY CAN DELIVER IS NOT A GREETING - WITHOUT THE   00003530
      * GATEWAY FILE THE RUN STOPS RATHER THAN MARK THE ROSTER SENT.    00003540
       OPEN-GATEWAY-FILE.                                               00003550
           OPEN OUTPUT GATEWAY.                                         00003560
           IF WS-GATEWAY-STATUS = '00'                                  00003570
               MOVE 'Y' TO WS-GATEWAY-OPEN-SWITCH                       00003580
           ELSE                                                         00003590
               DISPLAY 'HWORLDPS: GATEWAY OPEN FAILED, STATUS = '       00003600
                   WS-GATEWAY-STATUS                                    00003610
               MOVE 'Y' TO WS-EOF-SWITCH                                00003620
               MOVE 8 TO RETURN-CODE                                    00003630
           END-IF.                                                      00003640
      *                                                                 00003650
       OPEN-RESTART-FILE.                                               00003660
           OPEN I-O RESTART.                                            00003670
           IF WS-RESTART-STATUS = '00'                                  00003680
               MOVE 'Y' TO WS-RESTART-OPEN-SWITCH                       00003690
               MOVE 'HWORLDPS' TO RESTART-KEY                           00003700
               READ RESTART                                             00003710
                   INVALID KEY                                          00003720
                       MOVE ZERO TO WS-RESTART-COUNT                    00003730
                   NOT INVALID KEY                                      00003740
                       MOVE RESTART-COUNT TO WS-RESTART-COUNT           00003750
                       MOVE RESTART-WRITTEN-COUNT                       00003760
                           TO WS-GREETINGS-WRITTEN                      00003770
                       MOVE RESTART-BAD-DATA-COUNT                      00003780
                           TO WS-BAD-DATA-COUNT                         00003790
                       MOVE RESTART-SENT-SKIP-COUNT                     00003800
                           TO WS-SENT-SKIP-COUNT                        00003810
                       MOVE RESTART-LOA-SKIP-COUNT                      00003820
                           TO WS-LOA-SKIP-COUNT                         00003830
                       PERFORM RESTORE-SHIFT-GREETED                    00003840
                           VARYING WS-SHIFT-SUB FROM 1 BY 1             00003850
                           UNTIL WS-SHIFT-SUB > 3                       00003860
                       IF WS-BAD-DATA-COUNT > 0                         00003870
                           MOVE 'Y' TO WS-BAD-DATA-SWITCH               00003880
                       END-IF                                           00003890
               END-READ                                                 00003900
           ELSE                                                         00003910
               OPEN OUTPUT RESTART                                      00003920
               IF WS-RESTART-STATUS = '00'                              00003930
                   CLOSE RESTART                                        00003940
                   OPEN I-O RESTART                                     00003950
                   IF WS-RESTART-STATUS = '00'                          00003960
                       MOVE 'Y' TO WS-RESTART-OPEN-SWITCH               00003970
                   END-IF                                               00003980
               END-IF                                                   00003990
               MOVE ZERO TO WS-RESTART-COUNT                            00004000
           END-IF.                                                      00004010
      *                                                                 00004020
       SKIP-PROCESSED-RECORDS.                                          00004030
           READ EMPMSTR                                                 00004040
               AT END                                                   00004050
                   MOVE 'Y' TO WS-EOF-SWITCH                            00004060
               NOT AT END                                               00004070
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00004080
                       PERFORM EMPMSTR-READ-ERROR                       00004090
                   ELSE                                                 00004100
                       ADD 1 TO WS-RECORDS-READ                         00004110
                       IF EMP-ON-LEAVE                                  00004120
                           PERFORM RECORD-LOA-ASSOCIATE                 00004130
                       ELSE                                             00004140
                           PERFORM TALLY-SHIFT-COUNT                    00004150
                               VARYING WS-SHIFT-SUB FROM 1 BY 1         00004160
                               UNTIL WS-SHIFT-SUB > 3                   00004170
                       END-IF                                           00004180
                   END-IF                                               00004190
           END-READ.                                                    00004200
      *                                                                 00004210
       GET-RUN-TIMESTAMP.                                               00004220
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00004230
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RTS-YYYY.               00004240
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RTS-MM.                 00004250
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RTS-DD.                 00004260
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-RTS-HH.                 00004270
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-RTS-MIN.               00004280
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-RTS-SS.                00004290
           PERFORM READ-RUN-CONTROL.                                    00004300
      *                                                                 00004310
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00004320
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00004330
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00004340
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00004350
       READ-RUN-CONTROL.                                                00004360
           OPEN INPUT RUNCTL.                                           00004370
           IF WS-RUNCTL-STATUS = '00'                                   00004380
               READ RUNCTL                                              00004390
                   AT END                                               00004400
                       DISPLAY 'HWORLDPS: RUNCTL IS EMPTY - '           00004410
                           'SYSTEM DATE USED'                           00004420
                   NOT AT END                                           00004430
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00004440
                       IF CTL-BUSINESS-DATE NOT = SPACES                00004450
                           MOVE CTL-BUSINESS-DATE (1:4)                 00004460
                               TO WS-RTS-YYYY                           00004470
                           MOVE CTL-BUSINESS-DATE (6:2)                 00004480
                               TO WS-RTS-MM                             00004490
                           MOVE CTL-BUSINESS-DATE (9:2)                 00004500
                               TO WS-RTS-DD                             00004510
                       END-IF                                           00004520
               END-READ                                                 00004530
               CLOSE RUNCTL                                             00004540
           ELSE                                                         00004550
               DISPLAY 'HWORLDPS: RUNCTL OPEN FAILED, '                 00004560
                   'STATUS = ' WS-RUNCTL-STATUS                         00004570
               DISPLAY 'HWORLDPS: SYSTEM DATE USED'                     00004580
           END-IF.                                                      00004590
      *                                                                 00004600
       INIT-SHIFT-TABLE.                                                00004610
           MOVE WS-SHIFT-SUB TO WS-SHF-DIGIT.                           00004620
           MOVE WS-SHF-DIGIT TO WS-SHF-CODE (WS-SHIFT-SUB).             00004630
           MOVE ZERO TO WS-SHF-COUNT (WS-SHIFT-SUB).                    00004640
           MOVE ZERO TO WS-SHF-MINIMUM (WS-SHIFT-SUB).                  00004650
           MOVE ZERO TO WS-SHF-GREETED (WS-SHIFT-SUB).                  00004660
           MOVE 'N' TO WS-SHF-TMPL-WARN (WS-SHIFT-SUB).                 00004670
      *                                                                 00004680
       LOAD-SHIFT-MINIMUMS.                                             00004690
           OPEN INPUT SHIFTMIN.                                         00004700
           IF WS-SHIFTMIN-STATUS = '00'                                 00004710
               PERFORM READ-SHIFTMIN-RECORD                             00004720
                   UNTIL WS-SHIFTMIN-EOF                                00004730
               CLOSE SHIFTMIN                                           00004740
           ELSE                                                         00004750
               DISPLAY 'HWORLDPS: SHIFTMIN OPEN FAILED, STATUS = '      00004760
                   WS-SHIFTMIN-STATUS                                   00004770
               DISPLAY 'HWORLDPS: COVERAGE FLOORS DEFAULT TO ZERO'      00004780
           END-IF.                                                      00004790
      *                                                                 00004800
       READ-SHIFTMIN-RECORD.                                            00004810
           READ SHIFTMIN                                                00004820
               AT END                                                   00004830
                   MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH                   00004840
               NOT AT END                                               00004850
                   IF WS-SHIFTMIN-STATUS NOT = '00'                     00004860
                       DISPLAY 'HWORLDPS: SHIFTMIN READ ERROR, '        00004870
                           'STATUS = ' WS-SHIFTMIN-STATUS               00004880
                       MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH               00004890
                   ELSE                                                 00004900
                       PERFORM APPLY-SHIFT-MINIMUM                      00004910
                           VARYING WS-SHIFT-SUB FROM 1 BY 1             00004920
                           UNTIL WS-SHIFT-SUB > 3                       00004930
                   END-IF                                               00004940
           END-READ.                                                    00004950
      *                                                                 00004960
       APPLY-SHIFT-MINIMUM.                                             00004970
           IF WS-SHF-CODE (WS-SHIFT-SUB) = SHIFTMIN-SHIFT-CODE          00004980
                   AND SHIFTMIN-MINIMUM NUMERIC                         00004990
               MOVE SHIFTMIN-MINIMUM                                    00005000
                   TO WS-SHF-MINIMUM (WS-SHIFT-SUB)                     00005010
           END-IF.                                                      00005020
      *                                                                 00005030
       TALLY-SHIFT-COUNT.                                               00005040
           IF WS-SHF-CODE (WS-SHIFT-SUB) = EMP-SHIFT-CODE               00005050
               ADD 1 TO WS-SHF-COUNT (WS-SHIFT-SUB)                     00005060
           END-IF.                                                      00005070
      *                                                                 00005080
      * THE SUPERVISOR FILE ONLY DRIVES THE BURST REPORT.  WITHOUT IT   00005090
      * THE GREETINGS STILL RUN AND EVERY ASSOCIATE IS BURST TO THE     00005100
      * UNASSIGNED SEGMENT, WITH A WARNING RETURN CODE.                 00005110
       LOAD-SUPERVISOR-FILE.                                            00005120
           OPEN INPUT SUPVREF.                                          00005130
           IF WS-SUPVREF-STATUS = '00'                                  00005140
               MOVE 'Y' TO WS-SUPVREF-LOADED-SWITCH                     00005150
               PERFORM READ-SUPERVISOR-RECORD                           00005160
                   UNTIL WS-SUPVREF-EOF                                 00005170
               CLOSE SUPVREF                                            00005180
           ELSE                                                         00005190
               DISPLAY 'HWORLDPS: SUPVREF OPEN FAILED, STATUS = '       00005200
                   WS-SUPVREF-STATUS                                    00005210
               DISPLAY 'HWORLDPS: ALL ASSOCIATES BURST AS UNASSIGNED'   00005220
           END-IF.                                                      00005230
           COMPUTE WS-SEGMENT-LAST = WS-SUPV-COUNT + 1.                 00005240
           MOVE SPACES TO WS-SUPV-ENTRY (WS-SEGMENT-LAST).              00005250
           PERFORM INIT-SEGMENT-COUNTS                                  00005260
               VARYING WS-SEGMENT-SLOT FROM 1 BY 1                      00005270
               UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST.                 00005280
      *                                                                 00005290
       READ-SUPERVISOR-RECORD.                                          00005300
           READ SUPVREF                                                 00005310
               AT END                                                   00005320
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00005330
               NOT AT END                                               00005340
                   IF WS-SUPVREF-STATUS NOT = '00'                      00005350
                       DISPLAY 'HWORLDPS: SUPVREF READ ERROR, '         00005360
                           'STATUS = ' WS-SUPVREF-STATUS                00005370
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00005380
                       MOVE 'N' TO WS-SUPVREF-LOADED-SWITCH             00005390
                   ELSE                                                 00005400
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00005410
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00005420
                   END-IF                                               00005430
           END-READ.                                                    00005440
      *                                                                 00005450
       SAVE-SUPERVISOR-ENTRY.                                           00005460
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00005470
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00005480
                   ADD 1 TO WS-SUPV-COUNT                               00005490
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00005500
                   MOVE SUP-SUPERVISOR-ID                               00005510
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00005520
                   MOVE SUP-SUPERVISOR-NAME                             00005530
                       TO WS-SPV-SUPERVISOR-NAME (WS-SUPV-IDX)          00005540
                   MOVE SUP-DEPARTMENT-CODE                             00005550
                       TO WS-SPV-DEPARTMENT-CODE (WS-SUPV-IDX)          00005560
                   MOVE SUP-DEPARTMENT-NAME                             00005570
                       TO WS-SPV-DEPARTMENT-NAME (WS-SUPV-IDX)          00005580
                   MOVE SUP-REPORTS-TO-ID                               00005590
                       TO WS-SPV-REPORTS-TO-ID (WS-SUPV-IDX)            00005600
               ELSE                                                     00005610
                   DISPLAY 'HWORLDPS: SUPERVISOR TABLE FULL, '          00005620
                       'SUPERVISOR ' SUP-SUPERVISOR-ID                  00005630
                       ' BURST AS UNASSIGNED'                           00005640
               END-IF                                                   00005650
           END-IF.                                                      00005660
      *                                                                 00005670
       INIT-SEGMENT-COUNTS.                                             00005680
           MOVE ZERO TO WS-SPV-GREETED (WS-SEGMENT-SLOT).               00005690
           MOVE ZERO TO WS-SPV-ON-LEAVE (WS-SEGMENT-SLOT).              00005700
      *                                                                 00005710
      * AN ASSOCIATE WITH NO SUPERVISOR ID, OR ONE NOT ON THE FILE,     00005720
      * FALLS TO THE UNASSIGNED SEGMENT SO NOBODY DROPS OUT.            00005730
       FIND-SEGMENT-SLOT.                                               00005740
           MOVE WS-SEGMENT-LAST TO WS-SEGMENT-SLOT.                     00005750
           IF EMP-SUPERVISOR-ID NOT = SPACES                            00005760
                   AND WS-SUPV-COUNT > 0                                00005770
               SET WS-SUPV-IDX TO 1                                     00005780
               SEARCH WS-SUPV-ENTRY                                     00005790
                   AT END                                               00005800
                       CONTINUE                                         00005810
                   WHEN WS-SUPV-IDX > WS-SUPV-COUNT                     00005820
                       CONTINUE                                         00005830
                   WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)              00005840
                           = EMP-SUPERVISOR-ID                          00005850
                       SET WS-SEGMENT-SLOT TO WS-SUPV-IDX               00005860
               END-SEARCH                                               00005870
           END-IF.                                                      00005880
      *                                                                 00005890
       LOAD-GREETING-TEMPLATES.                                         00005900
           PERFORM INIT-TEMPLATE-ENTRY                                  00005910
               VARYING WS-TPL-SUB FROM 1 BY 1                           00005920
               UNTIL WS-TPL-SUB > 5.                                    00005926
           MOVE '*' TO WS-TPL-CODE (4).                                 00005932
           MOVE 'S' TO WS-TPL-SOURCE (4).                               00005938
           MOVE 'MY NAME IS: &NAME - SHIFT &SHIFT'                      00005944
               TO WS-TPL-TEXT (4).                                      00005950
           MOVE 'A' TO WS-TPL-CODE (5).                                 00005956
           MOVE 'S' TO WS-TPL-SOURCE (5).                               00005962
           MOVE 'HAPPY &YEARS YEAR ANNIVERSARY &NAME - SHIFT &SHIFT'    00005968
               TO WS-TPL-TEXT (5).                                      00005974
           OPEN INPUT GRTTMPL.                                          00005980
           IF WS-GRTTMPL-STATUS = '00'                                  00005990
               PERFORM READ-GRTTMPL-RECORD                              00006000
                   UNTIL WS-GRTTMPL-EOF                                 00006010
               CLOSE GRTTMPL                                            00006020
           ELSE                                                         00006030
               DISPLAY 'HWORLDPS: GRTTMPL OPEN FAILED, STATUS = '       00006040
                   WS-GRTTMPL-STATUS                                    00006050
               DISPLAY 'HWORLDPS: BUILT-IN GREETING TEXT IN USE'        00006060
           END-IF.                                                      00006070
      *                                                                 00006080
       INIT-TEMPLATE-ENTRY.                                             00006090
           IF WS-TPL-SUB < 4                                            00006100
               MOVE WS-TPL-SUB TO WS-SHF-DIGIT                          00006110
               MOVE WS-SHF-DIGIT TO WS-TPL-CODE (WS-TPL-SUB)            00006120
           END-IF.                                                      00006130
           MOVE 'N' TO WS-TPL-SOURCE (WS-TPL-SUB).                      00006140
           MOVE SPACES TO WS-TPL-TEXT (WS-TPL-SUB).                     00006150
      *                                                                 00006160
       READ-GRTTMPL-RECORD.                                             00006170
           READ GRTTMPL                                                 00006180
               AT END                                                   00006190
                   MOVE 'Y' TO WS-GRTTMPL-EOF-SWITCH                    00006200
               NOT AT END                                               00006210
                   IF WS-GRTTMPL-STATUS NOT = '00'                      00006220
                       DISPLAY 'HWORLDPS: GRTTMPL READ ERROR, '         00006230
                           'STATUS = ' WS-GRTTMPL-STATUS                00006240
                       MOVE 'Y' TO WS-GRTTMPL-EOF-SWITCH                00006250
                   ELSE                                                 00006260
                       PERFORM APPLY-TEMPLATE-RECORD                    00006270
                           VARYING WS-TPL-SUB FROM 1 BY 1               00006280
                           UNTIL WS-TPL-SUB > 5                         00006290
                   END-IF                                               00006300
           END-READ.                                                    00006310
      *                                                                 00006320
       APPLY-TEMPLATE-RECORD.                                           00006330
           IF WS-TPL-CODE (WS-TPL-SUB) = TPL-SHIFT-CODE                 00006340
                   AND TPL-TEMPLATE-TEXT NOT = SPACES                   00006350
               MOVE TPL-TEMPLATE-TEXT TO WS-TPL-TEXT (WS-TPL-SUB)       00006360
               MOVE 'Y' TO WS-TPL-SOURCE (WS-TPL-SUB)                   00006370
           END-IF.                                                      00006380
      *                                                                 00006390
      * ON THE ASSOCIATE'S SERVICE ANNIVERSARY THE 'A' TEMPLATE         00006392
      * REPLACES THE SHIFT TEXT.  WITHOUT AN 'A' RECORD ON GRTTMPL      00006394
      * THE BUILT-IN ANNIVERSARY TEXT IS USED AND WARNED, AS A          00006396
      * MISSING SHIFT TEMPLATE IS.                                      00006398
       FIND-GREETING-TEMPLATE.                                          00006400
           MOVE 'N' TO WS-TPL-FOUND-SWITCH.                             00006410
           IF WS-ANNIVERSARY-TODAY                                      00006411
               MOVE WS-TPL-TEXT (5) TO WS-TPL-WORK                      00006412
               MOVE 'Y' TO WS-TPL-FOUND-SWITCH                          00006413
               IF WS-TPL-SOURCE (5) NOT = 'Y'                           00006414
                   MOVE 'Y' TO WS-TMPL-MISSING-SWITCH                   00006415
                   IF NOT WS-ANNIV-WARNED                               00006416
                       DISPLAY 'HWORLDPS: NO SERVICE ANNIVERSARY '      00006417
                           'TEMPLATE - BUILT-IN TEXT USED'              00006418
                       MOVE 'Y' TO WS-ANNIV-WARN-SWITCH                 00006419
                   END-IF                                               00006420
               END-IF                                                   00006421
           END-IF.                                                      00006422
           PERFORM MATCH-TEMPLATE-ENTRY                                 00006423
               VARYING WS-TPL-SUB FROM 1 BY 1                           00006430
               UNTIL WS-TPL-SUB > 3                                     00006440
                   OR WS-TPL-FOUND.                                     00006450
           IF NOT WS-TPL-FOUND                                          00006460
               MOVE WS-TPL-TEXT (4) TO WS-TPL-WORK                      00006470
               IF WS-TPL-SOURCE (4) NOT = 'Y'                           00006480
                   MOVE 'Y' TO WS-TMPL-MISSING-SWITCH                   00006490
                   PERFORM WARN-TEMPLATE-MISSING                        00006500
                       VARYING WS-SHIFT-SUB FROM 1 BY 1                 00006510
                       UNTIL WS-SHIFT-SUB > 3                           00006520
               END-IF                                                   00006530
           END-IF.                                                      00006540
      *                                                                 00006550
       MATCH-TEMPLATE-ENTRY.                                            00006560
           IF WS-TPL-CODE (WS-TPL-SUB) = EMP-SHIFT-CODE                 00006570
                   AND WS-TPL-SOURCE (WS-TPL-SUB) = 'Y'                 00006580
               MOVE WS-TPL-TEXT (WS-TPL-SUB) TO WS-TPL-WORK             00006590
               MOVE 'Y' TO WS-TPL-FOUND-SWITCH                          00006600
           END-IF.                                                      00006610
      *                                                                 00006620
       WARN-TEMPLATE-MISSING.                                           00006630
           IF WS-SHF-CODE (WS-SHIFT-SUB) = EMP-SHIFT-CODE               00006640
                   AND WS-SHF-TMPL-WARN (WS-SHIFT-SUB) = 'N'            00006650
               DISPLAY 'HWORLDPS: NO GREETING TEMPLATE FOR SHIFT '      00006660
                   EMP-SHIFT-CODE ' - BUILT-IN TEXT USED'               00006670
               MOVE 'Y' TO WS-SHF-TMPL-WARN (WS-SHIFT-SUB)              00006680
           END-IF.                                                      00006690
      *                                                                 00006700
      * THE ANNIVERSARY FALLS ON THE HIRE DATE'S MONTH AND DAY (A       00006701
      * 29 FEBRUARY HIRE ON 28 FEBRUARY OUTSIDE LEAP YEARS) ONCE AT     00006702
      * LEAST ONE FULL YEAR IS SERVED.  THE COMPLETED YEARS ARE KEPT    00006703
      * FOR THE &YEARS VARIABLE; AN UNKNOWN OR FUTURE HIRE DATE         00006704
      * LEAVES &YEARS EMPTY.                                            00006705
       CHECK-SERVICE-ANNIVERSARY.                                       00006706
           MOVE 'N' TO WS-ANNIV-SWITCH.                                 00006707
           MOVE ZERO TO WS-SERVICE-YEARS.                               00006708
           MOVE ZERO TO WS-YEARS-LEN.                                   00006709
           IF EMP-HIRE-DATE (1:4) NUMERIC                               00006710
                   AND EMP-HIRE-DATE (5:1) = '-'                        00006711
                   AND EMP-HIRE-DATE (6:2) NUMERIC                      00006712
                   AND EMP-HIRE-DATE (8:1) = '-'                        00006713
                   AND EMP-HIRE-DATE (9:2) NUMERIC                      00006714
                   AND EMP-HIRE-DATE NOT > WS-RUN-TIMESTAMP (1:10)      00006715
               MOVE EMP-HIRE-DATE (6:5) TO WS-ANNIV-MMDD                00006716
               IF WS-ANNIV-MMDD = '02-29'                               00006717
                   MOVE WS-RTS-YYYY TO WS-LEAP-TEST-DATE (1:4)          00006718
                   MOVE '0229' TO WS-LEAP-TEST-DATE (5:4)               00006719
                   IF FUNCTION TEST-DATE-YYYYMMDD                       00006720
                           (WS-LEAP-TEST-DATE) NOT = 0                  00006721
                       MOVE '02-28' TO WS-ANNIV-MMDD                    00006722
                   END-IF                                               00006723
               END-IF                                                   00006724
               MOVE WS-RTS-YYYY TO WS-RUN-YEAR                          00006725
               MOVE EMP-HIRE-DATE (1:4) TO WS-HIRE-YEAR                 00006726
               COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-HIRE-YEAR    00006727
               IF WS-RUN-TIMESTAMP (6:5) < WS-ANNIV-MMDD                00006728
                   SUBTRACT 1 FROM WS-SERVICE-YEARS                     00006729
               END-IF                                                   00006730
               IF WS-RUN-TIMESTAMP (6:5) = WS-ANNIV-MMDD                00006731
                       AND WS-SERVICE-YEARS > 0                         00006732
                   MOVE 'Y' TO WS-ANNIV-SWITCH                          00006733
               END-IF                                                   00006734
               MOVE WS-SERVICE-YEARS TO WS-YEARS-EDIT                   00006735
               EVALUATE TRUE                                            00006736
                   WHEN WS-SERVICE-YEARS > 99                           00006737
                       MOVE 1 TO WS-YEARS-START                         00006738
                   WHEN WS-SERVICE-YEARS > 9                            00006739
                       MOVE 2 TO WS-YEARS-START                         00006740
                   WHEN OTHER                                           00006741
                       MOVE 3 TO WS-YEARS-START                         00006742
               END-EVALUATE                                             00006743
               COMPUTE WS-YEARS-LEN = 4 - WS-YEARS-START                00006744
           END-IF.                                                      00006745
      *                                                                 00006746
       BUILD-GREETING-LINE.                                             00006747
           MOVE SPACES TO WS-REPORT-LINE.                               00006748
           MOVE 1 TO WS-TPL-IX.                                         00006749
           MOVE 1 TO WS-OUT-IX.                                         00006750
           PERFORM BUILD-GREETING-CHAR                                  00006751
               UNTIL WS-TPL-IX > 60.                                    00006760
      *                                                                 00006770
       BUILD-GREETING-CHAR.                                             00006780
           EVALUATE TRUE                                                00006790
               WHEN WS-TPL-WORK (WS-TPL-IX:5) = '&NAME'                 00006800
                   IF WS-OUT-IX + 29 > 133                              00006810
                       MOVE 61 TO WS-TPL-IX                             00006820
                   ELSE                                                 00006830
                       MOVE EMP-ASSOCIATE-NAME                          00006840
                           TO WS-REPORT-LINE (WS-OUT-IX:30)             00006850
                       ADD 30 TO WS-OUT-IX                              00006860
                       ADD 5 TO WS-TPL-IX                               00006870
                   END-IF                                               00006880
               WHEN WS-TPL-WORK (WS-TPL-IX:6) = '&SHIFT'                00006890
                   IF WS-OUT-IX > 133                                   00006900
                       MOVE 61 TO WS-TPL-IX                             00006910
                   ELSE                                                 00006920
                       MOVE EMP-SHIFT-CODE                              00006930
                           TO WS-REPORT-LINE (WS-OUT-IX:1)              00006940
                       ADD 1 TO WS-OUT-IX                               00006950
                       ADD 6 TO WS-TPL-IX                               00006960
                   END-IF                                               00006970
               WHEN WS-TPL-WORK (WS-TPL-IX:5) = '&DATE'                 00006980
                   IF WS-OUT-IX + 9 > 133                               00006990
                       MOVE 61 TO WS-TPL-IX                             00007000
                   ELSE                                                 00007010
                       MOVE WS-RUN-TIMESTAMP (1:10)                     00007020
                           TO WS-REPORT-LINE (WS-OUT-IX:10)             00007030
                       ADD 10 TO WS-OUT-IX                              00007040
                       ADD 5 TO WS-TPL-IX                               00007050
                   END-IF                                               00007060
               WHEN WS-TPL-WORK (WS-TPL-IX:6) = '&YEARS'                00007061
                   IF WS-OUT-IX + WS-YEARS-LEN - 1 > 133                00007062
                       MOVE 61 TO WS-TPL-IX                             00007063
                   ELSE                                                 00007064
                       IF WS-YEARS-LEN > 0                              00007065
                           MOVE WS-YEARS-EDIT                           00007066
                               (WS-YEARS-START:WS-YEARS-LEN)            00007067
                               TO WS-REPORT-LINE                        00007068
                               (WS-OUT-IX:WS-YEARS-LEN)                 00007069
                           ADD WS-YEARS-LEN TO WS-OUT-IX                00007070
                       END-IF                                           00007071
                       ADD 6 TO WS-TPL-IX                               00007072
                   END-IF                                               00007073
               WHEN OTHER                                               00007074
                   IF WS-OUT-IX > 133                                   00007080
                       MOVE 61 TO WS-TPL-IX                             00007090
                   ELSE                                                 00007100
                       MOVE WS-TPL-WORK (WS-TPL-IX:1)                   00007110
                           TO WS-REPORT-LINE (WS-OUT-IX:1)              00007120
                       ADD 1 TO WS-OUT-IX                               00007130
                       ADD 1 TO WS-TPL-IX                               00007140
                   END-IF                                               00007150
           END-EVALUATE.                                                00007160
      *                                                                 00007170
       PROCESS-EMPMSTR-FILE.                                            00007180
           READ EMPMSTR                                                 00007190
               AT END                                                   00007200
                   MOVE 'Y' TO WS-EOF-SWITCH                            00007210
               NOT AT END                                               00007220
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00007230
                       PERFORM EMPMSTR-READ-ERROR                       00007240
                   ELSE                                                 00007250
                       ADD 1 TO WS-RECORDS-READ                         00007260
                       IF EMP-ON-LEAVE                                  00007270
                           ADD 1 TO WS-LOA-SKIP-COUNT                   00007280
                           PERFORM RECORD-LOA-ASSOCIATE                 00007290
                       ELSE                                             00007300
                           PERFORM TALLY-SHIFT-COUNT                    00007310
                               VARYING WS-SHIFT-SUB FROM 1 BY 1         00007320
                               UNTIL WS-SHIFT-SUB > 3                   00007330
                           IF WS-PENDING-ONLY-MODE                      00007340
                                   AND NOT EMP-GREETING-PENDING         00007350
                               ADD 1 TO WS-SENT-SKIP-COUNT              00007360
                           ELSE                                         00007370
                               PERFORM WRITE-GREETING                   00007380
                           END-IF                                       00007390
                       END-IF                                           00007400
                       PERFORM CHECKPOINT-IF-NEEDED                     00007410
                   END-IF                                               00007420
           END-READ.                                                    00007430
      *                                                                 00007440
       EMPMSTR-READ-ERROR.                                              00007450
           DISPLAY 'HWORLDPS: EMPMSTR READ ERROR, STATUS = '            00007460
               WS-EMPMSTR-STATUS.                                       00007470
           MOVE 'Y' TO WS-EMPMSTR-ERROR-SWITCH.                         00007480
           MOVE 'Y' TO WS-EOF-SWITCH.                                   00007490
           MOVE 12 TO RETURN-CODE.                                      00007500
      *                                                                 00007510
       CHECKPOINT-IF-NEEDED.                                            00007520
           IF FUNCTION MOD(WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL)     00007530
                   = 0                                                  00007540
               PERFORM WRITE-CHECKPOINT                                 00007550
           END-IF.                                                      00007560
      *                                                                 00007570
       WRITE-CHECKPOINT.                                                00007580
           IF WS-RESTART-OPEN-OK                                        00007590
               MOVE 'HWORLDPS' TO RESTART-KEY                           00007600
               MOVE WS-RECORDS-READ TO RESTART-COUNT                    00007610
               MOVE WS-GREETINGS-WRITTEN TO RESTART-WRITTEN-COUNT       00007620
               MOVE WS-BAD-DATA-COUNT TO RESTART-BAD-DATA-COUNT         00007630
               MOVE WS-SENT-SKIP-COUNT TO RESTART-SENT-SKIP-COUNT       00007640
               MOVE WS-LOA-SKIP-COUNT TO RESTART-LOA-SKIP-COUNT         00007650
               PERFORM SAVE-SHIFT-GREETED                               00007660
                   VARYING WS-SHIFT-SUB FROM 1 BY 1                     00007670
                   UNTIL WS-SHIFT-SUB > 3                               00007680
               REWRITE RESTART-RECORD                                   00007690
                   INVALID KEY                                          00007700
                       WRITE RESTART-RECORD                             00007710
               END-REWRITE                                              00007720
           END-IF.                                                      00007730
      *                                                                 00007740
      * THE PER-SHIFT GREETED SUBTOTALS RIDE THE CHECKPOINT WITH       000007750
      * THE OTHER COUNTERS SO A RESTARTED RUN'S SHIFT SUBTOTALS         00007760
      * STILL RECONCILE WITH THE RESTORED WRITTEN CONTROL TOTAL.        00007770
       RESTORE-SHIFT-GREETED.                                           00007780
           MOVE RESTART-SHF-GREETED (WS-SHIFT-SUB)                      00007790
               TO WS-SHF-GREETED (WS-SHIFT-SUB).                        00007800
      *                                                                 00007810
       SAVE-SHIFT-GREETED.                                              00007820
           MOVE WS-SHF-GREETED (WS-SHIFT-SUB)                           00007830
               TO RESTART-SHF-GREETED (WS-SHIFT-SUB).                   00007840
      *                                                                 00007850
       CLEAR-SHIFT-GREETED.                                             00007860
           MOVE ZERO TO RESTART-SHF-GREETED (WS-SHIFT-SUB).             00007870
      *                                                                 00007880
       WRITE-PAGE-HEADING.                                              00007890
           ADD 1 TO WS-PAGE-NUMBER.                                     00007900
           MOVE SPACES TO WS-HEADING-LINE.                              00007910
           STRING WS-ENV-PREFIX     DELIMITED BY SIZE                   00007920
               'RUN DATE/TIME: ' DELIMITED BY SIZE                      00007930
               WS-RUN-TIMESTAMP     DELIMITED BY SIZE                   00007940
               '  PAGE '          DELIMITED BY SIZE                     00007950
               WS-PAGE-NUMBER       DELIMITED BY SIZE                   00007960
               INTO WS-HEADING-LINE.                                    00007970
           IF WS-PAGE-NUMBER = 1                                        00007980
               DISPLAY WS-HEADING-LINE(1:59)                            00007990
           END-IF.                                                      00008000
           MOVE '1' TO WS-PRINT-CC.                                     00008010
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00008020
           WRITE HWORLDRP-RECORD FROM WS-PRINT-LINE.                    00008030
           MOVE SPACES TO WS-HEADING-LINE.                              00008040
           STRING WS-ENV-PREFIX     DELIMITED BY SIZE                   00008050
               'JOB: HWORLDPS  '  DELIMITED BY SIZE                     00008060
               'HWORLDPS DAILY ROSTER GREETING REPORT'                  00008070
                                      DELIMITED BY SIZE                 00008080
               INTO WS-HEADING-LINE.                                    00008090
           MOVE ' ' TO WS-PRINT-CC.                                     00008100
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00008110
           WRITE HWORLDRP-RECORD FROM WS-PRINT-LINE.                    00008120
           MOVE 2 TO WS-LINE-COUNT.                                     00008130
      *                                                                 00008140
       WRITE-REPORT-LINE.                                               00008150
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00008160
               PERFORM WRITE-PAGE-HEADING                               00008170
           END-IF.                                                      00008180
           MOVE ' ' TO WS-PRINT-CC.                                     00008190
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00008200
           WRITE HWORLDRP-RECORD FROM WS-PRINT-LINE.                    00008210
           ADD 1 TO WS-LINE-COUNT.                                      00008220
      *                                                                 00008230
      * THE KEYED MASTER READS BACK IN ASSOCIATE-ID SEQUENCE, NOT       00008240
      * SHIFT SEQUENCE, SO THE REPORT NO LONGER BREAKS BY SHIFT -       00008250
      * EACH GREETING LINE CARRIES ITS OWN SHIFT AND THE PER-SHIFT      00008260
      * GREETED SUBTOTALS PRINT WITH THE CONTROL TOTALS.                00008270
       TALLY-SHIFT-GREETED.                                             00008280
           IF WS-SHF-CODE (WS-SHIFT-SUB) = EMP-SHIFT-CODE               00008290
               ADD 1 TO WS-SHF-GREETED (WS-SHIFT-SUB)                   00008300
           END-IF.                                                      00008310
      *                                                                 00008320
       WRITE-SHIFT-SUBTOTAL.                                            00008330
           MOVE SPACES TO WS-REPORT-LINE.                               00008340
           STRING 'SHIFT '            DELIMITED BY SIZE                 00008350
               WS-SHF-CODE (WS-SHIFT-SUB)                               00008360
                                        DELIMITED BY SIZE               00008370
               ' ASSOCIATES GREETED: '  DELIMITED BY SIZE               00008380
               WS-SHF-GREETED (WS-SHIFT-SUB)                            00008390
                                        DELIMITED BY SIZE               00008400
               INTO WS-REPORT-LINE.                                     00008410
           PERFORM WRITE-REPORT-LINE.                                   00008420
      *                                                                 00008430
       WRITE-GREETING.                                                  00008440
           IF EMP-ASSOCIATE-NAME = SPACES                               00008450
               MOVE 'Y' TO WS-BAD-DATA-SWITCH                           00008460
               ADD 1 TO WS-BAD-DATA-COUNT                               00008470
               DISPLAY 'HWORLDPS: BAD DATA RECORD - ASSOCIATE NAME '    00008480
                   'IS BLANK, RECORD SKIPPED'                           00008490
               MOVE 'NAME' TO REJ-REASON-CODE                           00008500
               PERFORM WRITE-REJECT                                     00008510
           ELSE                                                         00008520
               IF WS-VERBOSE-MODE                                       00008530
                   DISPLAY 'MY NAME IS: ' EMP-ASSOCIATE-NAME            00008540
                       ' - SHIFT ' EMP-SHIFT-CODE                       00008550
               END-IF                                                   00008560
               PERFORM CHECK-SERVICE-ANNIVERSARY                        00008565
               PERFORM FIND-GREETING-TEMPLATE                           00008570
               PERFORM BUILD-GREETING-LINE                              00008580
               PERFORM WRITE-REPORT-LINE                                00008590
               ADD 1 TO WS-GREETINGS-WRITTEN                            00008600
               IF WS-ANNIVERSARY-TODAY                                  00008602
                   ADD 1 TO WS-ANNIV-GREETED                            00008604
               END-IF                                                   00008606
               PERFORM TALLY-SHIFT-GREETED                              00008610
                   VARYING WS-SHIFT-SUB FROM 1 BY 1                     00008620
                   UNTIL WS-SHIFT-SUB > 3                               00008630
               PERFORM SAVE-BURST-LINE                                  00008640
               PERFORM WRITE-GATEWAY-RECORD                             00008650
               IF NOT WS-EMPMSTR-READ-ERROR                             00008660
                   PERFORM MARK-GREETING-SENT                           00008670
               END-IF                                                   00008680
           END-IF.                                                      00008690
      *                                                                 00008700
       SAVE-BURST-LINE.                                                 00008710
           PERFORM FIND-SEGMENT-SLOT.                                   00008720
           ADD 1 TO WS-SPV-GREETED (WS-SEGMENT-SLOT).                   00008730
           IF WS-BURST-COUNT < WS-BURST-MAX                             00008740
               ADD 1 TO WS-BURST-COUNT                                  00008750
               MOVE WS-SEGMENT-SLOT TO WS-BRS-SLOT (WS-BURST-COUNT)     00008760
               MOVE WS-REPORT-LINE (1:132)                              00008770
                   TO WS-BRS-TEXT (WS-BURST-COUNT)                      00008780
           ELSE                                                         00008790
               IF NOT WS-BURST-TABLE-FULL                               00008800
                   DISPLAY 'HWORLDPS: BURST TABLE FULL - SUPERVISOR '   00008810
                       'SEGMENTS ARE INCOMPLETE'                        00008820
               END-IF                                                   00008830
               MOVE 'Y' TO WS-BURST-FULL-SWITCH                         00008840
           END-IF.                                                      00008850
      *                                                                 00008860
       WRITE-REJECT.                                                    00008870
           IF WS-REJECTS-OPEN-OK                                        00008880
               MOVE WS-RUN-TIMESTAMP TO REJ-RUN-TIMESTAMP               00008890
               MOVE EMPMSTR-RECORD TO REJ-EMPMSTR-IMAGE                 00008900
               WRITE REJECTS-RECORD FROM EMPREJ-RECORD                  00008910
               IF WS-REJECTS-STATUS NOT = '00'                          00008920
                   DISPLAY 'HWORLDPS: REJECTS WRITE ERROR, STATUS = '   00008930
                       WS-REJECTS-STATUS                                00008940
                   MOVE 'Y' TO WS-EMPMSTR-ERROR-SWITCH                  00008950
                   MOVE 'Y' TO WS-EOF-SWITCH                            00008960
                   MOVE 12 TO RETURN-CODE                               00008970
               END-IF                                                   00008980
           END-IF.                                                      00008990
      *                                                                 00009000
      * THE RESOLVED GREETING TEXT GOES TO THE SITE MESSAGING           00009010
      * GATEWAY (SEE HWGATE) EXACTLY AS IT PRINTS.  'S' NOW MEANS       00009020
      * HANDED OFF TO THE GATEWAY - HWACKPST POSTS THE DELIVERED OR     00009030
      * FAILED RESULT FROM THE GATEWAY'S ACKNOWLEDGMENT FILE.           00009040
       WRITE-GATEWAY-RECORD.                                            00009050
           MOVE SPACES TO HWGATE-RECORD.                                00009060
           MOVE EMP-ASSOCIATE-ID TO GTW-ASSOCIATE-ID.                   00009070
           MOVE WS-RUN-TIMESTAMP (1:10) TO GTW-BUSINESS-DATE.           00009080
           MOVE EMP-SHIFT-CODE TO GTW-SHIFT-CODE.                       00009090
           MOVE WS-REPORT-LINE (1:132) TO GTW-GREETING-TEXT.            00009100
           WRITE GATEWAY-RECORD FROM HWGATE-RECORD.                     00009110
           IF WS-GATEWAY-STATUS NOT = '00'                              00009120
               DISPLAY 'HWORLDPS: GATEWAY WRITE ERROR, STATUS = '       00009130
                   WS-GATEWAY-STATUS                                    00009140
               MOVE 'Y' TO WS-EMPMSTR-ERROR-SWITCH                      00009150
               MOVE 'Y' TO WS-EOF-SWITCH                                00009160
               MOVE 12 TO RETURN-CODE                                   00009170
           END-IF.                                                      00009180
      *                                                                 00009190
       MARK-GREETING-SENT.                                              00009200
           MOVE 'S' TO EMP-GREETING-STATUS.                             00009210
           REWRITE EMPMSTR-RECORD.                                      00009220
           IF WS-EMPMSTR-STATUS NOT = '00'                              00009230
               DISPLAY 'HWORLDPS: EMPMSTR REWRITE ERROR, STATUS = '     00009240
                   WS-EMPMSTR-STATUS                                    00009250
               MOVE 'Y' TO WS-EMPMSTR-ERROR-SWITCH                      00009260
               MOVE 'Y' TO WS-EOF-SWITCH                                00009270
               MOVE 12 TO RETURN-CODE                                   00009280
           END-IF.                                                      00009290
      *                                                                 00009300
      * AN ASSOCIATE ON LEAVE IS NOT GREETED AND NOT COUNTED            00009310
      * TOWARD SHIFT COVERAGE - A SHIFT SHORT FIVE PEOPLE ON            00009320
      * LEAVE NOW SHOWS SHORT INSTEAD OF PASSING THE FLOOR.             00009330
      * THE LEAVE LIST PRINTS IN ITS OWN REPORT SECTION.                00009340
       RECORD-LOA-ASSOCIATE.                                            00009350
           PERFORM FIND-SEGMENT-SLOT.                                   00009360
           ADD 1 TO WS-SPV-ON-LEAVE (WS-SEGMENT-SLOT).                  00009370
           IF WS-LOA-COUNT < WS-LOA-MAX                                 00009380
               ADD 1 TO WS-LOA-COUNT                                    00009390
               MOVE EMP-ASSOCIATE-ID                                    00009400
                   TO WS-LOA-ID (WS-LOA-COUNT)                          00009410
               MOVE EMP-ASSOCIATE-NAME                                  00009420
                   TO WS-LOA-NAME (WS-LOA-COUNT)                        00009430
               MOVE EMP-SHIFT-CODE                                      00009440
                   TO WS-LOA-SHIFT (WS-LOA-COUNT)                       00009450
               MOVE WS-SEGMENT-SLOT TO WS-LOA-SLOT (WS-LOA-COUNT)       00009460
           END-IF.                                                      00009470
      *                                                                 00009480
       WRITE-LOA-SECTION.                                               00009490
           MOVE SPACES TO WS-REPORT-LINE.                               00009500
           PERFORM WRITE-REPORT-LINE.                                   00009510
           MOVE WS-LOA-COUNT TO WS-LOA-OUT.                             00009520
           MOVE SPACES TO WS-REPORT-LINE.                               00009530
           STRING 'ASSOCIATES ON LEAVE - COUNT: '                       00009540
                                      DELIMITED BY SIZE                 00009550
               WS-LOA-OUT             DELIMITED BY SIZE                 00009560
               INTO WS-REPORT-LINE.                                     00009570
           PERFORM WRITE-REPORT-LINE.                                   00009580
           PERFORM WRITE-LOA-LINE                                       00009590
               VARYING WS-LOA-SUB FROM 1 BY 1                           00009600
               UNTIL WS-LOA-SUB > WS-LOA-COUNT.                         00009610
           IF WS-LOA-SKIP-COUNT > WS-LOA-COUNT                          00009620
               MOVE SPACES TO WS-REPORT-LINE                            00009630
               STRING 'WARNING - LEAVE TABLE FULL, LIST IS '            00009640
                                      DELIMITED BY SIZE                 00009650
                   'INCOMPLETE'       DELIMITED BY SIZE                 00009660
                   INTO WS-REPORT-LINE                                  00009670
               PERFORM WRITE-REPORT-LINE                                00009680
           END-IF.                                                      00009690
      *                                                                 00009700
       WRITE-LOA-LINE.                                                  00009710
           MOVE SPACES TO WS-REPORT-LINE.                               00009720
           STRING '  '                    DELIMITED BY SIZE             00009730
               WS-LOA-ID (WS-LOA-SUB)     DELIMITED BY SIZE             00009740
               '  '                       DELIMITED BY SIZE             00009750
               WS-LOA-NAME (WS-LOA-SUB)   DELIMITED BY SIZE             00009760
               '  SHIFT '                 DELIMITED BY SIZE             00009770
               WS-LOA-SHIFT (WS-LOA-SUB)  DELIMITED BY SIZE             00009780
               '  ON LEAVE'               DELIMITED BY SIZE             00009790
               INTO WS-REPORT-LINE.                                     00009800
           PERFORM WRITE-REPORT-LINE.                                   00009810
      *                                                                 00009820
      * THE BURST REPORT (SEE EMPBRST) - ONE SEGMENT PER SUPERVISOR     00009830
      * ON THE REFERENCE FILE, IN FILE ORDER, THEN THE UNASSIGNED       00009840
      * SEGMENT, EACH WITH ITS OWN HEADINGS, ITS OWN GREETING AND       00009850
      * LEAVE LINES, AND ITS OWN TOTALS.  HWORLDRP STAYS THE MASTER     00009860
      * COPY FOR OPERATIONS.  A SUPERVISOR WITH NOBODY GREETED STILL    00009870
      * GETS A SEGMENT SO AN EMPTY DAY IS NOT MISTAKEN FOR A LOST       00009880
      * ONE.  AFTER A RESTART THE GREETINGS BEFORE THE CHECKPOINT       00009890
      * ARE ON THE FAILED RUN'S REPORT, AND EACH SEGMENT SAYS SO.       00009900
       WRITE-BURST-REPORT.                                              00009910
           IF NOT WS-SUPVREF-LOADED AND RETURN-CODE = 0                 00009920
               MOVE 4 TO RETURN-CODE                                    00009930
           END-IF.                                                      00009940
           OPEN OUTPUT BURSTRP.                                         00009950
           IF WS-BURSTRP-STATUS = '00'                                  00009960
               PERFORM WRITE-BURST-SEGMENT                              00009970
                   VARYING WS-SEGMENT-SLOT FROM 1 BY 1                  00009980
                   UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST              00009990
               CLOSE BURSTRP                                            00010000
               MOVE WS-SEGMENT-LAST TO WS-SEGMENT-OUT                   00010010
               DISPLAY 'HWORLDPS: SUPERVISOR SEGMENTS BURST: '          00010020
                   WS-SEGMENT-OUT                                       00010030
           ELSE                                                         00010040
               DISPLAY 'HWORLDPS: BURSTRP OPEN FAILED, STATUS = '       00010050
                   WS-BURSTRP-STATUS                                    00010060
               DISPLAY 'HWORLDPS: NO SUPERVISOR COPIES THIS RUN'        00010070
               IF RETURN-CODE = 0                                       00010080
                   MOVE 4 TO RETURN-CODE                                00010090
               END-IF                                                   00010100
           END-IF.                                                      00010110
      *                                                                 00010120
       WRITE-BURST-SEGMENT.                                             00010130
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00010140
               MOVE 'UNASSIGN' TO WS-ROUTE-ID                           00010150
           ELSE                                                         00010160
               MOVE WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)              00010170
                   TO WS-ROUTE-ID                                       00010180
           END-IF.                                                      00010190
           MOVE ZERO TO WS-BURST-PAGE.                                  00010200
           PERFORM WRITE-BURST-HEADING.                                 00010210
           PERFORM WRITE-BURST-GREETING                                 00010220
               VARYING WS-BURST-SUB FROM 1 BY 1                         00010230
               UNTIL WS-BURST-SUB > WS-BURST-COUNT.                     00010240
           MOVE SPACES TO WS-REPORT-LINE.                               00010250
           PERFORM WRITE-BURST-LINE.                                    00010260
           MOVE WS-SPV-ON-LEAVE (WS-SEGMENT-SLOT) TO WS-LOA-OUT.        00010270
           MOVE SPACES TO WS-REPORT-LINE.                               00010280
           STRING 'ASSOCIATES ON LEAVE - COUNT: '                       00010290
                                      DELIMITED BY SIZE                 00010300
               WS-LOA-OUT             DELIMITED BY SIZE                 00010310
               INTO WS-REPORT-LINE.                                     00010320
           PERFORM WRITE-BURST-LINE.                                    00010330
           PERFORM WRITE-BURST-LOA                                      00010340
               VARYING WS-LOA-SUB FROM 1 BY 1                           00010350
               UNTIL WS-LOA-SUB > WS-LOA-COUNT.                         00010360
           PERFORM WRITE-SEGMENT-TOTALS.                                00010370
      *                                                                 00010380
       WRITE-BURST-GREETING.                                            00010390
           IF WS-BRS-SLOT (WS-BURST-SUB) = WS-SEGMENT-SLOT              00010400
               MOVE WS-BRS-TEXT (WS-BURST-SUB) TO WS-REPORT-LINE        00010410
               PERFORM WRITE-BURST-LINE                                 00010420
           END-IF.                                                      00010430
      *                                                                 00010440
       WRITE-BURST-LOA.                                                 00010450
           IF WS-LOA-SLOT (WS-LOA-SUB) = WS-SEGMENT-SLOT                00010460
               MOVE SPACES TO WS-REPORT-LINE                            00010470
               STRING '  '                    DELIMITED BY SIZE         00010480
                   WS-LOA-ID (WS-LOA-SUB)     DELIMITED BY SIZE         00010490
                   '  '                       DELIMITED BY SIZE         00010500
                   WS-LOA-NAME (WS-LOA-SUB)   DELIMITED BY SIZE         00010510
                   '  SHIFT '                 DELIMITED BY SIZE         00010520
                   WS-LOA-SHIFT (WS-LOA-SUB)  DELIMITED BY SIZE         00010530
                   '  ON LEAVE'               DELIMITED BY SIZE         00010540
                   INTO WS-REPORT-LINE                                  00010550
               PERFORM WRITE-BURST-LINE                                 00010560
           END-IF.                                                      00010570
      *                                                                 00010580
       WRITE-SEGMENT-TOTALS.                                            00010590
           MOVE SPACES TO WS-REPORT-LINE.                               00010600
           PERFORM WRITE-BURST-LINE.                                    00010610
           MOVE SPACES TO WS-REPORT-LINE.                               00010620
           STRING 'SEGMENT TOTALS - GREETED: '  DELIMITED BY SIZE       00010630
               WS-SPV-GREETED (WS-SEGMENT-SLOT)                         00010640
                                             DELIMITED BY SIZE          00010650
               '  ON LEAVE: '                DELIMITED BY SIZE          00010660
               WS-SPV-ON-LEAVE (WS-SEGMENT-SLOT)                        00010670
                                             DELIMITED BY SIZE          00010680
               INTO WS-REPORT-LINE.                                     00010690
           PERFORM WRITE-BURST-LINE.                                    00010700
           IF WS-RESTART-OCCURRED                                       00010710
               MOVE SPACES TO WS-REPORT-LINE                            00010720
               STRING 'RESTARTED RUN - GREETINGS BEFORE THE '           00010730
                                      DELIMITED BY SIZE                 00010740
                   'CHECKPOINT ARE ON THE FAILED RUN''S REPORT'         00010750
                                      DELIMITED BY SIZE                 00010760
                   INTO WS-REPORT-LINE                                  00010770
               PERFORM WRITE-BURST-LINE                                 00010780
           END-IF.                                                      00010790
           IF WS-BURST-TABLE-FULL                                       00010800
                   OR WS-LOA-SKIP-COUNT > WS-LOA-COUNT                  00010810
               MOVE SPACES TO WS-REPORT-LINE                            00010820
               STRING 'WARNING - TABLE FULL, SEGMENT LISTING IS '       00010830
                                      DELIMITED BY SIZE                 00010840
                   'INCOMPLETE - SEE THE MASTER COPY'                   00010850
                                      DELIMITED BY SIZE                 00010860
                   INTO WS-REPORT-LINE                                  00010870
               PERFORM WRITE-BURST-LINE                                 00010880
           END-IF.                                                      00010890
      *                                                                 00010900
       WRITE-BURST-HEADING.                                             00010910
           ADD 1 TO WS-BURST-PAGE.                                      00010920
           MOVE SPACES TO WS-HEADING-LINE.                              00010930
           STRING WS-ENV-PREFIX     DELIMITED BY SIZE                   00010940
               'RUN DATE/TIME: ' DELIMITED BY SIZE                      00010950
               WS-RUN-TIMESTAMP     DELIMITED BY SIZE                   00010960
               '  PAGE '          DELIMITED BY SIZE                     00010970
               WS-BURST-PAGE        DELIMITED BY SIZE                   00010980
               INTO WS-HEADING-LINE.                                    00010990
           MOVE '1' TO BST-CC.                                          00011000
           PERFORM WRITE-BURST-RECORD.                                  00011010
           MOVE SPACES TO WS-HEADING-LINE.                              00011020
           STRING WS-ENV-PREFIX     DELIMITED BY SIZE                   00011030
               'JOB: HWORLDPS  '  DELIMITED BY SIZE                     00011040
               'HWORLDPS DAILY ROSTER GREETING REPORT - '               00011050
                                      DELIMITED BY SIZE                 00011060
               'SUPERVISOR COPY'      DELIMITED BY SIZE                 00011070
               INTO WS-HEADING-LINE.                                    00011080
           MOVE ' ' TO BST-CC.                                          00011090
           PERFORM WRITE-BURST-RECORD.                                  00011100
           MOVE SPACES TO WS-HEADING-LINE.                              00011110
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00011120
               STRING 'SUPERVISOR: UNASSIGNED - NO SUPERVISOR ID, '     00011130
                                      DELIMITED BY SIZE                 00011140
                   'OR ONE NOT ON THE SUPERVISOR FILE'                  00011150
                                      DELIMITED BY SIZE                 00011160
                   INTO WS-HEADING-LINE                                 00011170
           ELSE                                                         00011180
               STRING 'SUPERVISOR: '  DELIMITED BY SIZE                 00011190
                   WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)               00011200
                                      DELIMITED BY SIZE                 00011210
                   ' '                DELIMITED BY SIZE                 00011220
                   WS-SPV-SUPERVISOR-NAME (WS-SEGMENT-SLOT)             00011230
                                      DELIMITED BY SIZE                 00011240
                   '  DEPT: '         DELIMITED BY SIZE                 00011250
                   WS-SPV-DEPARTMENT-CODE (WS-SEGMENT-SLOT)             00011260
                                      DELIMITED BY SIZE                 00011270
                   ' '                DELIMITED BY SIZE                 00011280
                   WS-SPV-DEPARTMENT-NAME (WS-SEGMENT-SLOT)             00011290
                                      DELIMITED BY SIZE                 00011300
                   '  REPORTS TO: '   DELIMITED BY SIZE                 00011310
                   WS-SPV-REPORTS-TO-ID (WS-SEGMENT-SLOT)               00011320
                                      DELIMITED BY SIZE                 00011330
                   INTO WS-HEADING-LINE                                 00011340
           END-IF.                                                      00011350
           MOVE ' ' TO BST-CC.                                          00011360
           PERFORM WRITE-BURST-RECORD.                                  00011370
           MOVE SPACES TO WS-HEADING-LINE.                              00011380
           MOVE ' ' TO BST-CC.                                          00011390
           PERFORM WRITE-BURST-RECORD.                                  00011400
           MOVE 4 TO WS-BURST-LINE-COUNT.                               00011410
      *                                                                 00011420
       WRITE-BURST-RECORD.                                              00011430
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00011440
           MOVE WS-HEADING-LINE TO BST-TEXT.                            00011450
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00011460
      *                                                                 00011470
       WRITE-BURST-LINE.                                                00011480
           IF WS-BURST-LINE-COUNT >= WS-LINES-PER-PAGE                  00011490
               PERFORM WRITE-BURST-HEADING                              00011500
           END-IF.                                                      00011510
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00011520
           MOVE ' ' TO BST-CC.                                          00011530
           MOVE WS-REPORT-LINE TO BST-TEXT.                             00011540
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00011550
           ADD 1 TO WS-BURST-LINE-COUNT.                                00011560
      *                                                                 00011570
       WRITE-CONTROL-TOTALS.                                            00011580
           IF WS-HWORLDRP-OPEN-OK                                       00011590
               PERFORM WRITE-SHIFT-SUBTOTAL                             00011600
                   VARYING WS-SHIFT-SUB FROM 1 BY 1                     00011610
                   UNTIL WS-SHIFT-SUB > 3                               00011620
           END-IF.                                                      00011630
           MOVE SPACES TO WS-REPORT-LINE.                               00011640
           STRING 'CONTROL TOTALS - READ: '  DELIMITED BY SIZE          00011650
               WS-RECORDS-READ               DELIMITED BY SIZE          00011660
               '  WRITTEN: '                 DELIMITED BY SIZE          00011670
               WS-GREETINGS-WRITTEN          DELIMITED BY SIZE          00011680
               '  BAD DATA: '                DELIMITED BY SIZE          00011690
               WS-BAD-DATA-COUNT             DELIMITED BY SIZE          00011700
               '  SENT-SKIP: '               DELIMITED BY SIZE          00011710
               WS-SENT-SKIP-COUNT            DELIMITED BY SIZE          00011720
               '  LOA-SKIP: '                DELIMITED BY SIZE          00011730
               WS-LOA-SKIP-COUNT             DELIMITED BY SIZE          00011740
               INTO WS-REPORT-LINE.                                     00011750
           DISPLAY WS-REPORT-LINE(1:120).                               00011760
           IF WS-HWORLDRP-OPEN-OK                                       00011770
               PERFORM WRITE-REPORT-LINE                                00011780
           END-IF.                                                      00011790
      * THE ANNIVERSARY COUNT IS NOT CHECKPOINTED - AFTER A RESTART IT  00011791
      * COVERS ONLY THE RESUMED PART OF THE ROSTER.                     00011792
           MOVE SPACES TO WS-REPORT-LINE.                               00011793
           STRING 'SERVICE ANNIVERSARY GREETINGS THIS RUN: '            00011794
                                             DELIMITED BY SIZE          00011795
               WS-ANNIV-GREETED              DELIMITED BY SIZE          00011796
               INTO WS-REPORT-LINE.                                     00011797
           DISPLAY WS-REPORT-LINE(1:120).                               00011798
           IF WS-HWORLDRP-OPEN-OK                                       00011799
               PERFORM WRITE-REPORT-LINE                                00011800
           END-IF.                                                      00011801
           IF WS-RECORDS-READ NOT =                                     00011802
                   WS-GREETINGS-WRITTEN + WS-BAD-DATA-COUNT             00011810
                   + WS-SENT-SKIP-COUNT + WS-LOA-SKIP-COUNT             00011820
               DISPLAY 'HWORLDPS: CONTROL TOTAL MISMATCH - '            00011830
                   'POSSIBLE TRUNCATED EMPMSTR EXTRACT'                 00011840
               IF RETURN-CODE = 0                                       00011850
                   MOVE 4 TO RETURN-CODE                                00011860
               END-IF                                                   00011870
           END-IF.                                                      00011880
      *                                                                 00011890
       CHECK-SHIFT-COVERAGE.                                            00011900
           IF WS-HWORLDRP-OPEN-OK                                       00011910
               MOVE SPACES TO WS-REPORT-LINE                            00011920
               PERFORM WRITE-REPORT-LINE                                00011930
               MOVE 'SHIFT COVERAGE VS MINIMUM STAFFING'                00011940
                   TO WS-REPORT-LINE                                    00011950
               PERFORM WRITE-REPORT-LINE                                00011960
           END-IF.                                                      00011970
           PERFORM CHECK-COVERAGE-ENTRY                                 00011980
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00011990
               UNTIL WS-SHIFT-SUB > 3.                                  00012000
           IF WS-COVERAGE-SHORT                                         00012010
               MOVE 16 TO RETURN-CODE                                   00012020
           END-IF.                                                      00012030
      *                                                                 00012040
       CHECK-COVERAGE-ENTRY.                                            00012050
           MOVE SPACES TO WS-REPORT-LINE.                               00012060
           IF WS-SHF-COUNT (WS-SHIFT-SUB)                               00012070
                   < WS-SHF-MINIMUM (WS-SHIFT-SUB)                      00012080
               MOVE 'Y' TO WS-COVERAGE-SHORT-SWITCH                     00012090
               DISPLAY 'HWORLDPS: SHIFT '                               00012100
                   WS-SHF-CODE (WS-SHIFT-SUB)                           00012110
                   ' BELOW MINIMUM STAFFING'                            00012120
               STRING 'SHIFT '            DELIMITED BY SIZE             00012130
                   WS-SHF-CODE (WS-SHIFT-SUB)                           00012140
                                          DELIMITED BY SIZE             00012150
                   '  HEADCOUNT: '        DELIMITED BY SIZE             00012160
                   WS-SHF-COUNT (WS-SHIFT-SUB)                          00012170
                                          DELIMITED BY SIZE             00012180
                   '  MINIMUM: '          DELIMITED BY SIZE             00012190
                   WS-SHF-MINIMUM (WS-SHIFT-SUB)                        00012200
                                          DELIMITED BY SIZE             00012210
                   '  *** BELOW MINIMUM ***'                            00012220
                                          DELIMITED BY SIZE             00012230
                   INTO WS-REPORT-LINE                                  00012240
           ELSE                                                         00012250
               STRING 'SHIFT '            DELIMITED BY SIZE             00012260
                   WS-SHF-CODE (WS-SHIFT-SUB)                           00012270
                                          DELIMITED BY SIZE             00012280
                   '  HEADCOUNT: '        DELIMITED BY SIZE             00012290
                   WS-SHF-COUNT (WS-SHIFT-SUB)                          00012300
                                          DELIMITED BY SIZE             00012310
                   '  MINIMUM: '          DELIMITED BY SIZE             00012320
                   WS-SHF-MINIMUM (WS-SHIFT-SUB)                        00012330
                                          DELIMITED BY SIZE             00012340
                   INTO WS-REPORT-LINE                                  00012350
           END-IF.                                                      00012360
           IF WS-HWORLDRP-OPEN-OK                                       00012370
               PERFORM WRITE-REPORT-LINE                                00012380
           END-IF.                                                      00012390
      *                                                                 00012400
       TERMINATE-RUN.                                                   00012410
           IF WS-EMPMSTR-OPEN-OK                                        00012420
               CLOSE EMPMSTR                                            00012430
           END-IF.                                                      00012440
           IF WS-BAD-DATA-FOUND AND RETURN-CODE = 0                     00012450
               MOVE 12 TO RETURN-CODE                                   00012460
           END-IF.                                                      00012470
           IF WS-TMPL-MISSING AND RETURN-CODE = 0                       00012480
               MOVE 4 TO RETURN-CODE                                    00012490
           END-IF.                                                      00012500
           PERFORM WRITE-CONTROL-TOTALS.                                00012510
      * COVERAGE IS ONLY MEANINGFUL WHEN THE WHOLE ROSTER WAS READ -    00012520
      * ON AN ABORTED OPEN OR A MID-FILE I/O ERROR THE HEADCOUNTS ARE   00012530
      * ZERO OR PARTIAL AND A PHANTOM SHORTAGE WOULD PAGE THE DUTY      00012540
      * MANAGER AND BURY THE REAL ERROR CODE.                           00012550
           IF WS-EMPMSTR-OPEN-OK                                        00012560
                   AND NOT WS-EMPMSTR-READ-ERROR                        00012570
                   AND RETURN-CODE NOT = 8                              00012580
               PERFORM WRITE-LOA-SECTION                                00012590
               PERFORM CHECK-SHIFT-COVERAGE                             00012600
               PERFORM WRITE-BURST-REPORT                               00012610
           END-IF.                                                      00012620
      * THE CHECKPOINT IS CLEARED ONLY AFTER A COMPLETED PASS.  AN      00012630
      * ABORTED OPEN OR A MID-FILE I/O ERROR LEAVES IT STANDING SO A    00012640
      * RERUN RESUMES FROM THE INTERRUPTED POSITION INSTEAD OF          00012650
      * RE-GREETING FROM RECORD 1.                                      00012660
           IF WS-RESTART-OPEN-OK                                        00012670
               IF WS-EMPMSTR-OPEN-OK                                    00012680
                       AND NOT WS-EMPMSTR-READ-ERROR                    00012690
                       AND RETURN-CODE NOT = 8                          00012700
                   MOVE 'HWORLDPS' TO RESTART-KEY                       00012710
                   MOVE ZERO TO RESTART-COUNT                           00012720
                   MOVE ZERO TO RESTART-WRITTEN-COUNT                   00012730
                   MOVE ZERO TO RESTART-BAD-DATA-COUNT                  00012740
                   MOVE ZERO TO RESTART-SENT-SKIP-COUNT                 00012750
                   MOVE ZERO TO RESTART-LOA-SKIP-COUNT                  00012760
                   PERFORM CLEAR-SHIFT-GREETED                          00012770
                       VARYING WS-SHIFT-SUB FROM 1 BY 1                 00012780
                       UNTIL WS-SHIFT-SUB > 3                           00012790
                   REWRITE RESTART-RECORD                               00012800
                       INVALID KEY                                      00012810
                           WRITE RESTART-RECORD                         00012820
                   END-REWRITE                                          00012830
               END-IF                                                   00012840
               CLOSE RESTART                                            00012850
           END-IF.                                                      00012860
           IF WS-REJECTS-OPEN-OK                                        00012870
               CLOSE REJECTS                                            00012880
           END-IF.                                                      00012890
           IF WS-GATEWAY-OPEN-OK                                        00012900
               CLOSE GATEWAY                                            00012910
           END-IF.                                                      00012920
           IF WS-HWORLDRP-OPEN-OK                                       00012930
               CLOSE HWORLDRP                                           00012940
           END-IF.                                                      00012950
           PERFORM WRITE-RUN-STATISTICS.                                00012960
      *                                                                 00012970
       WRITE-RUN-STATISTICS.                                            00012980
           OPEN EXTEND RUNSTATS.                                        00012990
           IF WS-RUNSTATS-STATUS = '00'                                 00013000
               MOVE SPACES TO HWSTAT-RECORD                             00013010
               MOVE WS-RUN-TIMESTAMP TO STAT-RUN-TIMESTAMP              00013020
               MOVE WS-RUN-MODE TO STAT-RUN-MODE                        00013030
               MOVE WS-RECORDS-READ TO STAT-RECORDS-READ                00013040
               MOVE WS-GREETINGS-WRITTEN TO STAT-GREETINGS-WRITTEN      00013050
               MOVE WS-BAD-DATA-COUNT TO STAT-BAD-DATA-COUNT            00013060
               MOVE RETURN-CODE TO STAT-RETURN-CODE                     00013070
               MOVE WS-RESTART-OCC-SWITCH TO STAT-RESTART-SWITCH        00013080
               WRITE RUNSTATS-RECORD FROM HWSTAT-RECORD                 00013090
               IF WS-RUNSTATS-STATUS NOT = '00'                         00013100
                   DISPLAY 'HWORLDPS: RUNSTATS WRITE ERROR, '           00013110
                       'STATUS = ' WS-RUNSTATS-STATUS                   00013120
               END-IF                                                   00013130
               CLOSE RUNSTATS                                           00013140
           ELSE                                                         00013150
               DISPLAY 'HWORLDPS: RUNSTATS OPEN FAILED, STATUS = '      00013160
                   WS-RUNSTATS-STATUS                                   00013170
           END-IF.                                                      00013180
           PERFORM WRITE-LEDGER-RECORD.                                 00013190
      *                                                                 00013200
      * THE STREAM BALANCING RECORD (SEE BALLDG).  RECEIVED IS THE      00013210
      * MASTER RECORDS READ; EVERY ONE IS EITHER PASSED ON (GREETED     00013220
      * OR SKIPPED AS ALREADY SENT OR ON LEAVE) OR DIVERTED TO THE      00013230
      * REJECTS FILE AS BAD DATA.  A RESTARTED RUN CARRIES THE          00013240
      * CHECKPOINTED COUNTS, SO ITS RECORD COVERS THE WHOLE PASS.       00013250
       WRITE-LEDGER-RECORD.                                             00013260
           OPEN EXTEND LEDGER.                                          00013270
           IF WS-LEDGER-STATUS = '00'                                   00013280
               MOVE SPACES TO BALLDG-RECORD                             00013290
               MOVE WS-RUN-TIMESTAMP (1:10) TO LDG-BUSINESS-DATE        00013300
               MOVE 'HWORLDPS' TO LDG-PROGRAM-ID                        00013310
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00013320
               MOVE WS-RECORDS-READ TO LDG-RECEIVED-COUNT               00013330
               COMPUTE LDG-PASSED-COUNT = WS-GREETINGS-WRITTEN          00013340
                   + WS-SENT-SKIP-COUNT + WS-LOA-SKIP-COUNT             00013350
               MOVE WS-BAD-DATA-COUNT TO LDG-REJECTED-COUNT             00013360
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00013370
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00013380
               IF WS-LEDGER-STATUS NOT = '00'                           00013390
                   DISPLAY 'HWORLDPS: LEDGER WRITE ERROR, '             00013400
                       'STATUS = ' WS-LEDGER-STATUS                     00013410
               END-IF                                                   00013420
               CLOSE LEDGER                                             00013430
           ELSE                                                         00013440
               DISPLAY 'HWORLDPS: LEDGER OPEN FAILED, STATUS = '        00013450
                   WS-LEDGER-STATUS                                     00013460
           END-IF.                                                      00013470
      *                                                                 00013480
       MAIN-LOGIC-EXIT.                                                 00013490
           STOP RUN.                                                    00013500
