       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPBAL.                                              00000020
      *                                                                 00000030
      * STREAM RECORD-COUNT BALANCING.  EVERY STEP OF THE NIGHTLY       00000040
      * STREAM THAT MOVES ROSTER RECORDS APPENDS ONE BALANCING          00000050
      * RECORD (SEE BALLDG) TO THE SHARED STREAM LEDGER - RECORDS       00000060
      * RECEIVED, PASSED ON, AND DIVERTED TO REJECTS.  THIS STEP        00000070
      * RUNS LAST, READS THE LEDGER FOR THE RUNCTL BUSINESS DATE,       00000080
      * AND PROVES THE COUNTS FLOW:                                     00000090
      *   - WITHIN A STEP, RECEIVED = PASSED + DIVERTED;                00000100
      *   - BETWEEN STEPS, WHAT ONE STEP PASSED ON IS WHAT THE          00000110
      *     NEXT ONE RECEIVED (SEE THE RULE TABLE BELOW).               00000120
      * A STEP WITH NO LEDGER RECORD FOR THE DATE IS A BREAK, AND       00000130
      * A CHECK AGAINST IT IS LISTED AS NOT CHECKED.  WHEN A STEP       00000140
      * WAS RERUN THE LEDGER HOLDS A RECORD FOR EACH RUN AND THE        00000150
      * LAST ONE STANDS.  EVERY RECORD USED AND EVERY CHECK IS          00000160
      * PRINTED ON THE BALANCING REPORT; THE CHECK AND BREAK            00000170
      * COUNTS AND THE TEXT OF EACH BREAK GO TO BALSTATS (SEE           00000180
      * BALRES) FOR THE EMPOPSUM MORNING SUMMARY.                       00000190
      *                                                                 00000200
      * RETURN CODES:                                                   00000210
      *   RC=0  EVERY CHECK IN BALANCE                                  00000220
      *   RC=4  ONE OR MORE BREAKS                                      00000230
      *   RC=8  LEDGER OR REPORT WOULD NOT OPEN, OR BALSTATS            00000240
      *         COULD NOT BE REPLACED                                   00000250
      *   RC=12 LEDGER READ ERROR                                       00000260
      *                                                                 00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SOURCE-COMPUTER. IBM-ZOS.                                        00000300
       OBJECT-COMPUTER. IBM-ZOS.                                        00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT LEDGER ASSIGN TO LEDGER                               00000340
               ORGANIZATION IS SEQUENTIAL                               00000350
               FILE STATUS IS WS-LEDGER-STATUS.                         00000360
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000390
           SELECT BALSTATS ASSIGN TO BALSTATS                           00000400
               ORGANIZATION IS SEQUENTIAL                               00000410
               FILE STATUS IS WS-BALSTATS-STATUS.                       00000420
           SELECT BALRPT ASSIGN TO BALRPT                               00000430
               ORGANIZATION IS SEQUENTIAL                               00000440
               FILE STATUS IS WS-BALRPT-STATUS.                         00000450
      *                                                                 00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
       FD  LEDGER                                                       00000490
           LABEL RECORDS ARE STANDARD                                   00000500
           RECORDING MODE IS F.                                         00000510
       01  LEDGER-REC                      PIC X(80).                   00000520
      *                                                                 00000530
       FD  RUNCTL                                                       00000540
           LABEL RECORDS ARE STANDARD                                   00000550
           RECORDING MODE IS F.                                         00000560
       01  RUNCTL-REC                      PIC X(80).                   00000570
      *                                                                 00000580
       FD  BALSTATS                                                     00000590
           LABEL RECORDS ARE STANDARD                                   00000600
           RECORDING MODE IS F.                                         00000610
       01  BALSTATS-REC                    PIC X(80).                   00000620
      *                                                                 00000630
       FD  BALRPT                                                       00000640
           LABEL RECORDS ARE STANDARD                                   00000650
           RECORDING MODE IS F.                                         00000660
       01  BALRPT-RECORD                   PIC X(133).                  00000670
      *                                                                 00000680
       WORKING-STORAGE SECTION.                                         00000690
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00000700
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000710
       01  WS-BALSTATS-STATUS              PIC X(02) VALUE '00'.        00000720
       01  WS-BALRPT-STATUS                PIC X(02) VALUE '00'.        00000730
       01  WS-LEDGER-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00000740
           88  WS-LEDGER-OPEN-OK                     VALUE 'Y'.         00000750
       01  WS-BALRPT-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00000760
           88  WS-BALRPT-OPEN-OK                     VALUE 'Y'.         00000770
       01  WS-LEDGER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00000780
           88  WS-LEDGER-EOF                         VALUE 'Y'.         00000790
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00000800
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00000810
       01  WS-LEDGER-READ                  PIC 9(09) VALUE ZERO.        00000820
       01  WS-OTHER-DATE-COUNT             PIC 9(09) VALUE ZERO.        00000830
       01  WS-UNKNOWN-PGM-COUNT            PIC 9(09) VALUE ZERO.        00000840
       01  WS-SUPERSEDED-COUNT             PIC 9(09) VALUE ZERO.        00000850
       01  WS-CHECK-COUNT                  PIC 9(05) VALUE ZERO.        00000860
       01  WS-BREAK-COUNT                  PIC 9(05) VALUE ZERO.        00000870
       01  WS-NOT-CHECKED-COUNT            PIC 9(05) VALUE ZERO.        00000880
      *                                                                 00000890
      * THE STEPS THAT POST TO THE LEDGER, IN STREAM ORDER.             00000900
       01  WS-PROGRAM-NAMES.                                            00000910
           05  FILLER                      PIC X(08) VALUE 'EMPEDIT'.   00000920
           05  FILLER                      PIC X(08) VALUE 'EMPLDCT'.   00000930
           05  FILLER                      PIC X(08) VALUE 'HWORLDPS'.  00000940
           05  FILLER                      PIC X(08) VALUE 'EMPCSV'.    00000950
           05  FILLER                      PIC X(08) VALUE 'EMPDELTA'.  00000960
           05  FILLER                      PIC X(08) VALUE 'EMPHIST'.   00000970
       01  WS-PROGRAM-NAME-TABLE REDEFINES WS-PROGRAM-NAMES.            00000980
           05  WS-PROGRAM-NAME             PIC X(08) OCCURS 6 TIMES     00000990
                                           INDEXED BY WS-PGM-IDX.       00001000
       01  WS-PROGRAM-TABLE.                                            00001010
           05  WS-PROGRAM-ENTRY            OCCURS 6 TIMES.              00001020
               10  WS-PGM-FOUND-SWITCH     PIC X(01).                   00001030
                   88  WS-PGM-FOUND                  VALUE 'Y'.         00001040
               10  WS-PGM-RUN-STARTED      PIC X(14).                   00001050
               10  WS-PGM-RECEIVED         PIC 9(09).                   00001060
               10  WS-PGM-PASSED           PIC 9(09).                   00001070
               10  WS-PGM-REJECTED         PIC 9(09).                   00001080
               10  WS-PGM-RETURN-CODE      PIC 9(04).                   00001090
       01  WS-PGM-SUB                      PIC 9(02) VALUE ZERO COMP.   00001100
       01  WS-FIND-NAME                    PIC X(08) VALUE SPACES.      00001110
       01  WS-FIND-SUB                     PIC 9(02) VALUE ZERO COMP.   00001120
      *                                                                 00001130
      * BALANCING RULES.  'I' - IN-STEP: THE STEP'S RECEIVED COUNT      00001140
      * EQUALS ITS PASSED PLUS DIVERTED COUNTS.  'F' - FLOW: THE        00001150
      * FIRST STEP'S PASSED COUNT EQUALS THE SECOND STEP'S              00001160
      * RECEIVED COUNT.  THE EDIT PASSES THE CLEAN EXTRACT TO THE       00001170
      * LOAD; THE GREETING, CSV AND DELTA STEPS EACH READ THE           00001180
      * WHOLE LOADED MASTER; THE HISTORY POSTING READS THE DELTA'S      00001190
      * CHANGE FILE.  THE HISTORY POSTING ALSO POSTS AUDIT ROWS,        00001200
      * SO ONLY ITS INTAKE IS TIED.                                     00001210
       01  WS-BALANCE-RULES.                                            00001220
           05  FILLER                      PIC X(17)                    00001230
                                           VALUE 'IEMPEDIT'.            00001240
           05  FILLER                      PIC X(17)                    00001250
                                           VALUE 'FEMPEDIT EMPLDCT'.    00001260
           05  FILLER                      PIC X(17)                    00001270
                                           VALUE 'IEMPLDCT'.            00001280
           05  FILLER                      PIC X(17)                    00001290
                                           VALUE 'FEMPLDCT HWORLDPS'.   00001300
           05  FILLER                      PIC X(17)                    00001310
                                           VALUE 'IHWORLDPS'.           00001320
           05  FILLER                      PIC X(17)                    00001330
                                           VALUE 'FEMPLDCT EMPCSV'.     00001340
           05  FILLER                      PIC X(17)                    00001350
                                           VALUE 'IEMPCSV'.             00001360
           05  FILLER                      PIC X(17)                    00001370
                                           VALUE 'FEMPLDCT EMPDELTA'.   00001380
           05  FILLER                      PIC X(17)                    00001390
                                           VALUE 'FEMPDELTAEMPHIST'.    00001400
       01  WS-BALANCE-RULE-TABLE REDEFINES WS-BALANCE-RULES.            00001410
           05  WS-RULE-ENTRY               OCCURS 9 TIMES.              00001420
               10  WS-RULE-TYPE            PIC X(01).                   00001430
                   88  WS-RULE-IN-STEP               VALUE 'I'.         00001440
                   88  WS-RULE-FLOW                  VALUE 'F'.         00001450
               10  WS-RULE-FROM            PIC X(08).                   00001460
               10  WS-RULE-TO              PIC X(08).                   00001470
       01  WS-RULE-SUB                     PIC 9(02) VALUE ZERO COMP.   00001480
       01  WS-FROM-SUB                     PIC 9(02) VALUE ZERO COMP.   00001490
       01  WS-TO-SUB                       PIC 9(02) VALUE ZERO COMP.   00001500
       01  WS-PASSED-PLUS-DIVERTED         PIC 9(10) VALUE ZERO.        00001510
       01  WS-CHECK-TEXT                   PIC X(69) VALUE SPACES.      00001520
       01  WS-CHECK-RESULT                 PIC X(22) VALUE SPACES.      00001530
       01  WS-BREAK-SUB                    PIC 9(02) VALUE ZERO COMP.   00001540
       01  WS-BREAK-TABLE.                                              00001550
           05  WS-BREAK-MAX                PIC 9(02) VALUE 20 COMP.     00001560
           05  WS-BREAK-TEXT               PIC X(69) OCCURS 20 TIMES.   00001570
       01  WS-REPORT-LINE                  PIC X(133).                  00001580
       01  WS-HEADING-LINE                 PIC X(133).                  00001590
       01  WS-PRINT-LINE.                                               00001600
           05  WS-PRINT-CC                 PIC X(01).                   00001610
           05  WS-PRINT-TEXT               PIC X(132).                  00001620
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001630
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001640
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001650
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001660
       01  WS-RUN-DATE.                                                 00001670
           05  WS-RDT-YYYY                 PIC X(04).                   00001680
           05  FILLER                      PIC X(01) VALUE '-'.         00001690
           05  WS-RDT-MM                   PIC X(02).                   00001700
           05  FILLER                      PIC X(01) VALUE '-'.         00001710
           05  WS-RDT-DD                   PIC X(02).                   00001720
           COPY RUNCTL.                                                 00001730
           COPY BALLDG.                                                 00001740
           COPY BALRES.                                                 00001750
      *                                                                 00001760
       PROCEDURE DIVISION.                                              00001770
      *                                                                 00001780
       MAIN-LOGIC SECTION.                                              00001790
       BEGIN.                                                           00001800
           PERFORM INITIALIZE-RUN.                                      00001810
           PERFORM READ-LEDGER-RECORD UNTIL WS-LEDGER-EOF.              00001820
           IF NOT WS-IO-ERROR-FOUND                                     00001830
               PERFORM WRITE-LEDGER-HEADING                             00001840
               PERFORM CHECK-PROGRAM-PRESENT                            00001850
                   VARYING WS-PGM-SUB FROM 1 BY 1                       00001860
                   UNTIL WS-PGM-SUB > 6                                 00001870
               PERFORM WRITE-CHECK-HEADING                              00001880
               PERFORM APPLY-BALANCE-RULE                               00001890
                   VARYING WS-RULE-SUB FROM 1 BY 1                      00001900
                   UNTIL WS-RULE-SUB > 9                                00001910
           END-IF.                                                      00001920
           PERFORM TERMINATE-RUN.                                       00001930
           GO TO MAIN-LOGIC-EXIT.                                       00001940
      *                                                                 00001950
       INITIALIZE-RUN.                                                  00001960
           PERFORM GET-RUN-DATE.                                        00001970
           PERFORM CLEAR-PROGRAM-ENTRY                                  00001980
               VARYING WS-PGM-SUB FROM 1 BY 1                           00001990
               UNTIL WS-PGM-SUB > 6.                                    00002000
           OPEN OUTPUT BALRPT.                                          00002010
           IF WS-BALRPT-STATUS = '00'                                   00002020
               MOVE 'Y' TO WS-BALRPT-OPEN-SWITCH                        00002030
               PERFORM WRITE-PAGE-HEADING                               00002040
           ELSE                                                         00002050
               DISPLAY 'EMPBAL: BALRPT OPEN FAILED, STATUS = '          00002060
                   WS-BALRPT-STATUS                                     00002070
               PERFORM FATAL-OPEN-ERROR                                 00002080
           END-IF.                                                      00002090
           OPEN INPUT LEDGER.                                           00002100
           IF WS-LEDGER-STATUS = '00'                                   00002110
               MOVE 'Y' TO WS-LEDGER-OPEN-SWITCH                        00002120
           ELSE                                                         00002130
               DISPLAY 'EMPBAL: LEDGER OPEN FAILED, STATUS = '          00002140
                   WS-LEDGER-STATUS                                     00002150
               PERFORM FATAL-OPEN-ERROR                                 00002160
           END-IF.                                                      00002170
      *                                                                 00002180
       CLEAR-PROGRAM-ENTRY.                                             00002190
           MOVE 'N' TO WS-PGM-FOUND-SWITCH (WS-PGM-SUB).                00002200
           MOVE SPACES TO WS-PGM-RUN-STARTED (WS-PGM-SUB).              00002210
           MOVE ZERO TO WS-PGM-RECEIVED (WS-PGM-SUB).                   00002220
           MOVE ZERO TO WS-PGM-PASSED (WS-PGM-SUB).                     00002230
           MOVE ZERO TO WS-PGM-REJECTED (WS-PGM-SUB).                   00002240
           MOVE ZERO TO WS-PGM-RETURN-CODE (WS-PGM-SUB).                00002250
      *                                                                 00002260
       FATAL-OPEN-ERROR.                                                00002270
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002280
           MOVE 'Y' TO WS-LEDGER-EOF-SWITCH.                            00002290
           MOVE 8 TO RETURN-CODE.                                       00002300
      *                                                                 00002310
       FATAL-IO-ERROR.                                                  00002320
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002330
           MOVE 'Y' TO WS-LEDGER-EOF-SWITCH.                            00002340
           MOVE 12 TO RETURN-CODE.                                      00002350
      *                                                                 00002360
       GET-RUN-DATE.                                                    00002370
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002380
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002390
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002400
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002410
           PERFORM READ-RUN-CONTROL.                                    00002420
      *                                                                 00002430
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002440
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00002450
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00002460
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00002470
       READ-RUN-CONTROL.                                                00002480
           OPEN INPUT RUNCTL.                                           00002490
           IF WS-RUNCTL-STATUS = '00'                                   00002500
               READ RUNCTL                                              00002510
                   AT END                                               00002520
                       DISPLAY 'EMPBAL: RUNCTL IS EMPTY - '             00002530
                           'SYSTEM DATE USED'                           00002540
                   NOT AT END                                           00002550
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002560
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002570
                           MOVE CTL-BUSINESS-DATE                       00002580
                               TO WS-RUN-DATE                           00002590
                       END-IF                                           00002600
               END-READ                                                 00002610
               CLOSE RUNCTL                                             00002620
           ELSE                                                         00002630
               DISPLAY 'EMPBAL: RUNCTL OPEN FAILED, '                   00002640
                   'STATUS = ' WS-RUNCTL-STATUS                         00002650
               DISPLAY 'EMPBAL: SYSTEM DATE USED'                       00002660
           END-IF.                                                      00002670
      *                                                                 00002680
       READ-LEDGER-RECORD.                                              00002690
           READ LEDGER                                                  00002700
               AT END                                                   00002710
                   MOVE 'Y' TO WS-LEDGER-EOF-SWITCH                     00002720
               NOT AT END                                               00002730
                   IF WS-LEDGER-STATUS NOT = '00'                       00002740
                       DISPLAY 'EMPBAL: LEDGER READ ERROR, '            00002750
                           'STATUS = ' WS-LEDGER-STATUS                 00002760
                       PERFORM FATAL-IO-ERROR                           00002770
                   ELSE                                                 00002780
                       ADD 1 TO WS-LEDGER-READ                          00002790
                       MOVE LEDGER-REC TO BALLDG-RECORD                 00002800
                       PERFORM POST-LEDGER-RECORD                       00002810
                   END-IF                                               00002820
           END-READ.                                                    00002830
      *                                                                 00002840
      * THE LEDGER IS APPEND-ONLY AND IN RUN ORDER, SO A LATER          00002850
      * RECORD FOR THE SAME STEP AND DATE IS A RERUN AND REPLACES       00002860
      * THE EARLIER ONE.                                                00002870
       POST-LEDGER-RECORD.                                              00002880
           IF LDG-BUSINESS-DATE NOT = WS-RUN-DATE                       00002890
               ADD 1 TO WS-OTHER-DATE-COUNT                             00002900
           ELSE                                                         00002910
               MOVE LDG-PROGRAM-ID TO WS-FIND-NAME                      00002920
               PERFORM FIND-PROGRAM-ENTRY                               00002930
               IF WS-FIND-SUB = 0                                       00002940
                   ADD 1 TO WS-UNKNOWN-PGM-COUNT                        00002950
               ELSE                                                     00002960
                   IF WS-PGM-FOUND (WS-FIND-SUB)                        00002970
                       ADD 1 TO WS-SUPERSEDED-COUNT                     00002980
                   END-IF                                               00002990
                   MOVE 'Y' TO WS-PGM-FOUND-SWITCH (WS-FIND-SUB)        00003000
                   MOVE LDG-RUN-STARTED                                 00003010
                       TO WS-PGM-RUN-STARTED (WS-FIND-SUB)              00003020
                   MOVE LDG-RECEIVED-COUNT                              00003030
                       TO WS-PGM-RECEIVED (WS-FIND-SUB)                 00003040
                   MOVE LDG-PASSED-COUNT                                00003050
                       TO WS-PGM-PASSED (WS-FIND-SUB)                   00003060
                   MOVE LDG-REJECTED-COUNT                              00003070
                       TO WS-PGM-REJECTED (WS-FIND-SUB)                 00003080
                   MOVE LDG-RETURN-CODE                                 00003090
                       TO WS-PGM-RETURN-CODE (WS-FIND-SUB)              00003100
               END-IF                                                   00003110
           END-IF.                                                      00003120
      *                                                                 00003130
       FIND-PROGRAM-ENTRY.                                              00003140
           MOVE ZERO TO WS-FIND-SUB.                                    00003150
           SET WS-PGM-IDX TO 1.                                         00003160
           SEARCH WS-PROGRAM-NAME                                       00003170
               AT END                                                   00003180
                   CONTINUE                                             00003190
               WHEN WS-PROGRAM-NAME (WS-PGM-IDX) = WS-FIND-NAME         00003200
                   SET WS-FIND-SUB TO WS-PGM-IDX                        00003210
           END-SEARCH.                                                  00003220
      *                                                                 00003230
      * ONE LINE PER STEP.  A STEP THAT DID NOT POST FOR THE            00003240
      * BUSINESS DATE (NOT RUN, OR FAILED BEFORE ITS COUNTS WERE        00003250
      * GOOD) IS A BREAK IN ITS OWN RIGHT.                              00003260
       CHECK-PROGRAM-PRESENT.                                           00003270
           ADD 1 TO WS-CHECK-COUNT.                                     00003280
           MOVE SPACES TO WS-REPORT-LINE.                               00003290
           MOVE WS-PROGRAM-NAME (WS-PGM-SUB) TO WS-REPORT-LINE (1:8).   00003300
           IF WS-PGM-FOUND (WS-PGM-SUB)                                 00003310
               MOVE WS-PGM-RUN-STARTED (WS-PGM-SUB)                     00003320
                   TO WS-REPORT-LINE (11:14)                            00003330
               MOVE WS-PGM-RECEIVED (WS-PGM-SUB)                        00003340
                   TO WS-REPORT-LINE (27:9)                             00003350
               MOVE WS-PGM-PASSED (WS-PGM-SUB)                          00003360
                   TO WS-REPORT-LINE (38:9)                             00003370
               MOVE WS-PGM-REJECTED (WS-PGM-SUB)                        00003380
                   TO WS-REPORT-LINE (49:9)                             00003390
               MOVE WS-PGM-RETURN-CODE (WS-PGM-SUB)                     00003400
                   TO WS-REPORT-LINE (60:4)                             00003410
               PERFORM WRITE-REPORT-LINE                                00003420
           ELSE                                                         00003430
               MOVE SPACES TO WS-CHECK-TEXT                             00003440
               STRING WS-PROGRAM-NAME (WS-PGM-SUB)                      00003450
                                          DELIMITED BY SPACE            00003460
                   ' NO LEDGER RECORD FOR '                             00003470
                                          DELIMITED BY SIZE             00003480
                   WS-RUN-DATE            DELIMITED BY SIZE             00003490
                   INTO WS-CHECK-TEXT                                   00003500
               MOVE WS-CHECK-TEXT TO WS-REPORT-LINE (11:69)             00003510
               MOVE '*** OUT OF BALANCE ***'                            00003520
                   TO WS-REPORT-LINE (81:22)                            00003530
               PERFORM WRITE-REPORT-LINE                                00003540
               PERFORM RECORD-BREAK                                     00003550
           END-IF.                                                      00003560
      *                                                                 00003570
       APPLY-BALANCE-RULE.                                              00003580
           MOVE WS-RULE-FROM (WS-RULE-SUB) TO WS-FIND-NAME.             00003590
           PERFORM FIND-PROGRAM-ENTRY.                                  00003600
           MOVE WS-FIND-SUB TO WS-FROM-SUB.                             00003610
           MOVE WS-RULE-TO (WS-RULE-SUB) TO WS-FIND-NAME.               00003620
           PERFORM FIND-PROGRAM-ENTRY.                                  00003630
           MOVE WS-FIND-SUB TO WS-TO-SUB.                               00003640
           MOVE SPACES TO WS-CHECK-TEXT.                                00003650
           IF WS-RULE-IN-STEP (WS-RULE-SUB)                             00003660
               PERFORM CHECK-IN-STEP                                    00003670
           ELSE                                                         00003680
               PERFORM CHECK-FLOW                                       00003690
           END-IF.                                                      00003700
           MOVE SPACES TO WS-REPORT-LINE.                               00003710
           MOVE WS-CHECK-TEXT TO WS-REPORT-LINE (1:69).                 00003720
           MOVE WS-CHECK-RESULT TO WS-REPORT-LINE (81:22).              00003730
           PERFORM WRITE-REPORT-LINE.                                   00003740
      *                                                                 00003750
       CHECK-IN-STEP.                                                   00003760
           IF NOT WS-PGM-FOUND (WS-FROM-SUB)                            00003770
               STRING WS-RULE-FROM (WS-RULE-SUB) DELIMITED BY SPACE     00003780
                   ' IN-STEP BALANCE'     DELIMITED BY SIZE             00003790
                   INTO WS-CHECK-TEXT                                   00003800
               MOVE 'NOT CHECKED' TO WS-CHECK-RESULT                    00003810
               ADD 1 TO WS-NOT-CHECKED-COUNT                            00003820
           ELSE                                                         00003830
               ADD 1 TO WS-CHECK-COUNT                                  00003840
               STRING WS-RULE-FROM (WS-RULE-SUB) DELIMITED BY SPACE     00003850
                   ' RECEIVED '           DELIMITED BY SIZE             00003860
                   WS-PGM-RECEIVED (WS-FROM-SUB)                        00003870
                                          DELIMITED BY SIZE             00003880
                   ' = PASSED '           DELIMITED BY SIZE             00003890
                   WS-PGM-PASSED (WS-FROM-SUB)                          00003900
                                          DELIMITED BY SIZE             00003910
                   ' + DIVERTED '         DELIMITED BY SIZE             00003920
                   WS-PGM-REJECTED (WS-FROM-SUB)                        00003930
                                          DELIMITED BY SIZE             00003940
                   INTO WS-CHECK-TEXT                                   00003950
               COMPUTE WS-PASSED-PLUS-DIVERTED =                        00003960
                   WS-PGM-PASSED (WS-FROM-SUB)                          00003970
                   + WS-PGM-REJECTED (WS-FROM-SUB)                      00003980
               IF WS-PGM-RECEIVED (WS-FROM-SUB)                         00003990
                       = WS-PASSED-PLUS-DIVERTED                        00004000
                   MOVE 'IN BALANCE' TO WS-CHECK-RESULT                 00004010
               ELSE                                                     00004020
                   MOVE '*** OUT OF BALANCE ***' TO WS-CHECK-RESULT     00004030
                   PERFORM RECORD-BREAK                                 00004040
               END-IF                                                   00004050
           END-IF.                                                      00004060
      *                                                                 00004070
       CHECK-FLOW.                                                      00004080
           IF NOT WS-PGM-FOUND (WS-FROM-SUB)                            00004090
                   OR NOT WS-PGM-FOUND (WS-TO-SUB)                      00004100
               STRING WS-RULE-FROM (WS-RULE-SUB) DELIMITED BY SPACE     00004110
                   ' TO '                 DELIMITED BY SIZE             00004120
                   WS-RULE-TO (WS-RULE-SUB) DELIMITED BY SPACE          00004130
                   ' FLOW'                DELIMITED BY SIZE             00004140
                   INTO WS-CHECK-TEXT                                   00004150
               MOVE 'NOT CHECKED' TO WS-CHECK-RESULT                    00004160
               ADD 1 TO WS-NOT-CHECKED-COUNT                            00004170
           ELSE                                                         00004180
               ADD 1 TO WS-CHECK-COUNT                                  00004190
               STRING WS-RULE-FROM (WS-RULE-SUB) DELIMITED BY SPACE     00004200
                   ' PASSED '             DELIMITED BY SIZE             00004210
                   WS-PGM-PASSED (WS-FROM-SUB)                          00004220
                                          DELIMITED BY SIZE             00004230
                   ' = '                  DELIMITED BY SIZE             00004240
                   WS-RULE-TO (WS-RULE-SUB) DELIMITED BY SPACE          00004250
                   ' RECEIVED '           DELIMITED BY SIZE             00004260
                   WS-PGM-RECEIVED (WS-TO-SUB)                          00004270
                                          DELIMITED BY SIZE             00004280
                   INTO WS-CHECK-TEXT                                   00004290
               IF WS-PGM-PASSED (WS-FROM-SUB)                           00004300
                       = WS-PGM-RECEIVED (WS-TO-SUB)                    00004310
                   MOVE 'IN BALANCE' TO WS-CHECK-RESULT                 00004320
               ELSE                                                     00004330
                   MOVE '*** OUT OF BALANCE ***' TO WS-CHECK-RESULT     00004340
                   PERFORM RECORD-BREAK                                 00004350
               END-IF                                                   00004360
           END-IF.                                                      00004370
      *                                                                 00004380
       RECORD-BREAK.                                                    00004390
           ADD 1 TO WS-BREAK-COUNT.                                     00004400
           IF WS-BREAK-SUB < WS-BREAK-MAX                               00004410
               ADD 1 TO WS-BREAK-SUB                                    00004420
               MOVE WS-CHECK-TEXT TO WS-BREAK-TEXT (WS-BREAK-SUB)       00004430
           END-IF.                                                      00004440
           IF RETURN-CODE = 0                                           00004450
               MOVE 4 TO RETURN-CODE                                    00004460
           END-IF.                                                      00004470
      *                                                                 00004480
       WRITE-PAGE-HEADING.                                              00004490
           ADD 1 TO WS-PAGE-NUMBER.                                     00004500
           MOVE SPACES TO WS-HEADING-LINE.                              00004510
           STRING 'EMPBAL STREAM RECORD-COUNT BALANCING  '              00004520
                                          DELIMITED BY SIZE             00004530
               'BUSINESS DATE: '          DELIMITED BY SIZE             00004540
               WS-RUN-DATE                DELIMITED BY SIZE             00004550
               '  PAGE '                  DELIMITED BY SIZE             00004560
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00004570
               INTO WS-HEADING-LINE.                                    00004580
           MOVE '1' TO WS-PRINT-CC.                                     00004590
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00004600
           WRITE BALRPT-RECORD FROM WS-PRINT-LINE.                      00004610
           MOVE 1 TO WS-LINE-COUNT.                                     00004620
      *                                                                 00004630
       WRITE-LEDGER-HEADING.                                            00004640
           MOVE SPACES TO WS-REPORT-LINE.                               00004650
           PERFORM WRITE-REPORT-LINE.                                   00004660
           MOVE 'LEDGER RECORDS USED' TO WS-REPORT-LINE.                00004670
           PERFORM WRITE-REPORT-LINE.                                   00004680
           MOVE SPACES TO WS-REPORT-LINE.                               00004690
           STRING 'PROGRAM   RUN STARTED      '                         00004700
                                          DELIMITED BY SIZE             00004710
               ' RECEIVED     PASSED   DIVERTED  RC'                    00004720
                                          DELIMITED BY SIZE             00004730
               INTO WS-REPORT-LINE.                                     00004740
           PERFORM WRITE-REPORT-LINE.                                   00004750
      *                                                                 00004760
       WRITE-CHECK-HEADING.                                             00004770
           MOVE SPACES TO WS-REPORT-LINE.                               00004780
           PERFORM WRITE-REPORT-LINE.                                   00004790
           MOVE 'BALANCE CHECKS' TO WS-REPORT-LINE.                     00004800
           PERFORM WRITE-REPORT-LINE.                                   00004810
      *                                                                 00004820
       WRITE-REPORT-LINE.                                               00004830
           IF WS-BALRPT-OPEN-OK                                         00004840
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                    00004850
                   PERFORM WRITE-PAGE-HEADING                           00004860
               END-IF                                                   00004870
               MOVE ' ' TO WS-PRINT-CC                                  00004880
               MOVE WS-REPORT-LINE TO WS-PRINT-TEXT                     00004890
               WRITE BALRPT-RECORD FROM WS-PRINT-LINE                   00004900
               ADD 1 TO WS-LINE-COUNT                                   00004910
           END-IF.                                                      00004920
      *                                                                 00004930
       WRITE-CONTROL-TOTALS.                                            00004940
           MOVE SPACES TO WS-REPORT-LINE.                               00004950
           PERFORM WRITE-REPORT-LINE.                                   00004960
           MOVE SPACES TO WS-REPORT-LINE.                               00004970
           STRING 'CHECKS: '              DELIMITED BY SIZE             00004980
               WS-CHECK-COUNT             DELIMITED BY SIZE             00004990
               '  BREAKS: '               DELIMITED BY SIZE             00005000
               WS-BREAK-COUNT             DELIMITED BY SIZE             00005010
               '  NOT CHECKED: '          DELIMITED BY SIZE             00005020
               WS-NOT-CHECKED-COUNT       DELIMITED BY SIZE             00005030
               INTO WS-REPORT-LINE.                                     00005040
           PERFORM WRITE-REPORT-LINE.                                   00005050
           MOVE SPACES TO WS-REPORT-LINE.                               00005060
           STRING 'LEDGER RECORDS READ: ' DELIMITED BY SIZE             00005070
               WS-LEDGER-READ             DELIMITED BY SIZE             00005080
               '  OTHER DATES: '          DELIMITED BY SIZE             00005090
               WS-OTHER-DATE-COUNT        DELIMITED BY SIZE             00005100
               '  RERUNS SUPERSEDED: '    DELIMITED BY SIZE             00005110
               WS-SUPERSEDED-COUNT        DELIMITED BY SIZE             00005120
               '  UNKNOWN PROGRAM: '      DELIMITED BY SIZE             00005130
               WS-UNKNOWN-PGM-COUNT       DELIMITED BY SIZE             00005140
               INTO WS-REPORT-LINE.                                     00005150
           PERFORM WRITE-REPORT-LINE.                                   00005160
      *                                                                 00005170
      * THE RESULT FILE IS REPLACED ONLY AFTER A CLEAN READ OF THE      00005180
      * LEDGER.  OTHERWISE IT KEEPS THE EARLIER DATE, AND THE           00005190
      * MORNING SUMMARY FLAGS THE BALANCE AS NOT AVAILABLE.             00005200
       WRITE-BALANCE-RESULTS.                                           00005210
           OPEN OUTPUT BALSTATS.                                        00005220
           IF WS-BALSTATS-STATUS = '00'                                 00005230
               MOVE SPACES TO BALRES-RECORD                             00005240
               MOVE WS-RUN-DATE TO BRS-BUSINESS-DATE                    00005250
               MOVE 'S' TO BRS-RECORD-TYPE                              00005260
               MOVE WS-CHECK-COUNT TO BRS-CHECK-COUNT                   00005270
               MOVE WS-BREAK-COUNT TO BRS-BREAK-COUNT                   00005280
               WRITE BALSTATS-REC FROM BALRES-RECORD                    00005290
               PERFORM WRITE-BREAK-RECORD                               00005300
                   VARYING WS-BREAK-SUB FROM 1 BY 1                     00005310
                   UNTIL WS-BREAK-SUB > WS-BREAK-COUNT                  00005320
                       OR WS-BREAK-SUB > WS-BREAK-MAX                   00005330
               IF WS-BALSTATS-STATUS NOT = '00'                         00005340
                   DISPLAY 'EMPBAL: BALSTATS WRITE ERROR, '             00005350
                       'STATUS = ' WS-BALSTATS-STATUS                   00005360
                   MOVE 12 TO RETURN-CODE                               00005370
               END-IF                                                   00005380
               CLOSE BALSTATS                                           00005390
           ELSE                                                         00005400
               DISPLAY 'EMPBAL: BALSTATS OPEN FAILED, STATUS = '        00005410
                   WS-BALSTATS-STATUS                                   00005420
               MOVE 8 TO RETURN-CODE                                    00005430
           END-IF.                                                      00005440
      *                                                                 00005450
       WRITE-BREAK-RECORD.                                              00005460
           IF WS-BALSTATS-STATUS = '00'                                 00005470
               MOVE SPACES TO BALRES-RECORD                             00005480
               MOVE WS-RUN-DATE TO BRS-BUSINESS-DATE                    00005490
               MOVE 'B' TO BRS-RECORD-TYPE                              00005500
               MOVE WS-BREAK-TEXT (WS-BREAK-SUB) TO BRS-BREAK-TEXT      00005510
               WRITE BALSTATS-REC FROM BALRES-RECORD                    00005520
           END-IF.                                                      00005530
      *                                                                 00005540
       TERMINATE-RUN.                                                   00005550
           IF WS-LEDGER-OPEN-OK                                         00005560
               CLOSE LEDGER                                             00005570
           END-IF.                                                      00005580
           IF WS-BALRPT-OPEN-OK                                         00005590
               IF NOT WS-IO-ERROR-FOUND                                 00005600
                   PERFORM WRITE-CONTROL-TOTALS                         00005610
               END-IF                                                   00005620
               CLOSE BALRPT                                             00005630
           END-IF.                                                      00005640
           IF NOT WS-IO-ERROR-FOUND                                     00005650
               PERFORM WRITE-BALANCE-RESULTS                            00005660
           END-IF.                                                      00005670
           DISPLAY 'EMPBAL: BUSINESS DATE:       ' WS-RUN-DATE.         00005680
           DISPLAY 'EMPBAL: LEDGER RECORDS READ: ' WS-LEDGER-READ.      00005690
           DISPLAY 'EMPBAL: CHECKS:              ' WS-CHECK-COUNT.      00005700
           DISPLAY 'EMPBAL: BREAKS:              ' WS-BREAK-COUNT.      00005710
           DISPLAY 'EMPBAL: NOT CHECKED:         ' WS-NOT-CHECKED-COUNT.00005720
      *                                                                 00005730
       MAIN-LOGIC-EXIT.                                                 00005740
           STOP RUN.                                                    00005750
