      * THE CLEAN DETAIL-ONLY MASTER FOR THE REST OF THE STREAM.        00000080
      * ANY EDIT FAILURE SETS A NONZERO RETURN CODE SO THE SCHEDULER    00000090
      * STOPS THE STREAM BEFORE A SHORT OR STALE EXTRACT IS USED.       00000100
      * A SUPERVISOR ID NOT ON THE SUPERVISOR REFERENCE FILE (SEE       00000102
      * EMPSUPV) IS LISTED AND COUNTED BUT IS NOT AN EDIT FAILURE -     00000104
      * THE ASSOCIATE IS STILL LOADED AND THE BURST REPORTS CARRY       00000106
      * THEM IN THE UNASSIGNED SEGMENT UNTIL HR CORRECTS THE ID.        00000108
      * A HIRE DATE THAT IS NOT A VALID YYYY-MM-DD DATE IS LISTED,      00000109
      * COUNTED, AND CLEARED ON THE CLEAN MASTER - ALSO A WARNING       00000110
      * ONLY, AS IT COSTS NOTHING BUT THE SERVICE-ANNIVERSARY           00000111
      * GREETING.  A BLANK HIRE DATE IS COUNTED ONLY.                   00000112
      *                                                                 00000113
       ENVIRONMENT DIVISION.                                            00000120
       CONFIGURATION SECTION.                                           00000130
       SOURCE-COMPUTER. IBM-ZOS.                                        00000140
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000310
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000320
               ORGANIZATION IS SEQUENTIAL                               00000330
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000340
           SELECT LEDGER ASSIGN TO LEDGER                               00000350
               ORGANIZATION IS SEQUENTIAL                               00000360
               FILE STATUS IS WS-LEDGER-STATUS.                         00000370
      *                                                                 00000380
       DATA DIVISION.                                                   00000390
       FILE SECTION.                                                    00000400
       FD  EMPEXTR                                                      00000410
           LABEL RECORDS ARE STANDARD                                   00000420
           RECORDING MODE IS F.                                         00000430
       01  EMPEXTR-RECORD                  PIC X(80).                   00000440
      *                                                                 00000450
       FD  EMPMSTR                                                      00000460
           LABEL RECORDS ARE STANDARD                                   00000470
           RECORDING MODE IS F.                                         00000480
       01  EMPMSTR-OUT-RECORD              PIC X(80).                   00000490
      *                                                                 00000500
       FD  CURMSTR                                                      00000510
           LABEL RECORDS ARE STANDARD.                                  00000520
           COPY EMPREC REPLACING LEADING ==EMP== BY ==CUR==.            00000530
      *                                                                 00000540
       FD  RUNCTL                                                       00000550
           LABEL RECORDS ARE STANDARD                                   00000560
           RECORDING MODE IS F.                                         00000570
       01  RUNCTL-REC                      PIC X(80).                   00000580
      *                                                                 00000590
       FD  SUPVREF                                                      00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           RECORDING MODE IS F.                                         00000620
       01  SUPVREF-REC                     PIC X(80).                   00000630
      *                                                                 00000640
       FD  LEDGER                                                       00000650
           LABEL RECORDS ARE STANDARD                                   00000660
           RECORDING MODE IS F.                                         00000670
       01  LEDGER-REC                      PIC X(80).                   00000680
      *                                                                 00000690
       WORKING-STORAGE SECTION.                                         00000700
       01  WS-EMPEXTR-STATUS               PIC X(02) VALUE '00'.        00000710
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000720
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000730
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00000740
       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.         00000750
           88  WS-EOF-YES                            VALUE 'Y'.         00000760
       01  WS-EMPEXTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000770
           88  WS-EMPEXTR-OPEN-OK                    VALUE 'Y'.         00000780
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000790
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00000800
       01  WS-HEADER-SWITCH                PIC X(01) VALUE 'N'.         00000810
           88  WS-HEADER-SEEN                        VALUE 'Y'.         00000820
       01  WS-TRAILER-SWITCH               PIC X(01) VALUE 'N'.         00000830
           88  WS-TRAILER-SEEN                       VALUE 'Y'.         00000840
       01  WS-DUP-FOUND-SWITCH             PIC X(01) VALUE 'N'.         00000850
           88  WS-DUP-FOUND                          VALUE 'Y'.         00000860
       01  WS-CURMSTR-STATUS               PIC X(02) VALUE '00'.        00000870
       01  WS-CURMSTR-EOF-SWITCH           PIC X(01) VALUE 'N'.         00000880
           88  WS-CURMSTR-EOF                        VALUE 'Y'.         00000890
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00000900
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00000910
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00000920
       01  WS-SUPVREF-LOADED-SWITCH        PIC X(01) VALUE 'N'.         00000930
           88  WS-SUPVREF-LOADED                     VALUE 'Y'.         00000940
       01  WS-SUPV-FOUND-SWITCH            PIC X(01) VALUE 'N'.         00000950
           88  WS-SUPV-FOUND                         VALUE 'Y'.         00000960
       01  WS-EDIT-ERROR-COUNT             PIC 9(09) VALUE ZERO.        00000970
       01  WS-UNKNOWN-SUPV-COUNT           PIC 9(09) VALUE ZERO.        00000980
       01  WS-NO-SUPV-COUNT                PIC 9(09) VALUE ZERO.        00000990
       01  WS-BAD-HIRE-COUNT               PIC 9(09) VALUE ZERO.        00000992
       01  WS-NO-HIRE-COUNT                PIC 9(09) VALUE ZERO.        00000994
       01  WS-HIRE-DATE-NUM                PIC 9(08) VALUE ZERO.        00000996
       01  WS-DETAIL-COUNT                 PIC 9(09) VALUE ZERO.        00001000
       01  WS-TRAILER-COUNT                PIC 9(09) VALUE ZERO.        00001010
       01  WS-WRITTEN-COUNT                PIC 9(09) VALUE ZERO.        00001020
       01  WS-HEADER-DATE                  PIC X(10) VALUE SPACES.      00001030
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001040
       01  WS-RUN-DATE.                                                 00001050
           05  WS-RDT-YYYY                 PIC X(04).                   00001060
           05  FILLER                      PIC X(01) VALUE '-'.         00001070
           05  WS-RDT-MM                   PIC X(02).                   00001080
           05  FILLER                      PIC X(01) VALUE '-'.         00001090
           05  WS-RDT-DD                   PIC X(02).                   00001100
       01  WS-ID-TABLE.                                                 00001110
           05  WS-ID-MAX                 PIC 9(05) VALUE 10000          00001120
                                           COMP.                        00001130
           05  WS-ID-COUNT               PIC 9(05) VALUE ZERO           00001140
                                           COMP.                        00001150
           05  WS-ID-ENTRY               OCCURS 10000 TIMES             00001160
                                           INDEXED BY WS-ID-IDX.        00001170
               10  WS-TABLE-ID             PIC X(08).                   00001180
      * STATUSES ALREADY POSTED ON THE LIVE MASTER, CAPTURED BEFORE     00001190
      * THE SORTED EXTRACT REPLACES IT, SO AN INTRADAY RERUN OF THE     00001200
      * STREAM DOES NOT RESET EVERY ASSOCIATE TO PENDING AND A PEND     00001210
      * PASS RE-GREET THE WHOLE ROSTER.                                 00001220
       01  WS-PRIOR-TABLE.                                              00001230
           05  WS-PRIOR-MAX                PIC 9(05) VALUE 10000        00001240
                                           COMP.                        00001250
           05  WS-PRIOR-COUNT              PIC 9(05) VALUE ZERO         00001260
                                           COMP.                        00001270
           05  WS-PRIOR-ENTRY              OCCURS 10000 TIMES           00001280
                                           INDEXED BY WS-PRIOR-IDX.     00001290
               10  WS-PRIOR-ID             PIC X(08).                   00001300
               10  WS-PRIOR-STATUS         PIC X(01).                   00001310
       01  WS-SUPV-TABLE.                                               00001320
           05  WS-SUPV-MAX                 PIC 9(05) VALUE 500          00001330
                                           COMP.                        00001340
           05  WS-SUPV-COUNT               PIC 9(05) VALUE ZERO         00001350
                                           COMP.                        00001360
           05  WS-SUPV-ENTRY               OCCURS 500 TIMES             00001370
                                           INDEXED BY WS-SUPV-IDX.      00001380
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00001390
           COPY EMPREC.                                                 00001400
           COPY EMPCTL.                                                 00001410
           COPY RUNCTL.                                                 00001420
           COPY BALLDG.                                                 00001430
           COPY EMPSUPV.                                                00001440
      *                                                                 00001450
       PROCEDURE DIVISION.                                              00001460
      *                                                                 00001470
       MAIN-LOGIC SECTION.                                              00001480
       BEGIN.                                                           00001490
           PERFORM INITIALIZE-RUN.                                      00001500
           PERFORM PROCESS-EXTRACT-FILE UNTIL WS-EOF-YES.               00001510
           PERFORM TERMINATE-RUN.                                       00001520
           GO TO MAIN-LOGIC-EXIT.                                       00001530
      *                                                                 00001540
       INITIALIZE-RUN.                                                  00001550
           PERFORM GET-RUN-DATE.                                        00001560
           OPEN INPUT EMPEXTR.                                          00001570
           IF WS-EMPEXTR-STATUS = '00'                                  00001580
               MOVE 'Y' TO WS-EMPEXTR-OPEN-SWITCH                       00001590
               OPEN OUTPUT EMPMSTR                                      00001600
               IF WS-EMPMSTR-STATUS = '00'                              00001610
                   MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                   00001620
                   PERFORM LOAD-PRIOR-STATUSES                          00001630
                   PERFORM LOAD-SUPERVISOR-FILE                         00001640
               ELSE                                                     00001650
                   DISPLAY 'EMPEDIT: EMPMSTR OPEN FAILED, STATUS = '    00001660
                       WS-EMPMSTR-STATUS                                00001670
                   MOVE 'Y' TO WS-EOF-SWITCH                            00001680
                   MOVE 8 TO RETURN-CODE                                00001690
               END-IF                                                   00001700
           ELSE                                                         00001710
               DISPLAY 'EMPEDIT: EMPEXTR OPEN FAILED, STATUS = '        00001720
                   WS-EMPEXTR-STATUS                                    00001730
               MOVE 'Y' TO WS-EOF-SWITCH                                00001740
               MOVE 8 TO RETURN-CODE                                    00001750
           END-IF.                                                      00001760
      *                                                                 00001770
       LOAD-PRIOR-STATUSES.                                             00001780
           OPEN INPUT CURMSTR.                                          00001790
           IF WS-CURMSTR-STATUS = '00'                                  00001800
               PERFORM READ-CURMSTR-RECORD                              00001810
                   UNTIL WS-CURMSTR-EOF                                 00001820
               CLOSE CURMSTR                                            00001830
           ELSE                                                         00001840
               DISPLAY 'EMPEDIT: CURMSTR OPEN FAILED, STATUS = '        00001850
                   WS-CURMSTR-STATUS                                    00001860
               DISPLAY 'EMPEDIT: GREETING STATUSES NOT CARRIED '        00001870
                   'FORWARD THIS RUN'                                   00001880
           END-IF.                                                      00001890
      *                                                                 00001900
       READ-CURMSTR-RECORD.                                             00001910
           READ CURMSTR                                                 00001920
               AT END                                                   00001930
                   MOVE 'Y' TO WS-CURMSTR-EOF-SWITCH                    00001940
               NOT AT END                                               00001950
                   IF WS-CURMSTR-STATUS NOT = '00'                      00001960
                       DISPLAY 'EMPEDIT: CURMSTR READ ERROR, '          00001970
                           'STATUS = ' WS-CURMSTR-STATUS                00001980
                       MOVE 'Y' TO WS-CURMSTR-EOF-SWITCH                00001990
                   ELSE                                                 00002000
                       MOVE CURMSTR-RECORD TO EMPMSTR-RECORD            00002010
                       PERFORM SAVE-PRIOR-STATUS                        00002020
                   END-IF                                               00002030
           END-READ.                                                    00002040
      *                                                                 00002050
       SAVE-PRIOR-STATUS.                                               00002060
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00002070
                   AND EMP-GREETING-HANDED-OFF                          00002080
               IF WS-PRIOR-COUNT < WS-PRIOR-MAX                         00002090
                   ADD 1 TO WS-PRIOR-COUNT                              00002100
                   SET WS-PRIOR-IDX TO WS-PRIOR-COUNT                   00002110
                   MOVE EMP-ASSOCIATE-ID                                00002120
                       TO WS-PRIOR-ID (WS-PRIOR-IDX)                    00002130
                   MOVE EMP-GREETING-STATUS                             00002140
                       TO WS-PRIOR-STATUS (WS-PRIOR-IDX)                00002150
               ELSE                                                     00002160
                   DISPLAY 'EMPEDIT: PRIOR-STATUS TABLE FULL, '         00002170
                       'STATUS NOT CARRIED FOR '                        00002180
                       EMP-ASSOCIATE-ID                                 00002190
               END-IF                                                   00002200
           END-IF.                                                      00002210
      *                                                                 00002220
      * WITHOUT THE SUPERVISOR FILE THE EDIT STILL RUNS - ONLY THE      00002230
      * SUPERVISOR CHECK IS SKIPPED, SO THE LOAD IS NOT HELD UP BY A    00002240
      * REFERENCE FILE THAT ONLY THE REPORT BURSTING DEPENDS ON.        00002250
       LOAD-SUPERVISOR-FILE.                                            00002260
           OPEN INPUT SUPVREF.                                          00002270
           IF WS-SUPVREF-STATUS = '00'                                  00002280
               MOVE 'Y' TO WS-SUPVREF-LOADED-SWITCH                     00002290
               PERFORM READ-SUPERVISOR-RECORD                           00002300
                   UNTIL WS-SUPVREF-EOF                                 00002310
               CLOSE SUPVREF                                            00002320
           ELSE                                                         00002330
               DISPLAY 'EMPEDIT: SUPVREF OPEN FAILED, STATUS = '        00002340
                   WS-SUPVREF-STATUS                                    00002350
               DISPLAY 'EMPEDIT: SUPERVISOR IDS NOT CHECKED '           00002360
                   'THIS RUN'                                           00002370
           END-IF.                                                      00002380
      *                                                                 00002390
       READ-SUPERVISOR-RECORD.                                          00002400
           READ SUPVREF                                                 00002410
               AT END                                                   00002420
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00002430
               NOT AT END                                               00002440
                   IF WS-SUPVREF-STATUS NOT = '00'                      00002450
                       DISPLAY 'EMPEDIT: SUPVREF READ ERROR, '          00002460
                           'STATUS = ' WS-SUPVREF-STATUS                00002470
                       DISPLAY 'EMPEDIT: SUPERVISOR IDS NOT CHECKED '   00002480
                           'THIS RUN'                                   00002490
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00002500
                       MOVE 'N' TO WS-SUPVREF-LOADED-SWITCH             00002510
                   ELSE                                                 00002520
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00002530
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00002540
                   END-IF                                               00002550
           END-READ.                                                    00002560
      *                                                                 00002570
       SAVE-SUPERVISOR-ENTRY.                                           00002580
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00002590
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00002600
                   ADD 1 TO WS-SUPV-COUNT                               00002610
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00002620
                   MOVE SUP-SUPERVISOR-ID                               00002630
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00002640
               ELSE                                                     00002650
                   DISPLAY 'EMPEDIT: SUPERVISOR TABLE FULL, '           00002660
                       'SUPERVISOR ' SUP-SUPERVISOR-ID                  00002670
                       ' TREATED AS UNKNOWN'                            00002680
               END-IF                                                   00002690
           END-IF.                                                      00002700
      *                                                                 00002710
       GET-RUN-DATE.                                                    00002720
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002730
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002740
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002750
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002760
           PERFORM READ-RUN-CONTROL.                                    00002770
      *                                                                 00002780
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002790
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00002800
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00002810
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00002820
       READ-RUN-CONTROL.                                                00002830
           OPEN INPUT RUNCTL.                                           00002840
           IF WS-RUNCTL-STATUS = '00'                                   00002850
               READ RUNCTL                                              00002860
                   AT END                                               00002870
                       DISPLAY 'EMPEDIT: RUNCTL IS EMPTY - '            00002880
                           'SYSTEM DATE USED'                           00002890
                   NOT AT END                                           00002900
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002910
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002920
                           MOVE CTL-BUSINESS-DATE                       00002930
                               TO WS-RUN-DATE                           00002940
                       END-IF                                           00002950
               END-READ                                                 00002960
               CLOSE RUNCTL                                             00002970
           ELSE                                                         00002980
               DISPLAY 'EMPEDIT: RUNCTL OPEN FAILED, '                  00002990
                   'STATUS = ' WS-RUNCTL-STATUS                         00003000
               DISPLAY 'EMPEDIT: SYSTEM DATE USED'                      00003010
           END-IF.                                                      00003020
      *                                                                 00003030
       PROCESS-EXTRACT-FILE.                                            00003040
           READ EMPEXTR                                                 00003050
               AT END                                                   00003060
                   MOVE 'Y' TO WS-EOF-SWITCH                            00003070
               NOT AT END                                               00003080
                   IF WS-EMPEXTR-STATUS NOT = '00'                      00003090
                       DISPLAY 'EMPEDIT: EMPEXTR READ ERROR, '          00003100
                           'STATUS = ' WS-EMPEXTR-STATUS                00003110
                       MOVE 'Y' TO WS-EOF-SWITCH                        00003120
                       MOVE 12 TO RETURN-CODE                           00003130
                   ELSE                                                 00003140
                       PERFORM EDIT-EXTRACT-RECORD                      00003150
                   END-IF                                               00003160
           END-READ.                                                    00003170
      *                                                                 00003180
       EDIT-EXTRACT-RECORD.                                             00003190
           EVALUATE EMPEXTR-RECORD(1:3)                                 00003200
               WHEN 'HDR'                                               00003210
                   PERFORM EDIT-HEADER-RECORD                           00003220
               WHEN 'TRL'                                               00003230
                   PERFORM EDIT-TRAILER-RECORD                          00003240
               WHEN OTHER                                               00003250
                   PERFORM EDIT-DETAIL-RECORD                           00003260
           END-EVALUATE.                                                00003270
      *                                                                 00003280
       EDIT-HEADER-RECORD.                                              00003290
           MOVE EMPEXTR-RECORD TO EMPHDR-RECORD.                        00003300
           IF WS-HEADER-SEEN                                            00003310
               PERFORM FLAG-EDIT-ERROR                                  00003320
               DISPLAY 'EMPEDIT: MORE THAN ONE HEADER RECORD'           00003330
           ELSE                                                         00003340
               IF WS-DETAIL-COUNT > 0 OR WS-TRAILER-SEEN                00003350
                   PERFORM FLAG-EDIT-ERROR                              00003360
                   DISPLAY 'EMPEDIT: HEADER RECORD IS NOT FIRST'        00003370
               END-IF                                                   00003380
               MOVE 'Y' TO WS-HEADER-SWITCH                             00003390
               MOVE HDR-RUN-DATE TO WS-HEADER-DATE                      00003400
           END-IF.                                                      00003410
      *                                                                 00003420
       EDIT-TRAILER-RECORD.                                             00003430
           MOVE EMPEXTR-RECORD TO EMPTRL-RECORD.                        00003440
           IF WS-TRAILER-SEEN                                           00003450
               PERFORM FLAG-EDIT-ERROR                                  00003460
               DISPLAY 'EMPEDIT: MORE THAN ONE TRAILER RECORD'          00003470
           ELSE                                                         00003480
               MOVE 'Y' TO WS-TRAILER-SWITCH                            00003490
               IF TRL-RECORD-COUNT NUMERIC                              00003500
                   MOVE TRL-RECORD-COUNT TO WS-TRAILER-COUNT            00003510
               ELSE                                                     00003520
                   PERFORM FLAG-EDIT-ERROR                              00003530
                   DISPLAY 'EMPEDIT: TRAILER COUNT IS NOT NUMERIC'      00003540
               END-IF                                                   00003550
           END-IF.                                                      00003560
      *                                                                 00003570
       EDIT-DETAIL-RECORD.                                              00003580
           MOVE EMPEXTR-RECORD TO EMPMSTR-RECORD.                       00003590
           ADD 1 TO WS-DETAIL-COUNT.                                    00003600
           IF WS-TRAILER-SEEN                                           00003610
               PERFORM FLAG-EDIT-ERROR                                  00003620
               DISPLAY 'EMPEDIT: DETAIL RECORD AFTER TRAILER FOR '      00003630
                   EMP-ASSOCIATE-NAME                                   00003640
           END-IF.                                                      00003650
           IF NOT EMP-SHIFT-VALID                                       00003660
               PERFORM FLAG-EDIT-ERROR                                  00003670
               DISPLAY 'EMPEDIT: INVALID SHIFT CODE ' EMP-SHIFT-CODE    00003680
                   ' FOR ' EMP-ASSOCIATE-NAME                           00003690
           END-IF.                                                      00003700
           IF EMP-ASSOCIATE-ID = SPACES                                 00003710
               PERFORM FLAG-EDIT-ERROR                                  00003720
               DISPLAY 'EMPEDIT: BLANK ASSOCIATE ID FOR '               00003730
                   EMP-ASSOCIATE-NAME                                   00003740
           ELSE                                                         00003750
               PERFORM CHECK-DUPLICATE-ID                               00003760
           END-IF.                                                      00003770
           PERFORM SET-GREETING-STATUS.                                 00003780
           PERFORM SET-EMPLOYMENT-STATUS.                               00003790
           PERFORM CHECK-SUPERVISOR-ID.                                 00003800
           PERFORM CHECK-HIRE-DATE.                                     00003805
           WRITE EMPMSTR-OUT-RECORD FROM EMPMSTR-RECORD.                00003810
           IF WS-EMPMSTR-STATUS NOT = '00'                              00003820
               DISPLAY 'EMPEDIT: EMPMSTR WRITE ERROR, STATUS = '        00003830
                   WS-EMPMSTR-STATUS                                    00003840
               MOVE 'Y' TO WS-EOF-SWITCH                                00003850
               MOVE 12 TO RETURN-CODE                                   00003860
           ELSE                                                         00003870
               ADD 1 TO WS-WRITTEN-COUNT                                00003880
           END-IF.                                                      00003890
      *                                                                 00003900
      * A STATUS HR LEFT BLANK OR UNKNOWN DEFAULTS TO PENDING, AS THE   00003910
      * EMPMAINT ADD PATH DOES, SO A PEND RUN NEVER SILENTLY SKIPS A    00003920
      * NEVER-GREETED ASSOCIATE.  AN ID THE LIVE MASTER ALREADY         00003930
      * SHOWS AS HANDED OFF KEEPS ITS 'S', 'D', OR 'F' SO AN            00003940
      * INTRADAY RERUN OF THE STREAM DOES NOT RE-GREET THE WHOLE        00003950
      * ROSTER AND A POSTED DELIVERY RESULT IS NOT LOST.                00003960
       SET-GREETING-STATUS.                                             00003970
           IF NOT EMP-GREETING-PENDING                                  00003980
                   AND NOT EMP-GREETING-HANDED-OFF                      00003990
               MOVE 'P' TO EMP-GREETING-STATUS                          00004000
           END-IF.                                                      00004010
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00004020
                   AND WS-PRIOR-COUNT > 0                               00004030
               SET WS-PRIOR-IDX TO 1                                    00004040
               SEARCH WS-PRIOR-ENTRY                                    00004050
                   AT END                                               00004060
                       CONTINUE                                         00004070
                   WHEN WS-PRIOR-IDX > WS-PRIOR-COUNT                   00004080
                       CONTINUE                                         00004090
                   WHEN WS-PRIOR-ID (WS-PRIOR-IDX)                      00004100
                           = EMP-ASSOCIATE-ID                           00004110
                       MOVE WS-PRIOR-STATUS (WS-PRIOR-IDX)              00004120
                           TO EMP-GREETING-STATUS                       00004130
               END-SEARCH                                               00004140
           END-IF.                                                      00004150
      *                                                                 00004160
      * AN EMPLOYMENT STATUS HR LEFT BLANK OR UNKNOWN DEFAULTS TO       00004170
      * ACTIVE, SO ONLY AN EXPLICIT 'L' PUTS AN ASSOCIATE ON            00004180
      * LEAVE AND OUT OF THE GREETING AND COVERAGE COUNTS.              00004190
       SET-EMPLOYMENT-STATUS.                                           00004200
           IF NOT EMP-EMP-ACTIVE AND NOT EMP-ON-LEAVE                   00004210
               MOVE 'A' TO EMP-EMPLOYMENT-STATUS                        00004220
           END-IF.                                                      00004230
      *                                                                 00004240
      * AN UNKNOWN SUPERVISOR IS A WARNING ONLY (SEE THE PROGRAM        00004250
      * NOTES) - THE RECORD IS WRITTEN WITH THE ID AS HR SENT IT.       00004260
       CHECK-SUPERVISOR-ID.                                             00004270
           IF EMP-SUPERVISOR-ID = SPACES                                00004280
               ADD 1 TO WS-NO-SUPV-COUNT                                00004290
           ELSE                                                         00004300
               IF WS-SUPVREF-LOADED                                     00004310
                   PERFORM FIND-SUPERVISOR-ENTRY                        00004320
                   IF NOT WS-SUPV-FOUND                                 00004330
                       ADD 1 TO WS-UNKNOWN-SUPV-COUNT                   00004340
                       DISPLAY 'EMPEDIT: UNKNOWN SUPERVISOR ID '        00004350
                           EMP-SUPERVISOR-ID ' FOR '                    00004360
                           EMP-ASSOCIATE-ID ' - REPORTED UNASSIGNED'    00004370
                   END-IF                                               00004380
               END-IF                                                   00004390
           END-IF.                                                      00004400
      *                                                                 00004410
      * A BAD HIRE DATE IS A WARNING ONLY (SEE THE PROGRAM NOTES) -     00004411
      * THE RECORD IS WRITTEN WITH THE HIRE DATE BLANKED.               00004412
       CHECK-HIRE-DATE.                                                 00004413
           IF EMP-HIRE-DATE = SPACES                                    00004414
               ADD 1 TO WS-NO-HIRE-COUNT                                00004415
           ELSE                                                         00004416
               MOVE ZERO TO WS-HIRE-DATE-NUM                            00004417
               IF EMP-HIRE-DATE (1:4) NUMERIC                           00004418
                       AND EMP-HIRE-DATE (5:1) = '-'                    00004419
                       AND EMP-HIRE-DATE (6:2) NUMERIC                  00004420
                       AND EMP-HIRE-DATE (8:1) = '-'                    00004421
                       AND EMP-HIRE-DATE (9:2) NUMERIC                  00004422
                   MOVE EMP-HIRE-DATE (1:4) TO WS-HIRE-DATE-NUM (1:4)   00004423
                   MOVE EMP-HIRE-DATE (6:2) TO WS-HIRE-DATE-NUM (5:2)   00004424
                   MOVE EMP-HIRE-DATE (9:2) TO WS-HIRE-DATE-NUM (7:2)   00004425
               END-IF                                                   00004426
               IF WS-HIRE-DATE-NUM = ZERO                               00004427
                       OR FUNCTION TEST-DATE-YYYYMMDD                   00004428
                           (WS-HIRE-DATE-NUM) NOT = 0                   00004429
                   ADD 1 TO WS-BAD-HIRE-COUNT                           00004430
                   DISPLAY 'EMPEDIT: INVALID HIRE DATE '                00004431
                       EMP-HIRE-DATE ' FOR '                            00004432
                       EMP-ASSOCIATE-ID ' - CLEARED'                    00004433
                   MOVE SPACES TO EMP-HIRE-DATE                         00004434
               END-IF                                                   00004435
           END-IF.                                                      00004436
      *                                                                 00004437
       FIND-SUPERVISOR-ENTRY.                                           00004438
           MOVE 'N' TO WS-SUPV-FOUND-SWITCH.                            00004439
           IF WS-SUPV-COUNT > 0                                         00004440
               SET WS-SUPV-IDX TO 1                                     00004450
               SEARCH WS-SUPV-ENTRY                                     00004460
                   AT END                                               00004470
                       CONTINUE                                         00004480
                   WHEN WS-SUPV-IDX > WS-SUPV-COUNT                     00004490
                       CONTINUE                                         00004500
                   WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)              00004510
                           = EMP-SUPERVISOR-ID                          00004520
                       MOVE 'Y' TO WS-SUPV-FOUND-SWITCH                 00004530
               END-SEARCH                                               00004540
           END-IF.                                                      00004550
      *                                                                 00004560
       CHECK-DUPLICATE-ID.                                              00004570
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.                             00004580
           IF WS-ID-COUNT > 0                                           00004590
               SET WS-ID-IDX TO 1                                       00004600
               SEARCH WS-ID-ENTRY                                       00004610
                   AT END                                               00004620
                       CONTINUE                                         00004630
                   WHEN WS-ID-IDX > WS-ID-COUNT                         00004640
                       CONTINUE                                         00004650
                   WHEN WS-TABLE-ID (WS-ID-IDX)                         00004660
                           = EMP-ASSOCIATE-ID                           00004670
                       MOVE 'Y' TO WS-DUP-FOUND-SWITCH                  00004680
               END-SEARCH                                               00004690
           END-IF.                                                      00004700
           IF WS-DUP-FOUND                                              00004710
               PERFORM FLAG-EDIT-ERROR                                  00004720
               DISPLAY 'EMPEDIT: DUPLICATE ASSOCIATE ID '               00004730
                   EMP-ASSOCIATE-ID ' FOR ' EMP-ASSOCIATE-NAME          00004740
           ELSE                                                         00004750
               IF WS-ID-COUNT < WS-ID-MAX                               00004760
                   ADD 1 TO WS-ID-COUNT                                 00004770
                   SET WS-ID-IDX TO WS-ID-COUNT                         00004780
                   MOVE EMP-ASSOCIATE-ID                                00004790
                       TO WS-TABLE-ID (WS-ID-IDX)                       00004800
               ELSE                                                     00004810
                   PERFORM FLAG-EDIT-ERROR                              00004820
                   DISPLAY 'EMPEDIT: ID TABLE FULL, DUPLICATE '         00004830
                       'CHECK INCOMPLETE'                               00004840
               END-IF                                                   00004850
           END-IF.                                                      00004860
      *                                                                 00004870
       FLAG-EDIT-ERROR.                                                 00004880
           ADD 1 TO WS-EDIT-ERROR-COUNT.                                00004890
      *                                                                 00004900
       EDIT-CONTROL-RECORDS.                                            00004910
           IF NOT WS-HEADER-SEEN                                        00004920
               PERFORM FLAG-EDIT-ERROR                                  00004930
               DISPLAY 'EMPEDIT: HEADER RECORD MISSING'                 00004940
           ELSE                                                         00004950
               IF WS-HEADER-DATE NOT = WS-RUN-DATE                      00004960
                   PERFORM FLAG-EDIT-ERROR                              00004970
                   DISPLAY 'EMPEDIT: STALE EXTRACT - HEADER DATE '      00004980
                       WS-HEADER-DATE ' IS NOT RUN DATE '               00004990
                       WS-RUN-DATE                                      00005000
               END-IF                                                   00005010
           END-IF.                                                      00005020
           IF NOT WS-TRAILER-SEEN                                       00005030
               PERFORM FLAG-EDIT-ERROR                                  00005040
               DISPLAY 'EMPEDIT: TRAILER RECORD MISSING'                00005050
           ELSE                                                         00005060
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT                00005070
                   PERFORM FLAG-EDIT-ERROR                              00005080
                   DISPLAY 'EMPEDIT: TRAILER COUNT '                    00005090
                       WS-TRAILER-COUNT ' DOES NOT MATCH '              00005100
                       WS-DETAIL-COUNT ' DETAIL RECORDS READ'           00005110
               END-IF                                                   00005120
           END-IF.                                                      00005130
      *                                                                 00005140
       TERMINATE-RUN.                                                   00005150
           IF WS-EMPEXTR-OPEN-OK                                        00005160
               PERFORM EDIT-CONTROL-RECORDS                             00005170
               CLOSE EMPEXTR                                            00005180
           END-IF.                                                      00005190
           IF WS-EMPMSTR-OPEN-OK                                        00005200
               CLOSE EMPMSTR                                            00005210
           END-IF.                                                      00005220
           DISPLAY 'EMPEDIT: DETAILS READ:  ' WS-DETAIL-COUNT.          00005230
           DISPLAY 'EMPEDIT: WRITTEN:       ' WS-WRITTEN-COUNT.         00005240
           DISPLAY 'EMPEDIT: EDIT ERRORS:   ' WS-EDIT-ERROR-COUNT.      00005250
           DISPLAY 'EMPEDIT: NO SUPERVISOR: ' WS-NO-SUPV-COUNT.         00005260
           DISPLAY 'EMPEDIT: UNKNOWN SUPV:  ' WS-UNKNOWN-SUPV-COUNT.    00005270
           DISPLAY 'EMPEDIT: NO HIRE DATE:  ' WS-NO-HIRE-COUNT.         00005273
           DISPLAY 'EMPEDIT: BAD HIRE DATE: ' WS-BAD-HIRE-COUNT.        00005276
           IF WS-EDIT-ERROR-COUNT > 0 AND RETURN-CODE = 0               00005280
               MOVE 8 TO RETURN-CODE                                    00005290
           END-IF.                                                      00005300
           PERFORM WRITE-LEDGER-RECORD.                                 00005310
      *                                                                 00005320
      * THE STREAM BALANCING RECORD (SEE BALLDG).  RECEIVED IS THE      00005330
      * TRAILER COUNT HR SAYS IT SENT, PASSED IS THE CLEAN MASTER       00005340
      * RECORDS WRITTEN FOR THE LOAD.  A FAILED EDIT STILL RECORDS      00005350
      * ITS COUNTS SO THE BALANCING STEP SHOWS WHERE THE STREAM         00005360
      * STOPPED.                                                        00005370
       WRITE-LEDGER-RECORD.                                             00005380
           OPEN EXTEND LEDGER.                                          00005390
           IF WS-LEDGER-STATUS = '00'                                   00005400
               MOVE SPACES TO BALLDG-RECORD                             00005410
               MOVE WS-RUN-DATE TO LDG-BUSINESS-DATE                    00005420
               MOVE 'EMPEDIT' TO LDG-PROGRAM-ID                         00005430
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00005440
               MOVE WS-TRAILER-COUNT TO LDG-RECEIVED-COUNT              00005450
               MOVE WS-WRITTEN-COUNT TO LDG-PASSED-COUNT                00005460
               MOVE ZERO TO LDG-REJECTED-COUNT                          00005470
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00005480
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00005490
               IF WS-LEDGER-STATUS NOT = '00'                           00005500
                   DISPLAY 'EMPEDIT: LEDGER WRITE ERROR, '              00005510
                       'STATUS = ' WS-LEDGER-STATUS                     00005520
               END-IF                                                   00005530
               CLOSE LEDGER                                             00005540
           ELSE                                                         00005550
               DISPLAY 'EMPEDIT: LEDGER OPEN FAILED, STATUS = '         00005560
                   WS-LEDGER-STATUS                                     00005570
           END-IF.                                                      00005580
      *                                                                 00005590
       MAIN-LOGIC-EXIT.                                                 00005600
           STOP RUN.                                                    00005610
