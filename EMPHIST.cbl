       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPHIST.                                             00000020
      *                                                                 00000030
      * ASSOCIATE HISTORY MAINTENANCE.  POSTS ONE EFFECTIVE-DATED       00000040
      * ROW PER ASSOCIATE PER CHANGE OF NAME, SHIFT, OR EMPLOYMENT      00000050
      * STATUS TO THE HISTORY KSDS (SEE EMPHST) SO THE EMPASOF          00000060
      * INQUIRY CAN ANSWER "WHAT WAS TRUE ON THIS DATE".  ROWS          00000070
      * COME FROM THREE PLACES, POSTED IN THIS ORDER -                  00000080
      *   HISTBASE - AN EMPREC ROSTER IMAGE, DUMMY ON THE NIGHTLY       00000090
      *              RUN, USED ONCE TO SEED THE FILE (ROWS DATED        00000100
      *              THE BUSINESS DATE);                                00000110
      *   EMPAUDIT - EVERY APPLIED ('A') EMPMAINT ADD AND CHANGE        00000120
      *              AFTER-IMAGE AND DELETE BEFORE-IMAGE SINCE THE      00000130
      *              LAST CYCLE, DATED ITS AUDIT RUN DATE;              00000140
      *   HISTCHG  - TONIGHT'S EMPDELTA COMPARE (NEW, DROPPED, AND      00000150
      *              CHANGED ASSOCIATES), DATED THE BUSINESS DATE.      00000160
      * A CANDIDATE ROW IS POSTED ONLY WHEN IT DIFFERS FROM THE ROW     00000170
      * ALREADY IN EFFECT FOR THE ID ON ITS DATE, SO MAINTENANCE        00000180
      * THAT HR ALSO KEYED INTO THE SOURCE SYSTEM (AND SO COMES         00000190
      * BACK THROUGH THE DELTA THE NEXT NIGHT) IS NOT POSTED TWICE.     00000200
      * A MAINTENANCE ROW ALREADY ON FILE FROM THE SAME DECK,           00000210
      * SEQUENCE, AND AUDIT TIME IS SKIPPED, SO A RERUN OF THIS         00000220
      * STEP - OR THE INCLUSIVE AUDIT WINDOW - POSTS NOTHING TWICE.     00000230
      *                                                                 00000240
      * THE LAST-CYCLE WATERMARK IS THE ONE-RECORD HISTCTL FILE,        00000250
      * KEPT THE SAME WAY AS THE EMPRECON RECONCTL WATERMARK.           00000260
      *                                                                 00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SOURCE-COMPUTER. IBM-ZOS.                                        00000300
       OBJECT-COMPUTER. IBM-ZOS.                                        00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT HISTORY ASSIGN TO HISTORY                             00000340
               ORGANIZATION IS INDEXED                                  00000350
               ACCESS MODE IS DYNAMIC                                   00000360
               RECORD KEY IS HSF-KEY                                    00000370
               FILE STATUS IS WS-HISTORY-STATUS.                        00000380
           SELECT HISTBASE ASSIGN TO HISTBASE                           00000390
               ORGANIZATION IS SEQUENTIAL                               00000400
               FILE STATUS IS WS-HISTBASE-STATUS.                       00000410
           SELECT EMPAUDIT ASSIGN TO EMPAUDIT                           00000420
               ORGANIZATION IS SEQUENTIAL                               00000430
               FILE STATUS IS WS-EMPAUDIT-STATUS.                       00000440
           SELECT HISTCHG ASSIGN TO HISTCHG                             00000450
               ORGANIZATION IS SEQUENTIAL                               00000460
               FILE STATUS IS WS-HISTCHG-STATUS.                        00000470
           SELECT HISTCTL ASSIGN TO HISTCTL                             00000480
               ORGANIZATION IS SEQUENTIAL                               00000490
               FILE STATUS IS WS-HISTCTL-STATUS.                        00000500
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000510
               ORGANIZATION IS SEQUENTIAL                               00000520
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000530
           SELECT LEDGER ASSIGN TO LEDGER                               00000532
               ORGANIZATION IS SEQUENTIAL                               00000534
               FILE STATUS IS WS-LEDGER-STATUS.                         00000536
      *                                                                 00000540
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD  HISTORY                                                      00000570
           LABEL RECORDS ARE STANDARD.                                  00000580
           COPY EMPHST REPLACING ==EMPHIST-RECORD== BY ==HISTORY-REC==  00000590
               LEADING ==HST== BY ==HSF==.                              00000600
      *                                                                 00000610
       FD  HISTBASE                                                     00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           RECORDING MODE IS F.                                         00000640
       01  HISTBASE-REC                    PIC X(80).                   00000650
      *                                                                 00000660
       FD  EMPAUDIT                                                     00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           RECORDING MODE IS F.                                         00000690
       01  EMPAUDIT-REC                    PIC X(220).                  00000700
      *                                                                 00000710
       FD  HISTCHG                                                      00000720
           LABEL RECORDS ARE STANDARD                                   00000730
           RECORDING MODE IS F.                                         00000740
       01  HISTCHG-REC                     PIC X(100).                  00000750
      *                                                                 00000760
       FD  HISTCTL                                                      00000770
           LABEL RECORDS ARE STANDARD                                   00000780
           RECORDING MODE IS F.                                         00000790
       01  HISTCTL-RECORD.                                              00000800
           05  HCT-LAST-CYCLE-DATE         PIC X(10).                   00000810
           05  FILLER                      PIC X(01).                   00000820
           05  HCT-SET-TIMESTAMP           PIC X(19).                   00000830
           05  FILLER                      PIC X(50).                   00000840
      *                                                                 00000850
       FD  RUNCTL                                                       00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           RECORDING MODE IS F.                                         00000880
       01  RUNCTL-REC                      PIC X(80).                   00000890
      *                                                                 00000891
       FD  LEDGER                                                       00000892
           LABEL RECORDS ARE STANDARD                                   00000893
           RECORDING MODE IS F.                                         00000894
       01  LEDGER-REC                      PIC X(80).                   00000895
      *                                                                 00000900
       WORKING-STORAGE SECTION.                                         00000910
       01  WS-HISTORY-STATUS               PIC X(02) VALUE '00'.        00000920
       01  WS-HISTBASE-STATUS              PIC X(02) VALUE '00'.        00000930
       01  WS-EMPAUDIT-STATUS              PIC X(02) VALUE '00'.        00000940
       01  WS-HISTCHG-STATUS               PIC X(02) VALUE '00'.        00000950
       01  WS-HISTCTL-STATUS               PIC X(02) VALUE '00'.        00000960
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000970
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00000975
       01  WS-HISTORY-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000980
           88  WS-HISTORY-OPEN-OK                    VALUE 'Y'.         00000990
       01  WS-HISTBASE-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001000
           88  WS-HISTBASE-OPEN-OK                   VALUE 'Y'.         00001010
       01  WS-EMPAUDIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001020
           88  WS-EMPAUDIT-OPEN-OK                   VALUE 'Y'.         00001030
       01  WS-HISTCHG-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001040
           88  WS-HISTCHG-OPEN-OK                    VALUE 'Y'.         00001050
       01  WS-BASE-EOF-SWITCH              PIC X(01) VALUE 'N'.         00001060
           88  WS-BASE-EOF                           VALUE 'Y'.         00001070
       01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE 'N'.         00001080
           88  WS-AUDIT-EOF                          VALUE 'Y'.         00001090
       01  WS-DELTA-EOF-SWITCH             PIC X(01) VALUE 'N'.         00001100
           88  WS-DELTA-EOF                          VALUE 'Y'.         00001110
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001120
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001130
       01  WS-ID-END-SWITCH                PIC X(01) VALUE 'N'.         00001140
           88  WS-ID-END                             VALUE 'Y'.         00001150
       01  WS-STATE-FOUND-SWITCH           PIC X(01) VALUE 'N'.         00001160
           88  WS-STATE-FOUND                        VALUE 'Y'.         00001170
       01  WS-ALREADY-POSTED-SWITCH        PIC X(01) VALUE 'N'.         00001180
           88  WS-ALREADY-POSTED                     VALUE 'Y'.         00001190
       01  WS-LAST-CYCLE-DATE              PIC X(10) VALUE SPACES.      00001200
       01  WS-LAST-SEQ                     PIC 9(03) VALUE ZERO.        00001210
      * THE ROW IN EFFECT FOR THE CANDIDATE'S ID ON ITS DATE.           00001220
       01  WS-STATE-ROW.                                                00001230
           05  WS-STATE-NAME               PIC X(30).                   00001240
           05  WS-STATE-SHIFT              PIC X(01).                   00001250
           05  WS-STATE-EMPLOYMENT         PIC X(01).                   00001260
           05  WS-STATE-TYPE               PIC X(01).                   00001270
       01  WS-BASE-READ                    PIC 9(09) VALUE ZERO.        00001280
       01  WS-AUDIT-READ                   PIC 9(09) VALUE ZERO.        00001290
       01  WS-AUDIT-SELECTED               PIC 9(09) VALUE ZERO.        00001300
       01  WS-DELTA-READ                   PIC 9(09) VALUE ZERO.        00001310
       01  WS-ROWS-POSTED                  PIC 9(09) VALUE ZERO.        00001320
       01  WS-ROWS-UNCHANGED               PIC 9(09) VALUE ZERO.        00001330
       01  WS-ROWS-DUPLICATE               PIC 9(09) VALUE ZERO.        00001340
       01  WS-ROWS-OVERFLOW                PIC 9(09) VALUE ZERO.        00001350
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001360
       01  WS-RUN-DATE.                                                 00001370
           05  WS-RDT-YYYY                 PIC X(04).                   00001380
           05  FILLER                      PIC X(01) VALUE '-'.         00001390
           05  WS-RDT-MM                   PIC X(02).                   00001400
           05  FILLER                      PIC X(01) VALUE '-'.         00001410
           05  WS-RDT-DD                   PIC X(02).                   00001420
       01  WS-RUN-TIMESTAMP.                                            00001430
           05  WS-RTS-DATE                 PIC X(10).                   00001440
           05  FILLER                      PIC X(01) VALUE ' '.         00001450
           05  WS-RTS-HH                   PIC X(02).                   00001460
           05  FILLER                      PIC X(01) VALUE ':'.         00001470
           05  WS-RTS-MIN                  PIC X(02).                   00001480
           05  FILLER                      PIC X(01) VALUE ':'.         00001490
           05  WS-RTS-SS                   PIC X(02).                   00001500
           COPY EMPREC.                                                 00001510
           COPY EMPAUDT.                                                00001520
           COPY EMPHST.                                                 00001530
           COPY RUNCTL.                                                 00001540
           COPY BALLDG.                                                 00001545
      *                                                                 00001550
       PROCEDURE DIVISION.                                              00001560
      *                                                                 00001570
       MAIN-LOGIC SECTION.                                              00001580
       BEGIN.                                                           00001590
           PERFORM INITIALIZE-RUN.                                      00001600
           PERFORM READ-BASE-RECORD UNTIL WS-BASE-EOF.                  00001610
           PERFORM READ-AUDIT-RECORD UNTIL WS-AUDIT-EOF.                00001620
           PERFORM READ-DELTA-RECORD UNTIL WS-DELTA-EOF.                00001630
           PERFORM TERMINATE-RUN.                                       00001640
           GO TO MAIN-LOGIC-EXIT.                                       00001650
      *                                                                 00001660
       INITIALIZE-RUN.                                                  00001670
           PERFORM GET-RUN-TIMESTAMP.                                   00001680
           PERFORM LOAD-LAST-CYCLE-DATE.                                00001690
           OPEN I-O HISTORY.                                            00001700
           IF WS-HISTORY-STATUS = '00'                                  00001710
               MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH                       00001720
           ELSE                                                         00001730
               DISPLAY 'EMPHIST: HISTORY OPEN FAILED, STATUS = '        00001740
                   WS-HISTORY-STATUS                                    00001750
               PERFORM FATAL-OPEN-ERROR                                 00001760
           END-IF.                                                      00001770
           OPEN INPUT HISTBASE.                                         00001780
           IF WS-HISTBASE-STATUS = '00'                                 00001790
               MOVE 'Y' TO WS-HISTBASE-OPEN-SWITCH                      00001800
           ELSE                                                         00001810
               DISPLAY 'EMPHIST: HISTBASE OPEN FAILED, STATUS = '       00001820
                   WS-HISTBASE-STATUS                                   00001830
               PERFORM FATAL-OPEN-ERROR                                 00001840
           END-IF.                                                      00001850
           OPEN INPUT EMPAUDIT.                                         00001860
           IF WS-EMPAUDIT-STATUS = '00'                                 00001870
               MOVE 'Y' TO WS-EMPAUDIT-OPEN-SWITCH                      00001880
           ELSE                                                         00001890
               DISPLAY 'EMPHIST: EMPAUDIT OPEN FAILED, STATUS = '       00001900
                   WS-EMPAUDIT-STATUS                                   00001910
               PERFORM FATAL-OPEN-ERROR                                 00001920
           END-IF.                                                      00001930
           OPEN INPUT HISTCHG.                                          00001940
           IF WS-HISTCHG-STATUS = '00'                                  00001950
               MOVE 'Y' TO WS-HISTCHG-OPEN-SWITCH                       00001960
           ELSE                                                         00001970
               DISPLAY 'EMPHIST: HISTCHG OPEN FAILED, STATUS = '        00001980
                   WS-HISTCHG-STATUS                                    00001990
               PERFORM FATAL-OPEN-ERROR                                 00002000
           END-IF.                                                      00002010
      *                                                                 00002020
       FATAL-OPEN-ERROR.                                                00002030
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002040
           MOVE 'Y' TO WS-BASE-EOF-SWITCH.                              00002050
           MOVE 'Y' TO WS-AUDIT-EOF-SWITCH.                             00002060
           MOVE 'Y' TO WS-DELTA-EOF-SWITCH.                             00002070
           MOVE 8 TO RETURN-CODE.                                       00002080
      *                                                                 00002090
       FATAL-IO-ERROR.                                                  00002100
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002110
           MOVE 'Y' TO WS-BASE-EOF-SWITCH.                              00002120
           MOVE 'Y' TO WS-AUDIT-EOF-SWITCH.                             00002130
           MOVE 'Y' TO WS-DELTA-EOF-SWITCH.                             00002140
           MOVE 'Y' TO WS-ID-END-SWITCH.                                00002150
           MOVE 12 TO RETURN-CODE.                                      00002160
      *                                                                 00002170
       GET-RUN-TIMESTAMP.                                               00002180
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002190
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002200
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002210
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002220
           MOVE WS-RUN-DATE TO WS-RTS-DATE.                             00002230
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-RTS-HH.                 00002240
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-RTS-MIN.               00002250
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-RTS-SS.                00002260
           PERFORM READ-RUN-CONTROL.                                    00002270
      *                                                                 00002280
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002290
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00002300
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00002310
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00002320
       READ-RUN-CONTROL.                                                00002330
           OPEN INPUT RUNCTL.                                           00002340
           IF WS-RUNCTL-STATUS = '00'                                   00002350
               READ RUNCTL                                              00002360
                   AT END                                               00002370
                       DISPLAY 'EMPHIST: RUNCTL IS EMPTY - '            00002380
                           'SYSTEM DATE USED'                           00002390
                   NOT AT END                                           00002400
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002410
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002420
                           MOVE CTL-BUSINESS-DATE                       00002430
                               TO WS-RUN-DATE                           00002440
                       END-IF                                           00002450
               END-READ                                                 00002460
               CLOSE RUNCTL                                             00002470
           ELSE                                                         00002480
               DISPLAY 'EMPHIST: RUNCTL OPEN FAILED, '                  00002490
                   'STATUS = ' WS-RUNCTL-STATUS                         00002500
               DISPLAY 'EMPHIST: SYSTEM DATE USED'                      00002510
           END-IF.                                                      00002520
      *                                                                 00002530
       LOAD-LAST-CYCLE-DATE.                                            00002540
           OPEN INPUT HISTCTL.                                          00002550
           IF WS-HISTCTL-STATUS = '00'                                  00002560
               READ HISTCTL                                             00002570
                   AT END                                               00002580
                       DISPLAY 'EMPHIST: HISTCTL IS EMPTY - '           00002590
                           'ALL AUDIT RECORDS POSTED'                   00002600
                   NOT AT END                                           00002610
                       MOVE HCT-LAST-CYCLE-DATE                         00002620
                           TO WS-LAST-CYCLE-DATE                        00002630
               END-READ                                                 00002640
               CLOSE HISTCTL                                            00002650
           ELSE                                                         00002660
               DISPLAY 'EMPHIST: HISTCTL OPEN FAILED, STATUS = '        00002670
                   WS-HISTCTL-STATUS                                    00002680
               DISPLAY 'EMPHIST: ALL AUDIT RECORDS POSTED'              00002690
           END-IF.                                                      00002700
      *                                                                 00002710
       READ-BASE-RECORD.                                                00002720
           READ HISTBASE                                                00002730
               AT END                                                   00002740
                   MOVE 'Y' TO WS-BASE-EOF-SWITCH                       00002750
               NOT AT END                                               00002760
                   IF WS-HISTBASE-STATUS NOT = '00'                     00002770
                       DISPLAY 'EMPHIST: HISTBASE READ ERROR, '         00002780
                           'STATUS = ' WS-HISTBASE-STATUS               00002790
                       PERFORM FATAL-IO-ERROR                           00002800
                   ELSE                                                 00002810
                       ADD 1 TO WS-BASE-READ                            00002820
                       MOVE HISTBASE-REC TO EMPMSTR-RECORD              00002830
                       MOVE SPACES TO EMPHIST-RECORD                    00002840
                       MOVE 'R' TO HST-ROW-TYPE                         00002850
                       MOVE 'B' TO HST-SOURCE                           00002860
                       MOVE WS-RUN-DATE TO HST-EFFECTIVE-DATE           00002870
                       MOVE ZERO TO HST-DECK-SEQ                        00002880
                       PERFORM BUILD-ROSTER-ROW                         00002890
                   END-IF                                               00002900
           END-READ.                                                    00002910
      *                                                                 00002920
       READ-AUDIT-RECORD.                                               00002930
           READ EMPAUDIT                                                00002940
               AT END                                                   00002950
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH                      00002960
               NOT AT END                                               00002970
                   IF WS-EMPAUDIT-STATUS NOT = '00'                     00002980
                       DISPLAY 'EMPHIST: EMPAUDIT READ ERROR, '         00002990
                           'STATUS = ' WS-EMPAUDIT-STATUS               00003000
                       PERFORM FATAL-IO-ERROR                           00003010
                   ELSE                                                 00003020
                       ADD 1 TO WS-AUDIT-READ                           00003030
                       MOVE EMPAUDIT-REC TO EMPAUDIT-RECORD             00003040
                       PERFORM SELECT-AUDIT-RECORD                      00003050
                   END-IF                                               00003060
           END-READ.                                                    00003070
      *                                                                 00003080
      * ONLY APPLIED ADDS, CHANGES, AND DELETES FROM THE CURRENT        00003090
      * WINDOW COUNT - REJECTED, HELD, AND ALREADY-APPLIED              00003100
      * TRANSACTIONS DID NOT CHANGE THE MASTER ON THAT RUN.             00003110
       SELECT-AUDIT-RECORD.                                             00003120
           IF AUD-APPLIED                                               00003130
                   AND AUD-RUN-DATE NOT < WS-LAST-CYCLE-DATE            00003140
               MOVE SPACES TO EMPHIST-RECORD                            00003150
               MOVE 'M' TO HST-SOURCE                                   00003160
               MOVE AUD-RUN-DATE TO HST-EFFECTIVE-DATE                  00003170
               MOVE AUD-DECK-ID TO HST-DECK-ID                          00003180
               MOVE AUD-DECK-SEQ TO HST-DECK-SEQ                        00003190
               MOVE AUD-RUN-TIME TO HST-AUDIT-TIME                      00003200
               EVALUATE AUD-ACTION-CODE                                 00003210
                   WHEN 'A'                                             00003220
                   WHEN 'C'                                             00003230
                       ADD 1 TO WS-AUDIT-SELECTED                       00003240
                       MOVE AUD-AFTER-IMAGE TO EMPMSTR-RECORD           00003250
                       MOVE 'R' TO HST-ROW-TYPE                         00003260
                       PERFORM BUILD-ROSTER-ROW                         00003270
                   WHEN 'D'                                             00003280
                       ADD 1 TO WS-AUDIT-SELECTED                       00003290
                       MOVE AUD-BEFORE-IMAGE TO EMPMSTR-RECORD          00003300
                       MOVE 'X' TO HST-ROW-TYPE                         00003310
                       PERFORM BUILD-ROSTER-ROW                         00003320
                   WHEN OTHER                                           00003330
                       CONTINUE                                         00003340
               END-EVALUATE                                             00003350
           END-IF.                                                      00003360
      *                                                                 00003370
       BUILD-ROSTER-ROW.                                                00003380
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00003390
               MOVE EMP-ASSOCIATE-ID TO HST-ASSOCIATE-ID                00003400
               MOVE EMP-ASSOCIATE-NAME TO HST-ASSOCIATE-NAME            00003410
               MOVE EMP-SHIFT-CODE TO HST-SHIFT-CODE                    00003420
               MOVE EMP-EMPLOYMENT-STATUS TO HST-EMPLOYMENT-STATUS      00003430
               PERFORM POST-HISTORY-ROW                                 00003440
           END-IF.                                                      00003450
      *                                                                 00003460
       READ-DELTA-RECORD.                                               00003470
           READ HISTCHG                                                 00003480
               AT END                                                   00003490
                   MOVE 'Y' TO WS-DELTA-EOF-SWITCH                      00003500
               NOT AT END                                               00003510
                   IF WS-HISTCHG-STATUS NOT = '00'                      00003520
                       DISPLAY 'EMPHIST: HISTCHG READ ERROR, '          00003530
                           'STATUS = ' WS-HISTCHG-STATUS                00003540
                       PERFORM FATAL-IO-ERROR                           00003550
                   ELSE                                                 00003560
                       ADD 1 TO WS-DELTA-READ                           00003570
                       MOVE HISTCHG-REC TO EMPHIST-RECORD               00003580
                       IF HST-ASSOCIATE-ID NOT = SPACES                 00003590
                           PERFORM POST-HISTORY-ROW                     00003600
                       END-IF                                           00003610
                   END-IF                                               00003620
           END-READ.                                                    00003630
      *                                                                 00003640
      * READS EVERY ROW ON FILE FOR THE CANDIDATE'S ID TO FIND THE      00003650
      * ROW IN EFFECT ON THE CANDIDATE'S DATE, THE HIGHEST ROW          00003660
      * SEQUENCE ALREADY USED ON THAT DATE, AND WHETHER THE SAME        00003670
      * MAINTENANCE TRANSACTION WAS POSTED BY AN EARLIER RUN.           00003680
       POST-HISTORY-ROW.                                                00003690
           MOVE 'N' TO WS-STATE-FOUND-SWITCH.                           00003700
           MOVE 'N' TO WS-ALREADY-POSTED-SWITCH.                        00003710
           MOVE 'N' TO WS-ID-END-SWITCH.                                00003720
           MOVE SPACES TO WS-STATE-ROW.                                 00003730
           MOVE ZERO TO WS-LAST-SEQ.                                    00003740
           MOVE LOW-VALUES TO HSF-KEY.                                  00003750
           MOVE HST-ASSOCIATE-ID TO HSF-ASSOCIATE-ID.                   00003760
           START HISTORY KEY IS NOT LESS THAN HSF-KEY                   00003770
               INVALID KEY                                              00003780
                   MOVE 'Y' TO WS-ID-END-SWITCH                         00003790
           END-START.                                                   00003800
           IF WS-HISTORY-STATUS NOT = '00'                              00003810
                   AND WS-HISTORY-STATUS NOT = '23'                     00003820
               DISPLAY 'EMPHIST: HISTORY START ERROR, STATUS = '        00003830
                   WS-HISTORY-STATUS                                    00003840
               PERFORM FATAL-IO-ERROR                                   00003850
           END-IF.                                                      00003860
           PERFORM SCAN-ID-HISTORY UNTIL WS-ID-END.                     00003870
           EVALUATE TRUE                                                00003880
               WHEN WS-IO-ERROR-FOUND                                   00003890
                   CONTINUE                                             00003900
               WHEN WS-ALREADY-POSTED                                   00003910
                   ADD 1 TO WS-ROWS-DUPLICATE                           00003920
               WHEN WS-STATE-FOUND                                      00003930
                       AND WS-STATE-TYPE = HST-ROW-TYPE                 00003940
                       AND WS-STATE-NAME = HST-ASSOCIATE-NAME           00003950
                       AND WS-STATE-SHIFT = HST-SHIFT-CODE              00003960
                       AND WS-STATE-EMPLOYMENT                          00003970
                           = HST-EMPLOYMENT-STATUS                      00003980
                   ADD 1 TO WS-ROWS-UNCHANGED                           00003990
               WHEN WS-LAST-SEQ = 999                                   00004000
                   ADD 1 TO WS-ROWS-OVERFLOW                            00004010
                   DISPLAY 'EMPHIST: ROW SEQUENCE FULL FOR ID '         00004020
                       HST-ASSOCIATE-ID ' ON ' HST-EFFECTIVE-DATE       00004030
               WHEN OTHER                                               00004040
                   PERFORM WRITE-HISTORY-ROW                            00004050
           END-EVALUATE.                                                00004060
      *                                                                 00004070
       SCAN-ID-HISTORY.                                                 00004080
           READ HISTORY NEXT                                            00004090
               AT END                                                   00004100
                   MOVE 'Y' TO WS-ID-END-SWITCH                         00004110
               NOT AT END                                               00004120
                   IF WS-HISTORY-STATUS NOT = '00'                      00004130
                       DISPLAY 'EMPHIST: HISTORY READ ERROR, '          00004140
                           'STATUS = ' WS-HISTORY-STATUS                00004150
                       PERFORM FATAL-IO-ERROR                           00004160
                   ELSE                                                 00004170
                       IF HSF-ASSOCIATE-ID NOT = HST-ASSOCIATE-ID       00004180
                           MOVE 'Y' TO WS-ID-END-SWITCH                 00004190
                       ELSE                                             00004200
                           PERFORM CHECK-HISTORY-ROW                    00004210
                       END-IF                                           00004220
                   END-IF                                               00004230
           END-READ.                                                    00004240
      *                                                                 00004250
       CHECK-HISTORY-ROW.                                               00004260
           IF HSF-EFFECTIVE-DATE NOT > HST-EFFECTIVE-DATE               00004270
               MOVE 'Y' TO WS-STATE-FOUND-SWITCH                        00004280
               MOVE HSF-ASSOCIATE-NAME TO WS-STATE-NAME                 00004290
               MOVE HSF-SHIFT-CODE TO WS-STATE-SHIFT                    00004300
               MOVE HSF-EMPLOYMENT-STATUS TO WS-STATE-EMPLOYMENT        00004310
               MOVE HSF-ROW-TYPE TO WS-STATE-TYPE                       00004320
           END-IF.                                                      00004330
           IF HSF-EFFECTIVE-DATE = HST-EFFECTIVE-DATE                   00004340
               MOVE HSF-ROW-SEQ TO WS-LAST-SEQ                          00004350
           END-IF.                                                      00004360
           IF HST-FROM-MAINTENANCE                                      00004370
                   AND HSF-FROM-MAINTENANCE                             00004380
                   AND HSF-EFFECTIVE-DATE = HST-EFFECTIVE-DATE          00004390
                   AND HSF-DECK-ID = HST-DECK-ID                        00004400
                   AND HSF-DECK-SEQ = HST-DECK-SEQ                      00004410
                   AND HSF-AUDIT-TIME = HST-AUDIT-TIME                  00004420
               MOVE 'Y' TO WS-ALREADY-POSTED-SWITCH                     00004430
           END-IF.                                                      00004440
      *                                                                 00004450
       WRITE-HISTORY-ROW.                                               00004460
           ADD 1 TO WS-LAST-SEQ.                                        00004470
           MOVE WS-LAST-SEQ TO HST-ROW-SEQ.                             00004480
           MOVE WS-RUN-DATE TO HST-POSTED-DATE.                         00004490
           WRITE HISTORY-REC FROM EMPHIST-RECORD                        00004500
               INVALID KEY                                              00004510
                   CONTINUE                                             00004520
           END-WRITE.                                                   00004530
           IF WS-HISTORY-STATUS NOT = '00'                              00004540
               DISPLAY 'EMPHIST: HISTORY WRITE ERROR, STATUS = '        00004550
                   WS-HISTORY-STATUS ' ID ' HST-ASSOCIATE-ID            00004560
               PERFORM FATAL-IO-ERROR                                   00004570
           ELSE                                                         00004580
               ADD 1 TO WS-ROWS-POSTED                                  00004590
           END-IF.                                                      00004600
      *                                                                 00004610
      * THE WATERMARK MOVES TO TONIGHT'S BUSINESS DATE ONLY AFTER A     00004620
      * CLEAN PASS, SO A FAILED RUN REPOSTS THE SAME WINDOW.            00004630
       SAVE-LAST-CYCLE-DATE.                                            00004640
           OPEN OUTPUT HISTCTL.                                         00004650
           IF WS-HISTCTL-STATUS = '00'                                  00004660
               MOVE SPACES TO HISTCTL-RECORD                            00004670
               MOVE WS-RUN-DATE TO HCT-LAST-CYCLE-DATE                  00004680
               MOVE WS-RUN-TIMESTAMP TO HCT-SET-TIMESTAMP               00004690
               WRITE HISTCTL-RECORD                                     00004700
               IF WS-HISTCTL-STATUS NOT = '00'                          00004710
                   DISPLAY 'EMPHIST: HISTCTL WRITE ERROR, '             00004720
                       'STATUS = ' WS-HISTCTL-STATUS                    00004730
                   MOVE 12 TO RETURN-CODE                               00004740
               END-IF                                                   00004750
               CLOSE HISTCTL                                            00004760
           ELSE                                                         00004770
               DISPLAY 'EMPHIST: HISTCTL OPEN FAILED, STATUS = '        00004780
                   WS-HISTCTL-STATUS                                    00004790
               MOVE 8 TO RETURN-CODE                                    00004800
           END-IF.                                                      00004810
      *                                                                 00004820
       TERMINATE-RUN.                                                   00004830
           IF WS-HISTORY-OPEN-OK                                        00004840
               CLOSE HISTORY                                            00004850
           END-IF.                                                      00004860
           IF WS-HISTBASE-OPEN-OK                                       00004870
               CLOSE HISTBASE                                           00004880
           END-IF.                                                      00004890
           IF WS-EMPAUDIT-OPEN-OK                                       00004900
               CLOSE EMPAUDIT                                           00004910
           END-IF.                                                      00004920
           IF WS-HISTCHG-OPEN-OK                                        00004930
               CLOSE HISTCHG                                            00004940
           END-IF.                                                      00004950
           IF NOT WS-IO-ERROR-FOUND                                     00004960
               PERFORM SAVE-LAST-CYCLE-DATE                             00004970
           END-IF.                                                      00004980
           DISPLAY 'EMPHIST: WINDOW FROM:       ' WS-LAST-CYCLE-DATE.   00004990
           DISPLAY 'EMPHIST: BASELINE READ:     ' WS-BASE-READ.         00005000
           DISPLAY 'EMPHIST: AUDIT READ:        ' WS-AUDIT-READ.        00005010
           DISPLAY 'EMPHIST: APPLIED IN WINDOW: ' WS-AUDIT-SELECTED.    00005020
           DISPLAY 'EMPHIST: DELTA READ:        ' WS-DELTA-READ.        00005030
           DISPLAY 'EMPHIST: ROWS POSTED:       ' WS-ROWS-POSTED.       00005040
           DISPLAY 'EMPHIST: NO CHANGE:         ' WS-ROWS-UNCHANGED.    00005050
           DISPLAY 'EMPHIST: ALREADY POSTED:    ' WS-ROWS-DUPLICATE.    00005060
           IF WS-ROWS-OVERFLOW > 0                                      00005070
               DISPLAY 'EMPHIST: NOT POSTED:        ' WS-ROWS-OVERFLOW  00005080
               IF RETURN-CODE = 0                                       00005090
                   MOVE 4 TO RETURN-CODE                                00005100
               END-IF                                                   00005110
           END-IF.                                                      00005120
           PERFORM WRITE-LEDGER-RECORD.                                 00005125
      *                                                                 00005130
      * THE STREAM BALANCING RECORD (SEE BALLDG).  RECEIVED IS THE      00005140
      * EMPDELTA HISTCHG ROWS READ, WHICH MUST MATCH WHAT EMPDELTA      00005150
      * PASSED ON.  PASSED IS EVERY ROW POSTED TO THE HISTORY FILE      00005160
      * (AUDIT AND BASELINE ROWS INCLUDED) AND REJECTED IS THE          00005170
      * ROWS THAT COULD NOT BE POSTED.                                  00005180
       WRITE-LEDGER-RECORD.                                             00005190
           OPEN EXTEND LEDGER.                                          00005200
           IF WS-LEDGER-STATUS = '00'                                   00005210
               MOVE SPACES TO BALLDG-RECORD                             00005220
               MOVE WS-RUN-DATE TO LDG-BUSINESS-DATE                    00005230
               MOVE 'EMPHIST' TO LDG-PROGRAM-ID                         00005240
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00005250
               MOVE WS-DELTA-READ TO LDG-RECEIVED-COUNT                 00005260
               MOVE WS-ROWS-POSTED TO LDG-PASSED-COUNT                  00005270
               MOVE WS-ROWS-OVERFLOW TO LDG-REJECTED-COUNT              00005280
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00005290
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00005300
               IF WS-LEDGER-STATUS NOT = '00'                           00005310
                   DISPLAY 'EMPHIST: LEDGER WRITE ERROR, '              00005320
                       'STATUS = ' WS-LEDGER-STATUS                     00005330
               END-IF                                                   00005340
               CLOSE LEDGER                                             00005350
           ELSE                                                         00005360
               DISPLAY 'EMPHIST: LEDGER OPEN FAILED, STATUS = '         00005370
                   WS-LEDGER-STATUS                                     00005380
           END-IF.                                                      00005390
      *                                                                 00005400
       MAIN-LOGIC-EXIT.                                                 00005410
           STOP RUN.                                                    00005420
