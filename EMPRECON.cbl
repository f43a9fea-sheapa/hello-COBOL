       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPRECON.                                            00000020
      *                                                                 00000030
      * LOST-UPDATE RECONCILIATION FOR THE NIGHTLY EMPMSTR REBUILD.     00000040
      * EMPMAINT POSTS ADDS, CHANGES, AND DELETES IN PLACE ON THE       00000050
      * KEYED MASTER, BUT THE STREAM LOAD DELETES, REDEFINES, AND       00000060
      * RELOADS THAT CLUSTER FROM THE HR EXTRACT EVERY NIGHT, SO        00000070
      * ANY MAINTENANCE HR HAS NOT ALSO KEYED INTO THE SOURCE           00000080
      * SYSTEM IS SILENTLY UNDONE.  THIS STEP RUNS RIGHT AFTER THE      00000090
      * LOAD.  IT READS THE EMPMAINT AUDIT TRAIL (SEE EMPAUDT),         00000100
      * KEEPS THE LAST APPLIED ('A') AFTER-IMAGE PER ASSOCIATE ID       00000110
      * SINCE THE LAST CYCLE, AND CHECKS EACH ONE AGAINST THE           00000120
      * FRESHLY LOADED MASTER BY ID.  AN ADD OR CHANGE WHOSE            00000130
      * ASSOCIATE IS MISSING, A DELETE WHOSE ASSOCIATE CAME BACK,       00000140
      * AND A SHIFT, EMPLOYMENT STATUS, SUPERVISOR OR HIRE DATE         00000148
      * THAT REVERTED ARE LISTED ON THE RECONCILIATION REPORT AND       00000156
      * WRITTEN TO AN EMPTRAN RE-APPLY DECK (SEE EMPTRAN) FOR HR TO     00000164
      * REVIEW AND RELEASE.                                             00000172
      *                                                                 00000180
      * THE LAST-CYCLE WATERMARK IS THE ONE-RECORD RECONCTL FILE        00000190
      * HOLDING THE BUSINESS DATE OF THE PREVIOUS RECONCILIATION.       00000200
      * AUDIT RECORDS STAMPED ON OR AFTER THAT DATE ARE CHECKED -       00000210
      * MAINTENANCE RUN BETWEEN CYCLES CARRIES THE PRIOR CYCLE'S        00000220
      * BUSINESS DATE, SO THE COMPARE IS INCLUSIVE.  A MISSING          00000230
      * RECONCTL CHECKS EVERY AUDIT RECORD PRESENTED.                   00000240
      *                                                                 00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SOURCE-COMPUTER. IBM-ZOS.                                        00000280
       OBJECT-COMPUTER. IBM-ZOS.                                        00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000320
               ORGANIZATION IS INDEXED                                  00000330
               ACCESS MODE IS RANDOM                                    00000340
               RECORD KEY IS MST-ASSOCIATE-ID                           00000350
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000360
           SELECT EMPAUDIT ASSIGN TO EMPAUDIT                           00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               FILE STATUS IS WS-EMPAUDIT-STATUS.                       00000390
           SELECT RECONCTL ASSIGN TO RECONCTL                           00000400
               ORGANIZATION IS SEQUENTIAL                               00000410
               FILE STATUS IS WS-RECONCTL-STATUS.                       00000420
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000430
               ORGANIZATION IS SEQUENTIAL                               00000440
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000450
           SELECT REAPPLY ASSIGN TO REAPPLY                             00000460
               ORGANIZATION IS SEQUENTIAL                               00000470
               FILE STATUS IS WS-REAPPLY-STATUS.                        00000480
           SELECT RECONRPT ASSIGN TO RECONRPT                           00000490
               ORGANIZATION IS SEQUENTIAL                               00000500
               FILE STATUS IS WS-RECONRPT-STATUS.                       00000510
      *                                                                 00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD  EMPMSTR                                                      00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000570
      *                                                                 00000580
       FD  EMPAUDIT                                                     00000590
           LABEL RECORDS ARE STANDARD                                   00000600
           RECORDING MODE IS F.                                         00000610
       01  EMPAUDIT-REC                    PIC X(220).                  00000620
      *                                                                 00000630
       FD  RECONCTL                                                     00000640
           LABEL RECORDS ARE STANDARD                                   00000650
           RECORDING MODE IS F.                                         00000660
       01  RECONCTL-RECORD.                                             00000670
           05  RCT-LAST-CYCLE-DATE         PIC X(10).                   00000680
           05  FILLER                      PIC X(01).                   00000690
           05  RCT-SET-TIMESTAMP           PIC X(19).                   00000700
           05  FILLER                      PIC X(50).                   00000710
      *                                                                 00000720
       FD  RUNCTL                                                       00000730
           LABEL RECORDS ARE STANDARD                                   00000740
           RECORDING MODE IS F.                                         00000750
       01  RUNCTL-REC                      PIC X(80).                   00000760
      *                                                                 00000770
       FD  REAPPLY                                                      00000780
           LABEL RECORDS ARE STANDARD                                   00000790
           RECORDING MODE IS F.                                         00000800
       01  REAPPLY-REC                     PIC X(130).                  00000810
      *                                                                 00000820
       FD  RECONRPT                                                     00000830
           LABEL RECORDS ARE STANDARD                                   00000840
           RECORDING MODE IS F.                                         00000850
       01  RECONRPT-RECORD                 PIC X(133).                  00000860
      *                                                                 00000870
       WORKING-STORAGE SECTION.                                         00000880
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000890
       01  WS-EMPAUDIT-STATUS              PIC X(02) VALUE '00'.        00000900
       01  WS-RECONCTL-STATUS              PIC X(02) VALUE '00'.        00000910
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000920
       01  WS-REAPPLY-STATUS               PIC X(02) VALUE '00'.        00000930
       01  WS-RECONRPT-STATUS              PIC X(02) VALUE '00'.        00000940
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000950
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00000960
       01  WS-EMPAUDIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00000970
           88  WS-EMPAUDIT-OPEN-OK                   VALUE 'Y'.         00000980
       01  WS-REAPPLY-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000990
           88  WS-REAPPLY-OPEN-OK                    VALUE 'Y'.         00001000
       01  WS-RECONRPT-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001010
           88  WS-RECONRPT-OPEN-OK                   VALUE 'Y'.         00001020
       01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE 'N'.         00001030
           88  WS-AUDIT-EOF                          VALUE 'Y'.         00001040
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001050
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001060
       01  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.         00001070
           88  WS-MASTER-FOUND                       VALUE 'Y'.         00001080
       01  WS-LOST-SWITCH                  PIC X(01) VALUE 'N'.         00001090
           88  WS-UPDATE-LOST                        VALUE 'Y'.         00001100
       01  WS-LAST-CYCLE-DATE              PIC X(10) VALUE SPACES.      00001110
       01  WS-FINDING                      PIC X(16) VALUE SPACES.      00001120
       01  WS-AUDIT-READ                   PIC 9(09) VALUE ZERO.        00001130
       01  WS-AUDIT-SELECTED               PIC 9(09) VALUE ZERO.        00001140
       01  WS-IDS-CHECKED                  PIC 9(09) VALUE ZERO.        00001150
       01  WS-ADDS-LOST                    PIC 9(09) VALUE ZERO.        00001160
       01  WS-DELETES-UNDONE               PIC 9(09) VALUE ZERO.        00001170
       01  WS-CHANGES-REVERTED             PIC 9(09) VALUE ZERO.        00001180
       01  WS-DECK-WRITTEN                 PIC 9(09) VALUE ZERO.        00001190
       01  WS-REAPPLY-DECK-ID              PIC X(08) VALUE SPACES.      00001195
      * THE NET MAINTENANCE RESULT PER ASSOCIATE - THE AUDIT TRAIL      00001200
      * IS IN APPLY ORDER, SO A LATER APPLIED TRANSACTION FOR THE       00001210
      * SAME ID REPLACES THE EARLIER ONE (AN ADD FOLLOWED BY A          00001220
      * DELETE NETS TO THE DELETE).                                     00001230
       01  WS-MAINT-TABLE.                                              00001240
           05  WS-MNT-MAX                  PIC 9(05) VALUE 10000        00001250
                                           COMP.                        00001260
           05  WS-MNT-COUNT                PIC 9(05) VALUE ZERO         00001270
                                           COMP.                        00001280
           05  WS-MNT-ENTRY                OCCURS 10000 TIMES           00001290
                                           INDEXED BY WS-MNT-IDX.       00001300
               10  WS-MNT-ID               PIC X(08).                   00001310
               10  WS-MNT-ACTION           PIC X(01).                   00001320
               10  WS-MNT-USER-ID          PIC X(08).                   00001330
               10  WS-MNT-RUN-DATE         PIC X(10).                   00001340
               10  WS-MNT-IMAGE            PIC X(80).                   00001350
       01  WS-MNT-SUB                      PIC 9(05) VALUE ZERO COMP.   00001360
       01  WS-REPORT-LINE                  PIC X(133).                  00001370
       01  WS-HEADING-LINE                 PIC X(133).                  00001380
       01  WS-PRINT-LINE.                                               00001390
           05  WS-PRINT-CC                 PIC X(01).                   00001400
           05  WS-PRINT-TEXT               PIC X(132).                  00001410
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001420
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001430
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001440
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001450
       01  WS-RUN-DATE.                                                 00001460
           05  WS-RDT-YYYY                 PIC X(04).                   00001470
           05  FILLER                      PIC X(01) VALUE '-'.         00001480
           05  WS-RDT-MM                   PIC X(02).                   00001490
           05  FILLER                      PIC X(01) VALUE '-'.         00001500
           05  WS-RDT-DD                   PIC X(02).                   00001510
       01  WS-RUN-TIMESTAMP.                                            00001520
           05  WS-RTS-DATE                 PIC X(10).                   00001530
           05  FILLER                      PIC X(01) VALUE ' '.         00001540
           05  WS-RTS-HH                   PIC X(02).                   00001550
           05  FILLER                      PIC X(01) VALUE ':'.         00001560
           05  WS-RTS-MIN                  PIC X(02).                   00001570
           05  FILLER                      PIC X(01) VALUE ':'.         00001580
           05  WS-RTS-SS                   PIC X(02).                   00001590
           COPY EMPREC.                                                 00001600
           COPY EMPTRAN.                                                00001610
           COPY EMPAUDT.                                                00001620
           COPY RUNCTL.                                                 00001630
      *                                                                 00001640
       PROCEDURE DIVISION.                                              00001650
      *                                                                 00001660
       MAIN-LOGIC SECTION.                                              00001670
       BEGIN.                                                           00001680
           PERFORM INITIALIZE-RUN.                                      00001690
           PERFORM READ-AUDIT-RECORD UNTIL WS-AUDIT-EOF.                00001700
           IF NOT WS-IO-ERROR-FOUND                                     00001710
               PERFORM CHECK-MAINTENANCE-ENTRY                          00001720
                   VARYING WS-MNT-SUB FROM 1 BY 1                       00001730
                   UNTIL WS-MNT-SUB > WS-MNT-COUNT                      00001740
                      OR WS-IO-ERROR-FOUND                              00001750
           END-IF.                                                      00001760
           PERFORM TERMINATE-RUN.                                       00001770
           GO TO MAIN-LOGIC-EXIT.                                       00001780
      *                                                                 00001790
       INITIALIZE-RUN.                                                  00001800
           PERFORM GET-RUN-TIMESTAMP.                                   00001810
           PERFORM LOAD-LAST-CYCLE-DATE.                                00001820
           OPEN INPUT EMPMSTR.                                          00001830
           IF WS-EMPMSTR-STATUS = '00'                                  00001840
               MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                       00001850
           ELSE                                                         00001860
               DISPLAY 'EMPRECON: EMPMSTR OPEN FAILED, STATUS = '       00001870
                   WS-EMPMSTR-STATUS                                    00001880
               PERFORM FATAL-OPEN-ERROR                                 00001890
           END-IF.                                                      00001900
           OPEN INPUT EMPAUDIT.                                         00001910
           IF WS-EMPAUDIT-STATUS = '00'                                 00001920
               MOVE 'Y' TO WS-EMPAUDIT-OPEN-SWITCH                      00001930
           ELSE                                                         00001940
               DISPLAY 'EMPRECON: EMPAUDIT OPEN FAILED, STATUS = '      00001950
                   WS-EMPAUDIT-STATUS                                   00001960
               PERFORM FATAL-OPEN-ERROR                                 00001970
           END-IF.                                                      00001980
           OPEN OUTPUT REAPPLY.                                         00001990
           IF WS-REAPPLY-STATUS = '00'                                  00002000
               MOVE 'Y' TO WS-REAPPLY-OPEN-SWITCH                       00002010
           ELSE                                                         00002020
               DISPLAY 'EMPRECON: REAPPLY OPEN FAILED, STATUS = '       00002030
                   WS-REAPPLY-STATUS                                    00002040
               PERFORM FATAL-OPEN-ERROR                                 00002050
           END-IF.                                                      00002060
           OPEN OUTPUT RECONRPT.                                        00002070
           IF WS-RECONRPT-STATUS = '00'                                 00002080
               MOVE 'Y' TO WS-RECONRPT-OPEN-SWITCH                      00002090
               PERFORM WRITE-PAGE-HEADING                               00002100
           ELSE                                                         00002110
               DISPLAY 'EMPRECON: RECONRPT OPEN FAILED, STATUS = '      00002120
                   WS-RECONRPT-STATUS                                   00002130
               PERFORM FATAL-OPEN-ERROR                                 00002140
           END-IF.                                                      00002150
      *                                                                 00002160
       FATAL-OPEN-ERROR.                                                00002170
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002180
           MOVE 'Y' TO WS-AUDIT-EOF-SWITCH.                             00002190
           MOVE 8 TO RETURN-CODE.                                       00002200
      *                                                                 00002210
       FATAL-IO-ERROR.                                                  00002220
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002230
           MOVE 'Y' TO WS-AUDIT-EOF-SWITCH.                             00002240
           MOVE 12 TO RETURN-CODE.                                      00002250
      *                                                                 00002260
       GET-RUN-TIMESTAMP.                                               00002270
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002280
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002290
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002300
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002310
           MOVE WS-RUN-DATE TO WS-RTS-DATE.                             00002320
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-RTS-HH.                 00002330
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-RTS-MIN.               00002340
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-RTS-SS.                00002350
           PERFORM READ-RUN-CONTROL.                                    00002360
      *                                                                 00002370
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002380
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00002390
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00002400
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00002410
       READ-RUN-CONTROL.                                                00002420
           OPEN INPUT RUNCTL.                                           00002430
           IF WS-RUNCTL-STATUS = '00'                                   00002440
               READ RUNCTL                                              00002450
                   AT END                                               00002460
                       DISPLAY 'EMPRECON: RUNCTL IS EMPTY - '           00002470
                           'SYSTEM DATE USED'                           00002480
                   NOT AT END                                           00002490
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002500
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002510
                           MOVE CTL-BUSINESS-DATE                       00002520
                               TO WS-RUN-DATE                           00002530
                       END-IF                                           00002540
               END-READ                                                 00002550
               CLOSE RUNCTL                                             00002560
           ELSE                                                         00002570
               DISPLAY 'EMPRECON: RUNCTL OPEN FAILED, '                 00002580
                   'STATUS = ' WS-RUNCTL-STATUS                         00002590
               DISPLAY 'EMPRECON: SYSTEM DATE USED'                     00002600
           END-IF.                                                      00002610
      *                                                                 00002620
       LOAD-LAST-CYCLE-DATE.                                            00002630
           OPEN INPUT RECONCTL.                                         00002640
           IF WS-RECONCTL-STATUS = '00'                                 00002650
               READ RECONCTL                                            00002660
                   AT END                                               00002670
                       DISPLAY 'EMPRECON: RECONCTL IS EMPTY - '         00002680
                           'ALL AUDIT RECORDS CHECKED'                  00002690
                   NOT AT END                                           00002700
                       MOVE RCT-LAST-CYCLE-DATE                         00002710
                           TO WS-LAST-CYCLE-DATE                        00002720
               END-READ                                                 00002730
               CLOSE RECONCTL                                           00002740
           ELSE                                                         00002750
               DISPLAY 'EMPRECON: RECONCTL OPEN FAILED, STATUS = '      00002760
                   WS-RECONCTL-STATUS                                   00002770
               DISPLAY 'EMPRECON: ALL AUDIT RECORDS CHECKED'            00002780
           END-IF.                                                      00002790
      *                                                                 00002800
       READ-AUDIT-RECORD.                                               00002810
           READ EMPAUDIT                                                00002820
               AT END                                                   00002830
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH                      00002840
               NOT AT END                                               00002850
                   IF WS-EMPAUDIT-STATUS NOT = '00'                     00002860
                       DISPLAY 'EMPRECON: EMPAUDIT READ ERROR, '        00002870
                           'STATUS = ' WS-EMPAUDIT-STATUS               00002880
                       PERFORM FATAL-IO-ERROR                           00002890
                   ELSE                                                 00002900
                       ADD 1 TO WS-AUDIT-READ                           00002910
                       MOVE EMPAUDIT-REC TO EMPAUDIT-RECORD             00002920
                       PERFORM SELECT-AUDIT-RECORD                      00002930
                   END-IF                                               00002940
           END-READ.                                                    00002950
      *                                                                 00002960
      * ONLY APPLIED ADDS, CHANGES, AND DELETES FROM THE CURRENT        00002970
      * WINDOW COUNT - REJECTED AND HELD TRANSACTIONS NEVER             00002980
      * REACHED THE MASTER, SO THE RELOAD COULD NOT UNDO THEM.          00002990
       SELECT-AUDIT-RECORD.                                             00003000
           IF AUD-APPLIED                                               00003010
                   AND AUD-RUN-DATE NOT < WS-LAST-CYCLE-DATE            00003020
               EVALUATE AUD-ACTION-CODE                                 00003030
                   WHEN 'A'                                             00003040
                   WHEN 'C'                                             00003050
                       MOVE AUD-AFTER-IMAGE TO EMPMSTR-RECORD           00003060
                       PERFORM SAVE-MAINTENANCE-ENTRY                   00003070
                   WHEN 'D'                                             00003080
                       MOVE AUD-BEFORE-IMAGE TO EMPMSTR-RECORD          00003090
                       PERFORM SAVE-MAINTENANCE-ENTRY                   00003100
                   WHEN OTHER                                           00003110
                       CONTINUE                                         00003120
               END-EVALUATE                                             00003130
           END-IF.                                                      00003140
      *                                                                 00003150
       SAVE-MAINTENANCE-ENTRY.                                          00003160
           IF EMP-ASSOCIATE-ID NOT = SPACES                             00003170
               ADD 1 TO WS-AUDIT-SELECTED                               00003180
               PERFORM FIND-MAINTENANCE-ENTRY                           00003190
               IF WS-MNT-IDX > WS-MNT-COUNT                             00003200
                   IF WS-MNT-COUNT < WS-MNT-MAX                         00003210
                       ADD 1 TO WS-MNT-COUNT                            00003220
                       SET WS-MNT-IDX TO WS-MNT-COUNT                   00003230
                       MOVE EMP-ASSOCIATE-ID                            00003240
                           TO WS-MNT-ID (WS-MNT-IDX)                    00003250
                   ELSE                                                 00003260
                       DISPLAY 'EMPRECON: MAINTENANCE TABLE FULL, '     00003270
                           'ID ' EMP-ASSOCIATE-ID ' NOT CHECKED'        00003280
                       IF RETURN-CODE = 0                               00003290
                           MOVE 4 TO RETURN-CODE                        00003300
                       END-IF                                           00003310
                   END-IF                                               00003320
               END-IF                                                   00003330
               IF WS-MNT-IDX NOT > WS-MNT-COUNT                         00003340
                   MOVE AUD-ACTION-CODE                                 00003350
                       TO WS-MNT-ACTION (WS-MNT-IDX)                    00003360
                   MOVE AUD-USER-ID TO WS-MNT-USER-ID (WS-MNT-IDX)      00003370
                   MOVE AUD-RUN-DATE                                    00003380
                       TO WS-MNT-RUN-DATE (WS-MNT-IDX)                  00003390
                   MOVE EMPMSTR-RECORD TO WS-MNT-IMAGE (WS-MNT-IDX)     00003400
               END-IF                                                   00003410
           END-IF.                                                      00003420
      *                                                                 00003430
      * LEAVES WS-MNT-IDX ON THE MATCHING ENTRY, OR ONE PAST THE        00003440
      * LAST ENTRY IN USE WHEN THE ID IS NOT IN THE TABLE YET.          00003450
       FIND-MAINTENANCE-ENTRY.                                          00003460
           SET WS-MNT-IDX TO 1.                                         00003470
           IF WS-MNT-COUNT > 0                                          00003480
               SEARCH WS-MNT-ENTRY                                      00003490
                   AT END                                               00003500
                       SET WS-MNT-IDX TO WS-MNT-COUNT                   00003510
                       SET WS-MNT-IDX UP BY 1                           00003520
                   WHEN WS-MNT-IDX > WS-MNT-COUNT                       00003530
                       CONTINUE                                         00003540
                   WHEN WS-MNT-ID (WS-MNT-IDX) = EMP-ASSOCIATE-ID       00003550
                       CONTINUE                                         00003560
               END-SEARCH                                               00003570
           END-IF.                                                      00003580
      *                                                                 00003590
       CHECK-MAINTENANCE-ENTRY.                                         00003600
           ADD 1 TO WS-IDS-CHECKED.                                     00003610
           MOVE WS-MNT-IMAGE (WS-MNT-SUB) TO EMPMSTR-RECORD.            00003620
           PERFORM READ-MASTER-BY-ID.                                   00003630
           IF NOT WS-IO-ERROR-FOUND                                     00003640
               MOVE 'N' TO WS-LOST-SWITCH                               00003650
               MOVE SPACES TO WS-FINDING                                00003660
               IF WS-MNT-ACTION (WS-MNT-SUB) = 'D'                      00003670
                   PERFORM CHECK-DELETE-HELD                            00003680
               ELSE                                                     00003690
                   PERFORM CHECK-ADD-CHANGE-HELD                        00003700
               END-IF                                                   00003710
               IF WS-UPDATE-LOST                                        00003720
                   PERFORM WRITE-REAPPLY-TRANSACTION                    00003730
                   PERFORM WRITE-FINDING-LINE                           00003740
               END-IF                                                   00003750
           END-IF.                                                      00003760
      *                                                                 00003770
       READ-MASTER-BY-ID.                                               00003780
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.                          00003790
           MOVE SPACES TO MSTMSTR-RECORD.                               00003800
           MOVE EMP-ASSOCIATE-ID TO MST-ASSOCIATE-ID.                   00003810
           READ EMPMSTR                                                 00003820
               INVALID KEY                                              00003830
                   CONTINUE                                             00003840
               NOT INVALID KEY                                          00003850
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH                   00003860
           END-READ.                                                    00003870
           IF WS-EMPMSTR-STATUS NOT = '00'                              00003880
                   AND WS-EMPMSTR-STATUS NOT = '23'                     00003890
               DISPLAY 'EMPRECON: EMPMSTR READ ERROR, STATUS = '        00003900
                   WS-EMPMSTR-STATUS                                    00003910
               PERFORM FATAL-IO-ERROR                                   00003920
           END-IF.                                                      00003930
      *                                                                 00003940
       CHECK-DELETE-HELD.                                               00003950
           IF WS-MASTER-FOUND                                           00003960
               MOVE 'Y' TO WS-LOST-SWITCH                               00003970
               MOVE 'DELETE UNDONE' TO WS-FINDING                       00003980
               ADD 1 TO WS-DELETES-UNDONE                               00003990
               MOVE SPACES TO EMPTRAN-RECORD                            00004000
               MOVE 'D' TO TRN-ACTION-CODE                              00004010
               MOVE MSTMSTR-RECORD TO TRN-EMPMSTR-IMAGE                 00004020
           END-IF.                                                      00004030
      *                                                                 00004040
      * A MISSING ASSOCIATE IS RE-APPLIED AS AN ADD OF THE LAST         00004050
      * MAINTAINED IMAGE.  A REVERTED SHIFT, STATUS, SUPERVISOR OR      00004056
      * HIRE DATE IS RE-APPLIED AS A CHANGE BUILT FROM TONIGHT'S        00004062
      * MASTER RECORD WITH ONLY THOSE FOUR FIELDS PUT BACK, SO A        00004068
      * NAME HR CORRECTED AT SOURCE IS NOT OVERLAID.  THE FINDING       00004074
      * NAMES A SHIFT OR STATUS REVERSION BEFORE A SUPERVISOR OR        00004080
      * HIRE DATE ONE; THE RE-APPLY PUTS BACK ALL FOUR EITHER WAY.      00004086
      * THE GREETING STATUS IS LEFT BLANK SO THE MAINTENANCE RUN        00004092
      * KEEPS WHATEVER THE MASTER HOLDS THEN.                           00004098
       CHECK-ADD-CHANGE-HELD.                                           00004110
           IF NOT WS-MASTER-FOUND                                       00004120
               MOVE 'Y' TO WS-LOST-SWITCH                               00004130
               IF WS-MNT-ACTION (WS-MNT-SUB) = 'A'                      00004140
                   MOVE 'ADD LOST' TO WS-FINDING                        00004150
               ELSE                                                     00004160
                   MOVE 'ASSOC MISSING' TO WS-FINDING                   00004170
               END-IF                                                   00004180
               ADD 1 TO WS-ADDS-LOST                                    00004190
               MOVE SPACES TO EMPTRAN-RECORD                            00004200
               MOVE 'A' TO TRN-ACTION-CODE                              00004210
               MOVE EMPMSTR-RECORD TO TRN-EMPMSTR-IMAGE                 00004220
               MOVE SPACE TO TRN-GREETING-STATUS                        00004230
           ELSE                                                         00004240
               EVALUATE TRUE                                            00004250
                   WHEN MST-SHIFT-CODE NOT = EMP-SHIFT-CODE             00004260
                           AND MST-EMPLOYMENT-STATUS                    00004270
                               NOT = EMP-EMPLOYMENT-STATUS              00004280
                       MOVE 'SHIFT+STATUS REV' TO WS-FINDING            00004290
                   WHEN MST-SHIFT-CODE NOT = EMP-SHIFT-CODE             00004300
                       MOVE 'SHIFT REVERTED' TO WS-FINDING              00004310
                   WHEN MST-EMPLOYMENT-STATUS                           00004320
                           NOT = EMP-EMPLOYMENT-STATUS                  00004330
                       MOVE 'STATUS REVERTED' TO WS-FINDING             00004340
                   WHEN EMP-SUPERVISOR-ID NOT = SPACES                  00004341
                           AND MST-SUPERVISOR-ID                        00004342
                               NOT = EMP-SUPERVISOR-ID                  00004343
                           AND EMP-HIRE-DATE NOT = SPACES               00004344
                           AND MST-HIRE-DATE NOT = EMP-HIRE-DATE        00004345
                       MOVE 'SUPV+HIRE REV' TO WS-FINDING               00004346
                   WHEN EMP-SUPERVISOR-ID NOT = SPACES                  00004347
                           AND MST-SUPERVISOR-ID                        00004348
                               NOT = EMP-SUPERVISOR-ID                  00004349
                       MOVE 'SUPV REVERTED' TO WS-FINDING               00004350
                   WHEN EMP-HIRE-DATE NOT = SPACES                      00004351
                           AND MST-HIRE-DATE NOT = EMP-HIRE-DATE        00004352
                       MOVE 'HIRE REVERTED' TO WS-FINDING               00004353
                   WHEN OTHER                                           00004354
                       CONTINUE                                         00004360
               END-EVALUATE                                             00004370
               IF WS-FINDING NOT = SPACES                               00004380
                   MOVE 'Y' TO WS-LOST-SWITCH                           00004390
                   ADD 1 TO WS-CHANGES-REVERTED                         00004400
                   MOVE SPACES TO EMPTRAN-RECORD                        00004410
                   MOVE 'C' TO TRN-ACTION-CODE                          00004420
                   MOVE MSTMSTR-RECORD TO TRN-EMPMSTR-IMAGE             00004430
                   MOVE EMP-SHIFT-CODE TO TRN-SHIFT-CODE                00004440
                   MOVE EMP-EMPLOYMENT-STATUS                           00004450
                       TO TRN-EMPLOYMENT-STATUS                         00004460
                   MOVE EMP-SUPERVISOR-ID TO TRN-SUPERVISOR-ID          00004463
                   MOVE EMP-HIRE-DATE TO TRN-HIRE-DATE                  00004466
                   MOVE SPACE TO TRN-GREETING-STATUS                    00004470
               END-IF                                                   00004480
           END-IF.                                                      00004490
      *                                                                 00004500
      * THE RE-APPLY CARRIES THE ORIGINAL MAINTAINER'S USER ID AND      00004510
      * A BLANK EFFECTIVE DATE, SO IT APPLIES ON THE NEXT RUN.          00004520
      * THE DECK IS NUMBERED 'RA' PLUS THE BUSINESS DATE (YYMMDD)       00004523
      * FOR THE EMPMAINT CHECKPOINT.                                    00004526
      * A RE-APPLIED DELETE IS WRITTEN WITHOUT AN APPROVER - THE HR     00004527
      * REVIEWER WHO RELEASES THE DECK SUPPLIES ONE, OR EMPMAINT        00004528
      * REJECTS IT AS APPR.                                             00004529
       WRITE-REAPPLY-TRANSACTION.                                       00004530
           MOVE WS-MNT-USER-ID (WS-MNT-SUB) TO TRN-USER-ID.             00004540
           MOVE SPACES TO TRN-EFFECTIVE-DATE.                           00004550
           IF WS-REAPPLY-DECK-ID = SPACES                               00004551
               STRING 'RA' WS-RDT-YYYY (3:2) WS-RDT-MM WS-RDT-DD        00004552
                   DELIMITED BY SIZE INTO WS-REAPPLY-DECK-ID            00004553
           END-IF.                                                      00004554
           MOVE WS-REAPPLY-DECK-ID TO TRN-DECK-ID.                      00004555
           COMPUTE TRN-DECK-SEQ = WS-DECK-WRITTEN + 1.                  00004556
           WRITE REAPPLY-REC FROM EMPTRAN-RECORD.                       00004560
           IF WS-REAPPLY-STATUS NOT = '00'                              00004570
               DISPLAY 'EMPRECON: REAPPLY WRITE ERROR, STATUS = '       00004580
                   WS-REAPPLY-STATUS                                    00004590
               PERFORM FATAL-IO-ERROR                                   00004600
           ELSE                                                         00004610
               ADD 1 TO WS-DECK-WRITTEN                                 00004620
           END-IF.                                                      00004630
      *                                                                 00004640
       WRITE-PAGE-HEADING.                                              00004650
           ADD 1 TO WS-PAGE-NUMBER.                                     00004660
           MOVE SPACES TO WS-HEADING-LINE.                              00004670
           STRING 'EMPRECON LOST-UPDATE RECONCILIATION  '               00004680
                                          DELIMITED BY SIZE             00004690
               'BUSINESS DATE: '          DELIMITED BY SIZE             00004700
               WS-RUN-DATE                DELIMITED BY SIZE             00004710
               '  PAGE '                  DELIMITED BY SIZE             00004720
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00004730
               INTO WS-HEADING-LINE.                                    00004740
           MOVE '1' TO WS-PRINT-CC.                                     00004750
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00004760
           WRITE RECONRPT-RECORD FROM WS-PRINT-LINE.                    00004770
           MOVE SPACES TO WS-HEADING-LINE.                              00004780
           STRING 'FINDING           ACT  MAINT DATE  USER ID   '       00004790
                                          DELIMITED BY SIZE             00004800
               'ASSOC ID  ASSOCIATE NAME                  '             00004810
                                          DELIMITED BY SIZE             00004820
               'MAINT SH/ST  MASTER SH/ST  RE-APPLY'                    00004830
                                          DELIMITED BY SIZE             00004840
               INTO WS-HEADING-LINE.                                    00004850
           MOVE ' ' TO WS-PRINT-CC.                                     00004860
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00004870
           WRITE RECONRPT-RECORD FROM WS-PRINT-LINE.                    00004880
           MOVE 2 TO WS-LINE-COUNT.                                     00004890
      *                                                                 00004900
       WRITE-REPORT-LINE.                                               00004910
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00004920
               PERFORM WRITE-PAGE-HEADING                               00004930
           END-IF.                                                      00004940
           MOVE ' ' TO WS-PRINT-CC.                                     00004950
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00004960
           WRITE RECONRPT-RECORD FROM WS-PRINT-LINE.                    00004970
           ADD 1 TO WS-LINE-COUNT.                                      00004980
      *                                                                 00004990
       WRITE-FINDING-LINE.                                              00005000
           MOVE SPACES TO WS-REPORT-LINE.                               00005010
           MOVE WS-FINDING TO WS-REPORT-LINE (1:16).                    00005020
           MOVE WS-MNT-ACTION (WS-MNT-SUB) TO WS-REPORT-LINE (19:1).    00005030
           MOVE WS-MNT-RUN-DATE (WS-MNT-SUB)                            00005040
               TO WS-REPORT-LINE (24:10).                               00005050
           MOVE WS-MNT-USER-ID (WS-MNT-SUB)                             00005060
               TO WS-REPORT-LINE (36:8).                                00005070
           MOVE EMP-ASSOCIATE-ID TO WS-REPORT-LINE (46:8).              00005080
           MOVE EMP-ASSOCIATE-NAME TO WS-REPORT-LINE (56:30).           00005090
           IF WS-MNT-ACTION (WS-MNT-SUB) NOT = 'D'                      00005100
               MOVE EMP-SHIFT-CODE TO WS-REPORT-LINE (88:1)             00005110
               MOVE '/' TO WS-REPORT-LINE (89:1)                        00005120
               MOVE EMP-EMPLOYMENT-STATUS TO WS-REPORT-LINE (90:1)      00005130
           END-IF.                                                      00005140
           IF WS-MASTER-FOUND                                           00005150
               MOVE MST-SHIFT-CODE TO WS-REPORT-LINE (101:1)            00005160
               MOVE '/' TO WS-REPORT-LINE (102:1)                       00005170
               MOVE MST-EMPLOYMENT-STATUS TO WS-REPORT-LINE (103:1)     00005180
           ELSE                                                         00005190
               MOVE 'NONE' TO WS-REPORT-LINE (101:4)                    00005200
           END-IF.                                                      00005210
           MOVE TRN-ACTION-CODE TO WS-REPORT-LINE (115:1).              00005220
           PERFORM WRITE-REPORT-LINE.                                   00005230
      *                                                                 00005240
       WRITE-CONTROL-TOTALS.                                            00005250
           MOVE SPACES TO WS-REPORT-LINE.                               00005260
           PERFORM WRITE-REPORT-LINE.                                   00005270
           MOVE SPACES TO WS-REPORT-LINE.                               00005280
           STRING 'WINDOW FROM: '         DELIMITED BY SIZE             00005290
               WS-LAST-CYCLE-DATE         DELIMITED BY SIZE             00005300
               '  AUDIT READ: '           DELIMITED BY SIZE             00005310
               WS-AUDIT-READ              DELIMITED BY SIZE             00005320
               '  APPLIED IN WINDOW: '    DELIMITED BY SIZE             00005330
               WS-AUDIT-SELECTED          DELIMITED BY SIZE             00005340
               '  IDS CHECKED: '          DELIMITED BY SIZE             00005350
               WS-IDS-CHECKED             DELIMITED BY SIZE             00005360
               INTO WS-REPORT-LINE.                                     00005370
           PERFORM WRITE-REPORT-LINE.                                   00005380
           MOVE SPACES TO WS-REPORT-LINE.                               00005390
           STRING 'ADDS LOST: '           DELIMITED BY SIZE             00005400
               WS-ADDS-LOST               DELIMITED BY SIZE             00005410
               '  DELETES UNDONE: '       DELIMITED BY SIZE             00005420
               WS-DELETES-UNDONE          DELIMITED BY SIZE             00005430
               '  CHANGES REVERTED: '     DELIMITED BY SIZE             00005440
               WS-CHANGES-REVERTED        DELIMITED BY SIZE             00005450
               '  RE-APPLY DECK: '        DELIMITED BY SIZE             00005460
               WS-DECK-WRITTEN            DELIMITED BY SIZE             00005470
               INTO WS-REPORT-LINE.                                     00005480
           PERFORM WRITE-REPORT-LINE.                                   00005490
      *                                                                 00005500
      * THE WATERMARK MOVES TO TONIGHT'S BUSINESS DATE ONLY AFTER A     00005510
      * CLEAN PASS, SO A FAILED RUN RECHECKS THE SAME WINDOW.           00005520
       SAVE-LAST-CYCLE-DATE.                                            00005530
           OPEN OUTPUT RECONCTL.                                        00005540
           IF WS-RECONCTL-STATUS = '00'                                 00005550
               MOVE SPACES TO RECONCTL-RECORD                           00005560
               MOVE WS-RUN-DATE TO RCT-LAST-CYCLE-DATE                  00005570
               MOVE WS-RUN-TIMESTAMP TO RCT-SET-TIMESTAMP               00005580
               WRITE RECONCTL-RECORD                                    00005590
               IF WS-RECONCTL-STATUS NOT = '00'                         00005600
                   DISPLAY 'EMPRECON: RECONCTL WRITE ERROR, '           00005610
                       'STATUS = ' WS-RECONCTL-STATUS                   00005620
                   MOVE 12 TO RETURN-CODE                               00005630
               END-IF                                                   00005640
               CLOSE RECONCTL                                           00005650
           ELSE                                                         00005660
               DISPLAY 'EMPRECON: RECONCTL OPEN FAILED, STATUS = '      00005670
                   WS-RECONCTL-STATUS                                   00005680
               MOVE 8 TO RETURN-CODE                                    00005690
           END-IF.                                                      00005700
      *                                                                 00005710
       TERMINATE-RUN.                                                   00005720
           IF WS-EMPMSTR-OPEN-OK                                        00005730
               CLOSE EMPMSTR                                            00005740
           END-IF.                                                      00005750
           IF WS-EMPAUDIT-OPEN-OK                                       00005760
               CLOSE EMPAUDIT                                           00005770
           END-IF.                                                      00005780
           IF WS-REAPPLY-OPEN-OK                                        00005790
               CLOSE REAPPLY                                            00005800
           END-IF.                                                      00005810
           IF WS-RECONRPT-OPEN-OK                                       00005820
               PERFORM WRITE-CONTROL-TOTALS                             00005830
               CLOSE RECONRPT                                           00005840
           END-IF.                                                      00005850
           IF NOT WS-IO-ERROR-FOUND                                     00005860
               PERFORM SAVE-LAST-CYCLE-DATE                             00005870
           END-IF.                                                      00005880
           DISPLAY 'EMPRECON: AUDIT READ:       ' WS-AUDIT-READ.        00005890
           DISPLAY 'EMPRECON: IDS CHECKED:      ' WS-IDS-CHECKED.       00005900
           DISPLAY 'EMPRECON: ADDS LOST:        ' WS-ADDS-LOST.         00005910
           DISPLAY 'EMPRECON: DELETES UNDONE:   ' WS-DELETES-UNDONE.    00005920
           DISPLAY 'EMPRECON: CHANGES REVERTED: ' WS-CHANGES-REVERTED.  00005930
           DISPLAY 'EMPRECON: RE-APPLY DECK:    ' WS-DECK-WRITTEN.      00005940
           IF WS-DECK-WRITTEN > 0 AND RETURN-CODE = 0                   00005950
               MOVE 4 TO RETURN-CODE                                    00005960
           END-IF.                                                      00005970
      *                                                                 00005980
       MAIN-LOGIC-EXIT.                                                 00005990
           STOP RUN.                                                    00006000
