       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. HWACKPST.                                            00000020
      *                                                                 00000030
      * GREETING DELIVERY ACKNOWLEDGMENT POSTING.  HWORLDPS HANDS       00000040
      * EACH GREETING TO THE SITE MESSAGING GATEWAY (SEE HWGATE)        00000050
      * AND MARKS THE ASSOCIATE 'S' (HANDED OFF).  THE GATEWAY          00000060
      * RETURNS ONE ACKNOWLEDGMENT PER GREETING (SEE HWGACK).  THIS     00000070
      * PROGRAM READS THAT FILE AND POSTS THE REAL RESULT BACK TO       00000080
      * THE EMPMSTR GREETING STATUS BY ASSOCIATE ID - 'D' FOR           00000090
      * DELIVERED, 'F' FOR FAILED.  EVERY FAILED DELIVERY, EVERY        00000100
      * ACKNOWLEDGMENT THAT COULD NOT BE POSTED, AND EVERY              00000110
      * ASSOCIATE STILL HANDED OFF WITH NO ACKNOWLEDGMENT AT ALL IS     00000120
      * LISTED ON THE FOLLOW-UP REPORT, AND THE COUNTS ARE WRITTEN      00000130
      * TO ACKSTATS (SEE HWASTA) FOR THE EMPOPSUM MORNING SUMMARY.      00000140
      *                                                                 00000150
      * ONLY ACKNOWLEDGMENTS FOR THE CURRENT BUSINESS DATE (THE         00000160
      * HANDOFF THE ROSTER STATUSES BELONG TO) ARE POSTED.  ONE FOR     00000170
      * AN EARLIER HANDOFF IS LISTED AND LEFT ALONE, SO A LATE FILE     00000180
      * CANNOT OVERLAY A NEWER GREETING'S STATUS.  POSTING IS A         00000190
      * STRAIGHT OVERLAY, SO A RERUN AGAINST THE SAME FILE GIVES        00000200
      * THE SAME RESULT.                                                00000210
      *                                                                 00000220
       ENVIRONMENT DIVISION.                                            00000230
       CONFIGURATION SECTION.                                           00000240
       SOURCE-COMPUTER. IBM-ZOS.                                        00000250
       OBJECT-COMPUTER. IBM-ZOS.                                        00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000290
               ORGANIZATION IS INDEXED                                  00000300
               ACCESS MODE IS DYNAMIC                                   00000310
               RECORD KEY IS MST-ASSOCIATE-ID                           00000320
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000330
           SELECT GATEACK ASSIGN TO GATEACK                             00000340
               ORGANIZATION IS SEQUENTIAL                               00000350
               FILE STATUS IS WS-GATEACK-STATUS.                        00000360
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000370
               ORGANIZATION IS SEQUENTIAL                               00000380
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000390
           SELECT ACKSTATS ASSIGN TO ACKSTATS                           00000400
               ORGANIZATION IS SEQUENTIAL                               00000410
               FILE STATUS IS WS-ACKSTATS-STATUS.                       00000420
           SELECT FOLLOWUP ASSIGN TO FOLLOWUP                           00000430
               ORGANIZATION IS SEQUENTIAL                               00000440
               FILE STATUS IS WS-FOLLOWUP-STATUS.                       00000450
      *                                                                 00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
       FD  EMPMSTR                                                      00000490
           LABEL RECORDS ARE STANDARD.                                  00000500
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000510
      *                                                                 00000520
       FD  GATEACK                                                      00000530
           LABEL RECORDS ARE STANDARD                                   00000540
           RECORDING MODE IS F.                                         00000550
       01  GATEACK-REC                     PIC X(80).                   00000560
      *                                                                 00000570
       FD  RUNCTL                                                       00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           RECORDING MODE IS F.                                         00000600
       01  RUNCTL-REC                      PIC X(80).                   00000610
      *                                                                 00000620
       FD  ACKSTATS                                                     00000630
           LABEL RECORDS ARE STANDARD                                   00000640
           RECORDING MODE IS F.                                         00000650
       01  ACKSTATS-REC                    PIC X(80).                   00000660
      *                                                                 00000670
       FD  FOLLOWUP                                                     00000680
           LABEL RECORDS ARE STANDARD                                   00000690
           RECORDING MODE IS F.                                         00000700
       01  FOLLOWUP-RECORD                 PIC X(133).                  00000710
      *                                                                 00000720
       WORKING-STORAGE SECTION.                                         00000730
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000740
       01  WS-GATEACK-STATUS               PIC X(02) VALUE '00'.        00000750
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000760
       01  WS-ACKSTATS-STATUS              PIC X(02) VALUE '00'.        00000770
       01  WS-FOLLOWUP-STATUS              PIC X(02) VALUE '00'.        00000780
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000790
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00000800
       01  WS-GATEACK-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000810
           88  WS-GATEACK-OPEN-OK                    VALUE 'Y'.         00000820
       01  WS-FOLLOWUP-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00000830
           88  WS-FOLLOWUP-OPEN-OK                   VALUE 'Y'.         00000840
       01  WS-ACK-EOF-SWITCH               PIC X(01) VALUE 'N'.         00000850
           88  WS-ACK-EOF                            VALUE 'Y'.         00000860
       01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00000870
           88  WS-MASTER-EOF                         VALUE 'Y'.         00000880
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00000890
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00000900
       01  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.         00000910
           88  WS-MASTER-FOUND                       VALUE 'Y'.         00000920
       01  WS-FINDING                      PIC X(16) VALUE SPACES.      00000930
       01  WS-ACKS-READ                    PIC 9(07) VALUE ZERO.        00000940
       01  WS-DELIVERED-POSTED             PIC 9(07) VALUE ZERO.        00000950
       01  WS-FAILED-POSTED                PIC 9(07) VALUE ZERO.        00000960
       01  WS-NOT-FOUND-COUNT              PIC 9(07) VALUE ZERO.        00000970
       01  WS-NOT-POSTED-COUNT             PIC 9(07) VALUE ZERO.        00000980
       01  WS-UNACKED-COUNT                PIC 9(07) VALUE ZERO.        00000990
       01  WS-MASTER-READ                  PIC 9(07) VALUE ZERO.        00001000
       01  WS-REPORT-LINE                  PIC X(133).                  00001010
       01  WS-HEADING-LINE                 PIC X(133).                  00001020
       01  WS-PRINT-LINE.                                               00001030
           05  WS-PRINT-CC                 PIC X(01).                   00001040
           05  WS-PRINT-TEXT               PIC X(132).                  00001050
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001060
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001070
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001080
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001090
       01  WS-RUN-DATE.                                                 00001100
           05  WS-RDT-YYYY                 PIC X(04).                   00001110
           05  FILLER                      PIC X(01) VALUE '-'.         00001120
           05  WS-RDT-MM                   PIC X(02).                   00001130
           05  FILLER                      PIC X(01) VALUE '-'.         00001140
           05  WS-RDT-DD                   PIC X(02).                   00001150
           COPY HWGACK.                                                 00001160
           COPY HWASTA.                                                 00001170
           COPY RUNCTL.                                                 00001180
      *                                                                 00001190
       PROCEDURE DIVISION.                                              00001200
      *                                                                 00001210
       MAIN-LOGIC SECTION.                                              00001220
       BEGIN.                                                           00001230
           PERFORM INITIALIZE-RUN.                                      00001240
           PERFORM READ-ACK-RECORD UNTIL WS-ACK-EOF.                    00001250
           IF NOT WS-IO-ERROR-FOUND                                     00001260
               PERFORM START-MASTER-SCAN                                00001270
               PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF           00001280
           END-IF.                                                      00001290
           PERFORM TERMINATE-RUN.                                       00001300
           GO TO MAIN-LOGIC-EXIT.                                       00001310
      *                                                                 00001320
       INITIALIZE-RUN.                                                  00001330
           PERFORM GET-RUN-DATE.                                        00001340
           OPEN I-O EMPMSTR.                                            00001350
           IF WS-EMPMSTR-STATUS = '00'                                  00001360
               MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                       00001370
           ELSE                                                         00001380
               DISPLAY 'HWACKPST: EMPMSTR OPEN FAILED, STATUS = '       00001390
                   WS-EMPMSTR-STATUS                                    00001400
               PERFORM FATAL-OPEN-ERROR                                 00001410
           END-IF.                                                      00001420
           OPEN INPUT GATEACK.                                          00001430
           IF WS-GATEACK-STATUS = '00'                                  00001440
               MOVE 'Y' TO WS-GATEACK-OPEN-SWITCH                       00001450
           ELSE                                                         00001460
               DISPLAY 'HWACKPST: GATEACK OPEN FAILED, STATUS = '       00001470
                   WS-GATEACK-STATUS                                    00001480
               PERFORM FATAL-OPEN-ERROR                                 00001490
           END-IF.                                                      00001500
           OPEN OUTPUT FOLLOWUP.                                        00001510
           IF WS-FOLLOWUP-STATUS = '00'                                 00001520
               MOVE 'Y' TO WS-FOLLOWUP-OPEN-SWITCH                      00001530
               PERFORM WRITE-PAGE-HEADING                               00001540
           ELSE                                                         00001550
               DISPLAY 'HWACKPST: FOLLOWUP OPEN FAILED, STATUS = '      00001560
                   WS-FOLLOWUP-STATUS                                   00001570
               PERFORM FATAL-OPEN-ERROR                                 00001580
           END-IF.                                                      00001590
      *                                                                 00001600
       FATAL-OPEN-ERROR.                                                00001610
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00001620
           MOVE 'Y' TO WS-ACK-EOF-SWITCH.                               00001630
           MOVE 8 TO RETURN-CODE.                                       00001640
      *                                                                 00001650
       FATAL-IO-ERROR.                                                  00001660
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00001670
           MOVE 'Y' TO WS-ACK-EOF-SWITCH.                               00001680
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00001690
           MOVE 12 TO RETURN-CODE.                                      00001700
      *                                                                 00001710
       GET-RUN-DATE.                                                    00001720
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00001730
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00001740
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00001750
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00001760
           PERFORM READ-RUN-CONTROL.                                    00001770
      *                                                                 00001780
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00001790
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00001800
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00001810
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00001820
       READ-RUN-CONTROL.                                                00001830
           OPEN INPUT RUNCTL.                                           00001840
           IF WS-RUNCTL-STATUS = '00'                                   00001850
               READ RUNCTL                                              00001860
                   AT END                                               00001870
                       DISPLAY 'HWACKPST: RUNCTL IS EMPTY - '           00001880
                           'SYSTEM DATE USED'                           00001890
                   NOT AT END                                           00001900
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00001910
                       IF CTL-BUSINESS-DATE NOT = SPACES                00001920
                           MOVE CTL-BUSINESS-DATE                       00001930
                               TO WS-RUN-DATE                           00001940
                       END-IF                                           00001950
               END-READ                                                 00001960
               CLOSE RUNCTL                                             00001970
           ELSE                                                         00001980
               DISPLAY 'HWACKPST: RUNCTL OPEN FAILED, '                 00001990
                   'STATUS = ' WS-RUNCTL-STATUS                         00002000
               DISPLAY 'HWACKPST: SYSTEM DATE USED'                     00002010
           END-IF.                                                      00002020
      *                                                                 00002030
       READ-ACK-RECORD.                                                 00002040
           READ GATEACK                                                 00002050
               AT END                                                   00002060
                   MOVE 'Y' TO WS-ACK-EOF-SWITCH                        00002070
               NOT AT END                                               00002080
                   IF WS-GATEACK-STATUS NOT = '00'                      00002090
                       DISPLAY 'HWACKPST: GATEACK READ ERROR, '         00002100
                           'STATUS = ' WS-GATEACK-STATUS                00002110
                       PERFORM FATAL-IO-ERROR                           00002120
                   ELSE                                                 00002130
                       ADD 1 TO WS-ACKS-READ                            00002140
                       MOVE GATEACK-REC TO HWGACK-RECORD                00002150
                       PERFORM POST-ACK-RECORD                          00002160
                   END-IF                                               00002170
           END-READ.                                                    00002180
      *                                                                 00002190
       POST-ACK-RECORD.                                                 00002200
           MOVE SPACES TO WS-FINDING.                                   00002210
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.                          00002220
           MOVE SPACES TO MSTMSTR-RECORD.                               00002230
           EVALUATE TRUE                                                00002240
               WHEN ACK-ASSOCIATE-ID = SPACES                           00002250
                   MOVE 'NO ASSOCIATE ID' TO WS-FINDING                 00002260
               WHEN NOT ACK-DELIVERED AND NOT ACK-FAILED                00002270
                   MOVE 'BAD ACK STATUS' TO WS-FINDING                  00002280
               WHEN ACK-BUSINESS-DATE NOT = WS-RUN-DATE                 00002290
                   MOVE 'EARLIER HANDOFF' TO WS-FINDING                 00002300
               WHEN OTHER                                               00002310
                   PERFORM READ-MASTER-BY-ID                            00002320
           END-EVALUATE.                                                00002330
           IF WS-FINDING NOT = SPACES                                   00002340
               ADD 1 TO WS-NOT-POSTED-COUNT                             00002350
               PERFORM WRITE-ACK-FINDING                                00002360
           ELSE                                                         00002370
               IF NOT WS-IO-ERROR-FOUND                                 00002380
                   PERFORM APPLY-ACK-STATUS                             00002390
               END-IF                                                   00002400
           END-IF.                                                      00002410
      *                                                                 00002420
       READ-MASTER-BY-ID.                                               00002430
           MOVE ACK-ASSOCIATE-ID TO MST-ASSOCIATE-ID.                   00002440
           READ EMPMSTR                                                 00002450
               INVALID KEY                                              00002460
                   CONTINUE                                             00002470
               NOT INVALID KEY                                          00002480
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH                   00002490
           END-READ.                                                    00002500
           IF WS-EMPMSTR-STATUS NOT = '00'                              00002510
                   AND WS-EMPMSTR-STATUS NOT = '23'                     00002520
               DISPLAY 'HWACKPST: EMPMSTR READ ERROR, STATUS = '        00002530
                   WS-EMPMSTR-STATUS                                    00002540
               PERFORM FATAL-IO-ERROR                                   00002550
           END-IF.                                                      00002560
      *                                                                 00002570
      * A GREETING STILL PENDING WAS NEVER HANDED OFF UNDER THIS        00002580
      * ROSTER RECORD (THE ASSOCIATE WAS RELOADED OR RE-ADDED SINCE),   00002590
      * SO ITS ACKNOWLEDGMENT IS LISTED RATHER THAN POSTED.             00002600
       APPLY-ACK-STATUS.                                                00002610
           EVALUATE TRUE                                                00002620
               WHEN NOT WS-MASTER-FOUND                                 00002630
                   MOVE 'NOT ON ROSTER' TO WS-FINDING                   00002640
                   ADD 1 TO WS-NOT-FOUND-COUNT                          00002650
                   PERFORM WRITE-ACK-FINDING                            00002660
               WHEN NOT MST-GREETING-HANDED-OFF                         00002670
                   MOVE 'NOT HANDED OFF' TO WS-FINDING                  00002680
                   ADD 1 TO WS-NOT-POSTED-COUNT                         00002690
                   PERFORM WRITE-ACK-FINDING                            00002700
               WHEN OTHER                                               00002710
                   MOVE ACK-DELIVERY-STATUS TO MST-GREETING-STATUS      00002720
                   REWRITE MSTMSTR-RECORD                               00002730
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00002740
                       DISPLAY 'HWACKPST: EMPMSTR REWRITE ERROR, '      00002750
                           'STATUS = ' WS-EMPMSTR-STATUS                00002760
                       PERFORM FATAL-IO-ERROR                           00002770
                   ELSE                                                 00002780
                       IF ACK-DELIVERED                                 00002790
                           ADD 1 TO WS-DELIVERED-POSTED                 00002800
                       ELSE                                             00002810
                           ADD 1 TO WS-FAILED-POSTED                    00002820
                           MOVE 'DELIVERY FAILED' TO WS-FINDING         00002830
                           PERFORM WRITE-ACK-FINDING                    00002840
                       END-IF                                           00002850
                   END-IF                                               00002860
           END-EVALUATE.                                                00002870
      *                                                                 00002880
      * AFTER POSTING, ANY ASSOCIATE STILL AT 'S' WAS HANDED OFF BUT    00002890
      * THE GATEWAY NEVER CONFIRMED IT EITHER WAY.                      00002900
       START-MASTER-SCAN.                                               00002910
           MOVE LOW-VALUES TO MST-ASSOCIATE-ID.                         00002920
           START EMPMSTR KEY IS NOT LESS THAN MST-ASSOCIATE-ID          00002930
               INVALID KEY                                              00002940
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00002950
           END-START.                                                   00002960
           IF WS-EMPMSTR-STATUS NOT = '00'                              00002970
                   AND WS-EMPMSTR-STATUS NOT = '23'                     00002980
               DISPLAY 'HWACKPST: EMPMSTR START ERROR, STATUS = '       00002990
                   WS-EMPMSTR-STATUS                                    00003000
               PERFORM FATAL-IO-ERROR                                   00003010
           END-IF.                                                      00003020
      *                                                                 00003030
       READ-MASTER-RECORD.                                              00003040
           READ EMPMSTR NEXT RECORD                                     00003050
               AT END                                                   00003060
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00003070
               NOT AT END                                               00003080
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00003090
                       DISPLAY 'HWACKPST: EMPMSTR READ ERROR, '         00003100
                           'STATUS = ' WS-EMPMSTR-STATUS                00003110
                       PERFORM FATAL-IO-ERROR                           00003120
                   ELSE                                                 00003130
                       ADD 1 TO WS-MASTER-READ                          00003140
                       IF MST-GREETING-SENT                             00003150
                           ADD 1 TO WS-UNACKED-COUNT                    00003160
                           PERFORM WRITE-UNACKED-LINE                   00003170
                       END-IF                                           00003180
                   END-IF                                               00003190
           END-READ.                                                    00003200
      *                                                                 00003210
       WRITE-PAGE-HEADING.                                              00003220
           ADD 1 TO WS-PAGE-NUMBER.                                     00003230
           MOVE SPACES TO WS-HEADING-LINE.                              00003240
           STRING 'HWACKPST GREETING DELIVERY FOLLOW-UP  '              00003250
                                          DELIMITED BY SIZE             00003260
               'HANDOFF DATE: '           DELIMITED BY SIZE             00003270
               WS-RUN-DATE                DELIMITED BY SIZE             00003280
               '  PAGE '                  DELIMITED BY SIZE             00003290
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00003300
               INTO WS-HEADING-LINE.                                    00003310
           MOVE '1' TO WS-PRINT-CC.                                     00003320
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00003330
           WRITE FOLLOWUP-RECORD FROM WS-PRINT-LINE.                    00003340
           MOVE SPACES TO WS-HEADING-LINE.                              00003350
           STRING 'FINDING           ASSOC ID  '                        00003360
                                          DELIMITED BY SIZE             00003370
               'ASSOCIATE NAME                  SH  '                   00003380
                                          DELIMITED BY SIZE             00003390
               'ACK DATE    GATEWAY TIME         REASON'                00003400
                                          DELIMITED BY SIZE             00003410
               INTO WS-HEADING-LINE.                                    00003420
           MOVE ' ' TO WS-PRINT-CC.                                     00003430
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00003440
           WRITE FOLLOWUP-RECORD FROM WS-PRINT-LINE.                    00003450
           MOVE 2 TO WS-LINE-COUNT.                                     00003460
      *                                                                 00003470
       WRITE-REPORT-LINE.                                               00003480
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00003490
               PERFORM WRITE-PAGE-HEADING                               00003500
           END-IF.                                                      00003510
           MOVE ' ' TO WS-PRINT-CC.                                     00003520
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00003530
           WRITE FOLLOWUP-RECORD FROM WS-PRINT-LINE.                    00003540
           ADD 1 TO WS-LINE-COUNT.                                      00003550
      *                                                                 00003560
       WRITE-ACK-FINDING.                                               00003570
           IF WS-FOLLOWUP-OPEN-OK                                       00003580
               MOVE SPACES TO WS-REPORT-LINE                            00003590
               MOVE WS-FINDING TO WS-REPORT-LINE (1:16)                 00003600
               MOVE ACK-ASSOCIATE-ID TO WS-REPORT-LINE (19:8)           00003610
               IF WS-MASTER-FOUND                                       00003620
                   MOVE MST-ASSOCIATE-NAME TO WS-REPORT-LINE (29:30)    00003630
                   MOVE MST-SHIFT-CODE TO WS-REPORT-LINE (61:1)         00003640
               END-IF                                                   00003650
               MOVE ACK-BUSINESS-DATE TO WS-REPORT-LINE (65:10)         00003660
               MOVE ACK-GATEWAY-TIMESTAMP TO WS-REPORT-LINE (77:19)     00003670
               IF ACK-FAILED                                            00003680
                   MOVE ACK-REASON-TEXT TO WS-REPORT-LINE (98:30)       00003690
               ELSE                                                     00003700
                   IF WS-FINDING = 'BAD ACK STATUS'                     00003710
                       MOVE ACK-DELIVERY-STATUS                         00003720
                           TO WS-REPORT-LINE (98:1)                     00003730
                   END-IF                                               00003740
               END-IF                                                   00003750
               PERFORM WRITE-REPORT-LINE                                00003760
           END-IF.                                                      00003770
      *                                                                 00003780
       WRITE-UNACKED-LINE.                                              00003790
           IF WS-FOLLOWUP-OPEN-OK                                       00003800
               MOVE SPACES TO WS-REPORT-LINE                            00003810
               MOVE 'NO ACKNOWLEDGMENT' TO WS-REPORT-LINE (1:17)        00003820
               MOVE MST-ASSOCIATE-ID TO WS-REPORT-LINE (19:8)           00003830
               MOVE MST-ASSOCIATE-NAME TO WS-REPORT-LINE (29:30)        00003840
               MOVE MST-SHIFT-CODE TO WS-REPORT-LINE (61:1)             00003850
               PERFORM WRITE-REPORT-LINE                                00003860
           END-IF.                                                      00003870
      *                                                                 00003880
       WRITE-CONTROL-TOTALS.                                            00003890
           MOVE SPACES TO WS-REPORT-LINE.                               00003900
           PERFORM WRITE-REPORT-LINE.                                   00003910
           MOVE SPACES TO WS-REPORT-LINE.                               00003920
           STRING 'ACKS READ: '           DELIMITED BY SIZE             00003930
               WS-ACKS-READ               DELIMITED BY SIZE             00003940
               '  DELIVERED: '            DELIMITED BY SIZE             00003950
               WS-DELIVERED-POSTED        DELIMITED BY SIZE             00003960
               '  FAILED: '               DELIMITED BY SIZE             00003970
               WS-FAILED-POSTED           DELIMITED BY SIZE             00003980
               '  NOT ON ROSTER: '        DELIMITED BY SIZE             00003990
               WS-NOT-FOUND-COUNT         DELIMITED BY SIZE             00004000
               '  NOT POSTED: '           DELIMITED BY SIZE             00004010
               WS-NOT-POSTED-COUNT        DELIMITED BY SIZE             00004020
               INTO WS-REPORT-LINE.                                     00004030
           PERFORM WRITE-REPORT-LINE.                                   00004040
           MOVE SPACES TO WS-REPORT-LINE.                               00004050
           STRING 'ROSTER READ: '         DELIMITED BY SIZE             00004060
               WS-MASTER-READ             DELIMITED BY SIZE             00004070
               '  HANDED OFF, UNACKNOWLEDGED: '                         00004080
                                          DELIMITED BY SIZE             00004090
               WS-UNACKED-COUNT           DELIMITED BY SIZE             00004100
               INTO WS-REPORT-LINE.                                     00004110
           PERFORM WRITE-REPORT-LINE.                                   00004120
      *                                                                 00004130
      * THE COUNTS RECORD IS REPLACED ONLY AFTER A CLEAN PASS, SO       00004140
      * THE MORNING SUMMARY NEVER SHOWS A HALF-POSTED FILE.             00004150
       WRITE-ACK-STATISTICS.                                            00004160
           OPEN OUTPUT ACKSTATS.                                        00004170
           IF WS-ACKSTATS-STATUS = '00'                                 00004180
               MOVE SPACES TO HWASTA-RECORD                             00004190
               MOVE WS-RUN-DATE TO AST-HANDOFF-DATE                     00004200
               MOVE WS-ACKS-READ TO AST-ACKS-READ                       00004210
               MOVE WS-DELIVERED-POSTED TO AST-DELIVERED-COUNT          00004220
               MOVE WS-FAILED-POSTED TO AST-FAILED-COUNT                00004230
               MOVE WS-UNACKED-COUNT TO AST-UNACKED-COUNT               00004240
               MOVE WS-NOT-FOUND-COUNT TO AST-NOT-FOUND-COUNT           00004250
               MOVE WS-NOT-POSTED-COUNT TO AST-NOT-POSTED-COUNT         00004260
               WRITE ACKSTATS-REC FROM HWASTA-RECORD                    00004270
               IF WS-ACKSTATS-STATUS NOT = '00'                         00004280
                   DISPLAY 'HWACKPST: ACKSTATS WRITE ERROR, '           00004290
                       'STATUS = ' WS-ACKSTATS-STATUS                   00004300
                   MOVE 12 TO RETURN-CODE                               00004310
               END-IF                                                   00004320
               CLOSE ACKSTATS                                           00004330
           ELSE                                                         00004340
               DISPLAY 'HWACKPST: ACKSTATS OPEN FAILED, STATUS = '      00004350
                   WS-ACKSTATS-STATUS                                   00004360
               MOVE 8 TO RETURN-CODE                                    00004370
           END-IF.                                                      00004380
      *                                                                 00004390
       TERMINATE-RUN.                                                   00004400
           IF WS-EMPMSTR-OPEN-OK                                        00004410
               CLOSE EMPMSTR                                            00004420
           END-IF.                                                      00004430
           IF WS-GATEACK-OPEN-OK                                        00004440
               CLOSE GATEACK                                            00004450
           END-IF.                                                      00004460
           IF WS-FOLLOWUP-OPEN-OK                                       00004470
               PERFORM WRITE-CONTROL-TOTALS                             00004480
               CLOSE FOLLOWUP                                           00004490
           END-IF.                                                      00004500
           IF NOT WS-IO-ERROR-FOUND                                     00004510
               PERFORM WRITE-ACK-STATISTICS                             00004520
           END-IF.                                                      00004530
           DISPLAY 'HWACKPST: HANDOFF DATE:      ' WS-RUN-DATE.         00004540
           DISPLAY 'HWACKPST: ACKS READ:         ' WS-ACKS-READ.        00004550
           DISPLAY 'HWACKPST: DELIVERED:         ' WS-DELIVERED-POSTED. 00004560
           DISPLAY 'HWACKPST: FAILED:            ' WS-FAILED-POSTED.    00004570
           DISPLAY 'HWACKPST: NOT ON ROSTER:     ' WS-NOT-FOUND-COUNT.  00004580
           DISPLAY 'HWACKPST: NOT POSTED:        ' WS-NOT-POSTED-COUNT. 00004590
           DISPLAY 'HWACKPST: UNACKNOWLEDGED:    ' WS-UNACKED-COUNT.    00004600
           IF RETURN-CODE = 0                                           00004610
               IF WS-FAILED-POSTED > 0                                  00004620
                       OR WS-NOT-FOUND-COUNT > 0                        00004630
                       OR WS-NOT-POSTED-COUNT > 0                       00004640
                       OR WS-UNACKED-COUNT > 0                          00004650
                   MOVE 4 TO RETURN-CODE                                00004660
               END-IF                                                   00004670
           END-IF.                                                      00004680
      *                                                                 00004690
       MAIN-LOGIC-EXIT.                                                 00004700
           STOP RUN.                                                    00004710
