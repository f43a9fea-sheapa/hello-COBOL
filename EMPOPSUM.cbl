      * NIGHT'S RESULTS - THE LATEST RUNSTATS RECORD (SEE HWSTAT),      00000050
      * THE REJECTS GENERATION COUNT, THE EMPMAINT AUDIT TRAIL'S        00000060
      * APPLIED/REJECTED/HELD TOTALS (SEE EMPAUDT), AND THE             00000070
      * EMPDELTA COUNTS (SEE EMPDSTA), AND THE GREETING GATEWAY         00000075
      * DELIVERED/FAILED/UNACKNOWLEDGED COUNTS FROM THE LATEST          00000080
      * HWACKPST POSTING (SEE HWASTA), AND THE EMPBAL STREAM            00000084
      * RECORD-COUNT BALANCE WITH EACH BREAK IT FOUND (SEE BALRES)      00000088
      * - INTO ONE ONE-PAGE REPORT WITH AN OVERALL STREAM STATUS        00000092
      * LINE, SO THE 6 AM CHECK IS                                      00000096
      * ONE DATASET INSTEAD OF A TOUR OF JOB OUTPUT.  A MISSING         00000100
      * INPUT IS REPORTED AS NOT AVAILABLE AND FLAGS THE STREAM         00000110
      * FOR ATTENTION RATHER THAN FAILING THE SUMMARY ITSELF.           00000120
           SELECT DELTASTA ASSIGN TO DELTASTA                           00000290
               ORGANIZATION IS SEQUENTIAL                               00000300
               FILE STATUS IS WS-DELTASTA-STATUS.                       00000310
           SELECT ACKSTATS ASSIGN TO ACKSTATS                           00000312
               ORGANIZATION IS SEQUENTIAL                               00000314
               FILE STATUS IS WS-ACKSTATS-STATUS.                       00000316
           SELECT BALSTATS ASSIGN TO BALSTATS                           00000317
               ORGANIZATION IS SEQUENTIAL                               00000318
               FILE STATUS IS WS-BALSTATS-STATUS.                       00000319
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000320
               ORGANIZATION IS SEQUENTIAL                               00000330
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000340
       FD  EMPAUDIT                                                     00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           RECORDING MODE IS F.                                         00000530
       01  EMPAUDIT-REC                    PIC X(220).                  00000540
      *                                                                 00000550
       FD  DELTASTA                                                     00000560
           LABEL RECORDS ARE STANDARD                                   00000570
           RECORDING MODE IS F.                                         00000580
       01  DELTASTA-REC                    PIC X(80).                   00000590
      *                                                                 00000600
       FD  ACKSTATS                                                     00000601
           LABEL RECORDS ARE STANDARD                                   00000602
           RECORDING MODE IS F.                                         00000603
       01  ACKSTATS-REC                    PIC X(80).                   00000604
      *                                                                 00000605
       FD  BALSTATS                                                     00000615
           LABEL RECORDS ARE STANDARD                                   00000625
           RECORDING MODE IS F.                                         00000635
       01  BALSTATS-REC                    PIC X(80).                   00000645
      *                                                                 00000655
       FD  RUNCTL                                                       00000665
           LABEL RECORDS ARE STANDARD                                   00000675
           RECORDING MODE IS F.                                         00000685
       01  RUNCTL-REC                      PIC X(80).                   00000695
      *                                                                 00000705
       FD  OPSRPT                                                       00000715
           LABEL RECORDS ARE STANDARD                                   00000725
           RECORDING MODE IS F.                                         00000735
       01  OPSRPT-RECORD                   PIC X(133).                  00000745
      *                                                                 00000755
       WORKING-STORAGE SECTION.                                         00000765
       01  WS-RUNSTATS-STATUS              PIC X(02) VALUE '00'.        00000775
       01  WS-REJECTS-STATUS               PIC X(02) VALUE '00'.        00000785
       01  WS-EMPAUDIT-STATUS              PIC X(02) VALUE '00'.        00000795
       01  WS-DELTASTA-STATUS              PIC X(02) VALUE '00'.        00000805
       01  WS-ACKSTATS-STATUS              PIC X(02) VALUE '00'.        00000815
       01  WS-BALSTATS-STATUS              PIC X(02) VALUE '00'.        00000825
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000835
       01  WS-OPSRPT-STATUS                PIC X(02) VALUE '00'.        00000845
       01  WS-OPSRPT-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00000855
           88  WS-OPSRPT-OPEN-OK                     VALUE 'Y'.         00000865
       01  WS-RUNSTATS-EOF-SWITCH          PIC X(01) VALUE 'N'.         00000875
           88  WS-RUNSTATS-EOF                       VALUE 'Y'.         00000885
       01  WS-REJECTS-EOF-SWITCH           PIC X(01) VALUE 'N'.         00000895
           88  WS-REJECTS-EOF                        VALUE 'Y'.         00000905
       01  WS-EMPAUDIT-EOF-SWITCH          PIC X(01) VALUE 'N'.         00000915
           88  WS-EMPAUDIT-EOF                       VALUE 'Y'.         00000925
       01  WS-STATS-FOUND-SWITCH           PIC X(01) VALUE 'N'.         00000935
           88  WS-STATS-FOUND                        VALUE 'Y'.         00000945
       01  WS-REJECTS-AVAIL-SWITCH         PIC X(01) VALUE 'N'.         00000955
           88  WS-REJECTS-AVAILABLE                  VALUE 'Y'.         00000965
       01  WS-AUDIT-AVAIL-SWITCH           PIC X(01) VALUE 'N'.         00000975
           88  WS-AUDIT-AVAILABLE                    VALUE 'Y'.         00000985
       01  WS-DELTA-AVAIL-SWITCH           PIC X(01) VALUE 'N'.         00000995
           88  WS-DELTA-AVAILABLE                    VALUE 'Y'.         00001005
       01  WS-ACK-AVAIL-SWITCH             PIC X(01) VALUE 'N'.         00001015
           88  WS-ACK-AVAILABLE                      VALUE 'Y'.         00001025
       01  WS-BAL-AVAIL-SWITCH             PIC X(01) VALUE 'N'.         00001035
           88  WS-BAL-AVAILABLE                      VALUE 'Y'.         00001045
       01  WS-BALSTATS-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001055
           88  WS-BALSTATS-EOF                       VALUE 'Y'.         00001065
       01  WS-ATTENTION-SWITCH             PIC X(01) VALUE 'N'.         00001075
           88  WS-STREAM-ATTENTION                   VALUE 'Y'.         00001085
       01  WS-WARNING-SWITCH               PIC X(01) VALUE 'N'.         00001095
           88  WS-STREAM-WARNING                     VALUE 'Y'.         00001105
       01  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO.        00001115
       01  WS-AUD-APPLIED-COUNT            PIC 9(09) VALUE ZERO.        00001125
       01  WS-AUD-REJECTED-COUNT           PIC 9(09) VALUE ZERO.        00001135
       01  WS-AUD-HELD-COUNT               PIC 9(09) VALUE ZERO.        00001145
       01  WS-AUD-SKIPPED-COUNT            PIC 9(09) VALUE ZERO.        00001155
       01  WS-BAL-CHECK-COUNT              PIC 9(05) VALUE ZERO.        00001165
       01  WS-BAL-BREAK-COUNT              PIC 9(05) VALUE ZERO.        00001175
       01  WS-BAL-BREAK-SUB                PIC 9(02) VALUE ZERO COMP.   00001185
       01  WS-BAL-BREAK-TABLE.                                          00001195
           05  WS-BAL-BREAK-MAX            PIC 9(02) VALUE 20 COMP.     00001205
           05  WS-BAL-BREAK-LOADED         PIC 9(02) VALUE ZERO COMP.   00001215
           05  WS-BAL-BREAK-TEXT           PIC X(69) OCCURS 20 TIMES.   00001225
       01  WS-REPORT-LINE                  PIC X(133).                  00001235
       01  WS-HEADING-LINE                 PIC X(133).                  00001245
       01  WS-PRINT-LINE.                                               00001255
           05  WS-PRINT-CC                 PIC X(01).                   00001265
           05  WS-PRINT-TEXT               PIC X(132).                  00001275
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001285
       01  WS-RUN-DATE.                                                 00001295
           05  WS-RDT-YYYY                 PIC X(04).                   00001305
           05  FILLER                      PIC X(01) VALUE '-'.         00001315
           05  WS-RDT-MM                   PIC X(02).                   00001325
           05  FILLER                      PIC X(01) VALUE '-'.         00001335
           05  WS-RDT-DD                   PIC X(02).                   00001345
           COPY HWSTAT.                                                 00001355
           COPY EMPAUDT.                                                00001365
           COPY EMPDSTA.                                                00001375
           COPY HWASTA.                                                 00001385
           COPY BALRES.                                                 00001395
           COPY RUNCTL.                                                 00001405
      *                                                                 00001415
       PROCEDURE DIVISION.                                              00001425
      *                                                                 00001435
       MAIN-LOGIC SECTION.                                              00001445
       BEGIN.                                                           00001455
           PERFORM INITIALIZE-RUN.                                      00001465
           IF WS-OPSRPT-OPEN-OK                                         00001475
               PERFORM GATHER-RUN-STATISTICS                            00001485
               PERFORM GATHER-REJECT-COUNT                              00001495
               PERFORM GATHER-AUDIT-TOTALS                              00001505
               PERFORM GATHER-DELTA-COUNTS                              00001515
               PERFORM GATHER-ACK-COUNTS                                00001525
               PERFORM GATHER-BALANCE-RESULTS                           00001535
               PERFORM WRITE-SUMMARY-REPORT                             00001545
           END-IF.                                                      00001555
           PERFORM TERMINATE-RUN.                                       00001565
           GO TO MAIN-LOGIC-EXIT.                                       00001575
      *                                                                 00001585
       INITIALIZE-RUN.                                                  00001595
           PERFORM GET-RUN-DATE.                                        00001605
           PERFORM READ-RUN-CONTROL.                                    00001615
           OPEN OUTPUT OPSRPT.                                          00001625
           IF WS-OPSRPT-STATUS = '00'                                   00001635
               MOVE 'Y' TO WS-OPSRPT-OPEN-SWITCH                        00001645
           ELSE                                                         00001655
               DISPLAY 'EMPOPSUM: OPSRPT OPEN FAILED, STATUS = '        00001665
                   WS-OPSRPT-STATUS                                     00001675
               MOVE 8 TO RETURN-CODE                                    00001685
           END-IF.                                                      00001695
      *                                                                 00001705
       GET-RUN-DATE.                                                    00001715
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00001725
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00001735
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00001745
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00001755
      *                                                                 00001765
       READ-RUN-CONTROL.                                                00001775
           OPEN INPUT RUNCTL.                                           00001785
           IF WS-RUNCTL-STATUS = '00'                                   00001795
               READ RUNCTL                                              00001805
                   AT END                                               00001815
                       DISPLAY 'EMPOPSUM: RUNCTL IS EMPTY - '           00001825
                           'SYSTEM DATE USED'                           00001835
                   NOT AT END                                           00001845
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00001855
                       IF CTL-BUSINESS-DATE NOT = SPACES                00001865
                           MOVE CTL-BUSINESS-DATE                       00001875
                               TO WS-RUN-DATE                           00001885
                       END-IF                                           00001895
               END-READ                                                 00001905
               CLOSE RUNCTL                                             00001915
           ELSE                                                         00001925
               DISPLAY 'EMPOPSUM: RUNCTL OPEN FAILED, '                 00001935
                   'STATUS = ' WS-RUNCTL-STATUS                         00001945
               DISPLAY 'EMPOPSUM: SYSTEM DATE USED'                     00001955
           END-IF.                                                      00001965
      *                                                                 00001975
       GATHER-RUN-STATISTICS.                                           00001985
           OPEN INPUT RUNSTATS.                                         00001995
           IF WS-RUNSTATS-STATUS = '00'                                 00002005
               PERFORM READ-RUNSTATS-RECORD                             00002015
                   UNTIL WS-RUNSTATS-EOF                                00002025
               CLOSE RUNSTATS                                           00002035
           ELSE                                                         00002045
               DISPLAY 'EMPOPSUM: RUNSTATS OPEN FAILED, STATUS = '      00002055
                   WS-RUNSTATS-STATUS                                   00002065
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00002075
           END-IF.                                                      00002085
      *                                                                 00002095
       READ-RUNSTATS-RECORD.                                            00002105
           READ RUNSTATS                                                00002115
               AT END                                                   00002125
                   MOVE 'Y' TO WS-RUNSTATS-EOF-SWITCH                   00002135
               NOT AT END                                               00002145
                   IF WS-RUNSTATS-STATUS NOT = '00'                     00002155
                       DISPLAY 'EMPOPSUM: RUNSTATS READ ERROR, '        00002165
                           'STATUS = ' WS-RUNSTATS-STATUS               00002175
                       MOVE 'Y' TO WS-RUNSTATS-EOF-SWITCH               00002185
                       MOVE 'Y' TO WS-ATTENTION-SWITCH                  00002195
                   ELSE                                                 00002205
                       MOVE RUNSTATS-RECORD TO HWSTAT-RECORD            00002215
                       MOVE 'Y' TO WS-STATS-FOUND-SWITCH                00002225
                   END-IF                                               00002235
           END-READ.                                                    00002245
      *                                                                 00002255
       GATHER-REJECT-COUNT.                                             00002265
           OPEN INPUT REJECTS.                                          00002275
           IF WS-REJECTS-STATUS = '00'                                  00002285
               MOVE 'Y' TO WS-REJECTS-AVAIL-SWITCH                      00002295
               PERFORM READ-REJECTS-RECORD                              00002305
                   UNTIL WS-REJECTS-EOF                                 00002315
               CLOSE REJECTS                                            00002325
           ELSE                                                         00002335
               DISPLAY 'EMPOPSUM: REJECTS OPEN FAILED, STATUS = '       00002345
                   WS-REJECTS-STATUS                                    00002355
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00002365
           END-IF.                                                      00002375
      *                                                                 00002385
       READ-REJECTS-RECORD.                                             00002395
           READ REJECTS                                                 00002405
               AT END                                                   00002415
                   MOVE 'Y' TO WS-REJECTS-EOF-SWITCH                    00002425
               NOT AT END                                               00002435
                   IF WS-REJECTS-STATUS NOT = '00'                      00002445
                       DISPLAY 'EMPOPSUM: REJECTS READ ERROR, '         00002455
                           'STATUS = ' WS-REJECTS-STATUS                00002465
                       MOVE 'Y' TO WS-REJECTS-EOF-SWITCH                00002475
                       MOVE 'Y' TO WS-ATTENTION-SWITCH                  00002485
                   ELSE                                                 00002495
                       ADD 1 TO WS-REJECT-COUNT                         00002505
                   END-IF                                               00002515
           END-READ.                                                    00002525
      *                                                                 00002535
       GATHER-AUDIT-TOTALS.                                             00002545
           OPEN INPUT EMPAUDIT.                                         00002555
           IF WS-EMPAUDIT-STATUS = '00'                                 00002565
               MOVE 'Y' TO WS-AUDIT-AVAIL-SWITCH                        00002575
               PERFORM READ-EMPAUDIT-RECORD                             00002585
                   UNTIL WS-EMPAUDIT-EOF                                00002595
               CLOSE EMPAUDIT                                           00002605
           ELSE                                                         00002615
               DISPLAY 'EMPOPSUM: EMPAUDIT OPEN FAILED, STATUS = '      00002625
                   WS-EMPAUDIT-STATUS                                   00002635
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00002645
           END-IF.                                                      00002655
      *                                                                 00002665
       READ-EMPAUDIT-RECORD.                                            00002675
           READ EMPAUDIT                                                00002685
               AT END                                                   00002695
                   MOVE 'Y' TO WS-EMPAUDIT-EOF-SWITCH                   00002705
               NOT AT END                                               00002715
                   IF WS-EMPAUDIT-STATUS NOT = '00'                     00002725
                       DISPLAY 'EMPOPSUM: EMPAUDIT READ ERROR, '        00002735
                           'STATUS = ' WS-EMPAUDIT-STATUS               00002745
                       MOVE 'Y' TO WS-EMPAUDIT-EOF-SWITCH               00002755
                       MOVE 'Y' TO WS-ATTENTION-SWITCH                  00002765
                   ELSE                                                 00002775
                       MOVE EMPAUDIT-REC TO EMPAUDIT-RECORD             00002785
                       PERFORM TALLY-AUDIT-RECORD                       00002795
                   END-IF                                               00002805
           END-READ.                                                    00002815
      *                                                                 00002825
       TALLY-AUDIT-RECORD.                                              00002835
           EVALUATE TRUE                                                00002845
               WHEN AUD-APPLIED                                         00002855
                   ADD 1 TO WS-AUD-APPLIED-COUNT                        00002865
               WHEN AUD-HELD                                            00002875
                   ADD 1 TO WS-AUD-HELD-COUNT                           00002885
               WHEN AUD-ALREADY-APPLIED                                 00002895
                   ADD 1 TO WS-AUD-SKIPPED-COUNT                        00002905
               WHEN OTHER                                               00002915
                   ADD 1 TO WS-AUD-REJECTED-COUNT                       00002925
           END-EVALUATE.                                                00002935
      *                                                                 00002945
       GATHER-DELTA-COUNTS.                                             00002955
           OPEN INPUT DELTASTA.                                         00002965
           IF WS-DELTASTA-STATUS = '00'                                 00002975
               READ DELTASTA                                            00002985
                   AT END                                               00002995
                       DISPLAY 'EMPOPSUM: DELTASTA IS EMPTY'            00003005
                       MOVE 'Y' TO WS-ATTENTION-SWITCH                  00003015
                   NOT AT END                                           00003025
                       MOVE DELTASTA-REC TO EMPDSTA-RECORD              00003035
                       MOVE 'Y' TO WS-DELTA-AVAIL-SWITCH                00003045
               END-READ                                                 00003055
               CLOSE DELTASTA                                           00003065
           ELSE                                                         00003075
               DISPLAY 'EMPOPSUM: DELTASTA OPEN FAILED, STATUS = '      00003085
                   WS-DELTASTA-STATUS                                   00003095
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00003105
           END-IF.                                                      00003115
      *                                                                 00003125
      * THE ACKNOWLEDGMENTS FOR A NIGHT'S HANDOFF COME BACK DURING      00003135
      * THE DAY, SO THIS IS NORMALLY THE PREVIOUS HANDOFF - THE         00003145
      * SECTION PRINTS THE HANDOFF DATE THE COUNTS BELONG TO.           00003155
       GATHER-ACK-COUNTS.                                               00003165
           OPEN INPUT ACKSTATS.                                         00003175
           IF WS-ACKSTATS-STATUS = '00'                                 00003185
               READ ACKSTATS                                            00003195
                   AT END                                               00003205
                       DISPLAY 'EMPOPSUM: ACKSTATS IS EMPTY'            00003215
                       MOVE 'Y' TO WS-ATTENTION-SWITCH                  00003225
                   NOT AT END                                           00003235
                       MOVE ACKSTATS-REC TO HWASTA-RECORD               00003245
                       MOVE 'Y' TO WS-ACK-AVAIL-SWITCH                  00003255
               END-READ                                                 00003265
               CLOSE ACKSTATS                                           00003275
           ELSE                                                         00003285
               DISPLAY 'EMPOPSUM: ACKSTATS OPEN FAILED, STATUS = '      00003295
                   WS-ACKSTATS-STATUS                                   00003305
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00003315
           END-IF.                                                      00003325
      *                                                                 00003335
      * EMPBAL REPLACES ITS RESULT FILE ONLY AFTER A CLEAN READ OF      00003345
      * THE LEDGER, SO A SUMMARY RECORD FOR ANY OTHER DATE MEANS        00003355
      * TONIGHT'S BALANCING DID NOT RUN TO COMPLETION.                  00003365
       GATHER-BALANCE-RESULTS.                                          00003375
           OPEN INPUT BALSTATS.                                         00003385
           IF WS-BALSTATS-STATUS = '00'                                 00003395
               PERFORM READ-BALSTATS-RECORD                             00003405
                   UNTIL WS-BALSTATS-EOF                                00003415
               CLOSE BALSTATS                                           00003425
               IF NOT WS-BAL-AVAILABLE                                  00003435
                   DISPLAY 'EMPOPSUM: NO BALSTATS SUMMARY FOR '         00003445
                       WS-RUN-DATE                                      00003455
                   MOVE 'Y' TO WS-ATTENTION-SWITCH                      00003465
               END-IF                                                   00003475
           ELSE                                                         00003485
               DISPLAY 'EMPOPSUM: BALSTATS OPEN FAILED, STATUS = '      00003495
                   WS-BALSTATS-STATUS                                   00003505
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00003515
           END-IF.                                                      00003525
      *                                                                 00003535
       READ-BALSTATS-RECORD.                                            00003545
           READ BALSTATS                                                00003555
               AT END                                                   00003565
                   MOVE 'Y' TO WS-BALSTATS-EOF-SWITCH                   00003575
               NOT AT END                                               00003585
                   IF WS-BALSTATS-STATUS NOT = '00'                     00003595
                       DISPLAY 'EMPOPSUM: BALSTATS READ ERROR, '        00003605
                           'STATUS = ' WS-BALSTATS-STATUS               00003615
                       MOVE 'Y' TO WS-BALSTATS-EOF-SWITCH               00003625
                       MOVE 'N' TO WS-BAL-AVAIL-SWITCH                  00003635
                   ELSE                                                 00003645
                       MOVE BALSTATS-REC TO BALRES-RECORD               00003655
                       PERFORM POST-BALSTATS-RECORD                     00003665
                   END-IF                                               00003675
           END-READ.                                                    00003685
      *                                                                 00003695
       POST-BALSTATS-RECORD.                                            00003705
           IF BRS-BUSINESS-DATE = WS-RUN-DATE                           00003715
               IF BRS-SUMMARY                                           00003725
                   MOVE 'Y' TO WS-BAL-AVAIL-SWITCH                      00003735
                   MOVE BRS-CHECK-COUNT TO WS-BAL-CHECK-COUNT           00003745
                   MOVE BRS-BREAK-COUNT TO WS-BAL-BREAK-COUNT           00003755
               ELSE                                                     00003765
                   IF BRS-BREAK                                         00003775
                       AND WS-BAL-BREAK-LOADED < WS-BAL-BREAK-MAX       00003785
                       ADD 1 TO WS-BAL-BREAK-LOADED                     00003795
                       MOVE BRS-BREAK-TEXT TO                           00003805
                           WS-BAL-BREAK-TEXT (WS-BAL-BREAK-LOADED)      00003815
                   END-IF                                               00003825
               END-IF                                                   00003835
           END-IF.                                                      00003845
      *                                                                 00003855
       SET-STREAM-STATUS.                                               00003865
           IF WS-STATS-FOUND                                            00003875
               IF STAT-RETURN-CODE >= 8                                 00003885
                   MOVE 'Y' TO WS-ATTENTION-SWITCH                      00003895
               ELSE                                                     00003905
                   IF STAT-RETURN-CODE > 0                              00003915
                       MOVE 'Y' TO WS-WARNING-SWITCH                    00003925
                   END-IF                                               00003935
               END-IF                                                   00003945
           ELSE                                                         00003955
               MOVE 'Y' TO WS-ATTENTION-SWITCH                          00003965
           END-IF.                                                      00003975
           IF WS-REJECT-COUNT > 0                                       00003985
               MOVE 'Y' TO WS-WARNING-SWITCH                            00003995
           END-IF.                                                      00004005
           IF WS-AUD-REJECTED-COUNT > 0                                 00004015
               MOVE 'Y' TO WS-WARNING-SWITCH                            00004025
           END-IF.                                                      00004035
           IF WS-ACK-AVAILABLE                                          00004045
               IF AST-FAILED-COUNT > 0 OR AST-UNACKED-COUNT > 0         00004055
                   MOVE 'Y' TO WS-WARNING-SWITCH                        00004065
               END-IF                                                   00004075
           END-IF.                                                      00004085
           IF WS-BAL-AVAILABLE                                          00004095
               IF WS-BAL-BREAK-COUNT > 0                                00004105
                   MOVE 'Y' TO WS-WARNING-SWITCH                        00004115
               END-IF                                                   00004125
           END-IF.                                                      00004135
      *                                                                 00004145
       WRITE-SUMMARY-REPORT.                                            00004155
           PERFORM SET-STREAM-STATUS.                                   00004165
           MOVE SPACES TO WS-HEADING-LINE.                              00004175
           STRING 'EMPOPSUM MORNING OPERATIONS SUMMARY  '               00004185
                                          DELIMITED BY SIZE             00004195
               'BUSINESS DATE: '          DELIMITED BY SIZE             00004205
               WS-RUN-DATE                DELIMITED BY SIZE             00004215
               INTO WS-HEADING-LINE.                                    00004225
           MOVE '1' TO WS-PRINT-CC.                                     00004235
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00004245
           WRITE OPSRPT-RECORD FROM WS-PRINT-LINE.                      00004255
           MOVE SPACES TO WS-REPORT-LINE.                               00004265
           PERFORM WRITE-REPORT-LINE.                                   00004275
           MOVE SPACES TO WS-REPORT-LINE.                               00004285
           EVALUATE TRUE                                                00004295
               WHEN WS-STREAM-ATTENTION                                 00004305
                   MOVE 'STREAM STATUS: *** ATTENTION ***'              00004315
                       TO WS-REPORT-LINE                                00004325
               WHEN WS-STREAM-WARNING                                   00004335
                   MOVE 'STREAM STATUS: COMPLETED WITH WARNINGS'        00004345
                       TO WS-REPORT-LINE                                00004355
               WHEN OTHER                                               00004365
                   MOVE 'STREAM STATUS: CLEAN'                          00004375
                       TO WS-REPORT-LINE                                00004385
           END-EVALUATE.                                                00004395
           PERFORM WRITE-REPORT-LINE.                                   00004405
           MOVE SPACES TO WS-REPORT-LINE.                               00004415
           PERFORM WRITE-REPORT-LINE.                                   00004425
           PERFORM WRITE-GREETING-SECTION.                              00004435
           PERFORM WRITE-REJECT-SECTION.                                00004445
           PERFORM WRITE-MAINT-SECTION.                                 00004455
           PERFORM WRITE-DELTA-SECTION.                                 00004465
           PERFORM WRITE-GATEWAY-SECTION.                               00004475
           PERFORM WRITE-BALANCE-SECTION.                               00004485
      *                                                                 00004495
       WRITE-GREETING-SECTION.                                          00004505
           IF WS-STATS-FOUND                                            00004515
               MOVE SPACES TO WS-REPORT-LINE                            00004525
               STRING 'GREETING RUN  '     DELIMITED BY SIZE            00004535
                   STAT-RUN-TIMESTAMP      DELIMITED BY SIZE            00004545
                   '  MODE: '              DELIMITED BY SIZE            00004555
                   STAT-RUN-MODE           DELIMITED BY SIZE            00004565
                   '  RC: '                DELIMITED BY SIZE            00004575
                   STAT-RETURN-CODE        DELIMITED BY SIZE            00004585
                   '  RESTART: '           DELIMITED BY SIZE            00004595
                   STAT-RESTART-SWITCH     DELIMITED BY SIZE            00004605
                   INTO WS-REPORT-LINE                                  00004615
               PERFORM WRITE-REPORT-LINE                                00004625
               MOVE SPACES TO WS-REPORT-LINE                            00004635
               STRING '  READ: '           DELIMITED BY SIZE            00004645
                   STAT-RECORDS-READ       DELIMITED BY SIZE            00004655
                   '  GREETED: '           DELIMITED BY SIZE            00004665
                   STAT-GREETINGS-WRITTEN  DELIMITED BY SIZE            00004675
                   '  BAD DATA: '          DELIMITED BY SIZE            00004685
                   STAT-BAD-DATA-COUNT     DELIMITED BY SIZE            00004695
                   INTO WS-REPORT-LINE                                  00004705
               PERFORM WRITE-REPORT-LINE                                00004715
           ELSE                                                         00004725
               MOVE 'GREETING RUN  NOT AVAILABLE'                       00004735
                   TO WS-REPORT-LINE                                    00004745
               PERFORM WRITE-REPORT-LINE                                00004755
           END-IF.                                                      00004765
      *                                                                 00004775
       WRITE-REJECT-SECTION.                                            00004785
           IF WS-REJECTS-AVAILABLE                                      00004795
               MOVE SPACES TO WS-REPORT-LINE                            00004805
               STRING 'REJECTS       COUNT: '                           00004815
                                           DELIMITED BY SIZE            00004825
                   WS-REJECT-COUNT         DELIMITED BY SIZE            00004835
                   INTO WS-REPORT-LINE                                  00004845
               PERFORM WRITE-REPORT-LINE                                00004855
           ELSE                                                         00004865
               MOVE 'REJECTS       NOT AVAILABLE'                       00004875
                   TO WS-REPORT-LINE                                    00004885
               PERFORM WRITE-REPORT-LINE                                00004895
           END-IF.                                                      00004905
      *                                                                 00004915
       WRITE-MAINT-SECTION.                                             00004925
           IF WS-AUDIT-AVAILABLE                                        00004935
               MOVE SPACES TO WS-REPORT-LINE                            00004945
               STRING 'MAINTENANCE   APPLIED: '                         00004955
                                           DELIMITED BY SIZE            00004965
                   WS-AUD-APPLIED-COUNT    DELIMITED BY SIZE            00004975
                   '  REJECTED: '          DELIMITED BY SIZE            00004985
                   WS-AUD-REJECTED-COUNT   DELIMITED BY SIZE            00004995
                   '  HELD: '              DELIMITED BY SIZE            00005005
                   WS-AUD-HELD-COUNT       DELIMITED BY SIZE            00005015
                   '  SKIPPED: '           DELIMITED BY SIZE            00005025
                   WS-AUD-SKIPPED-COUNT    DELIMITED BY SIZE            00005035
                   INTO WS-REPORT-LINE                                  00005045
               PERFORM WRITE-REPORT-LINE                                00005055
           ELSE                                                         00005065
               MOVE 'MAINTENANCE   NOT AVAILABLE'                       00005075
                   TO WS-REPORT-LINE                                    00005085
               PERFORM WRITE-REPORT-LINE                                00005095
           END-IF.                                                      00005105
      *                                                                 00005115
       WRITE-DELTA-SECTION.                                             00005125
           IF WS-DELTA-AVAILABLE                                        00005135
               MOVE SPACES TO WS-REPORT-LINE                            00005145
               STRING 'ROSTER DELTA  NEW: '                             00005155
                                           DELIMITED BY SIZE            00005165
                   DST-NEW-COUNT           DELIMITED BY SIZE            00005175
                   '  DROPPED: '           DELIMITED BY SIZE            00005185
                   DST-DROP-COUNT          DELIMITED BY SIZE            00005195
                   '  TRANSFERS: '         DELIMITED BY SIZE            00005205
                   DST-XFER-COUNT          DELIMITED BY SIZE            00005215
                   '  NAME CHANGES: '      DELIMITED BY SIZE            00005225
                   DST-NCHG-COUNT          DELIMITED BY SIZE            00005235
                   INTO WS-REPORT-LINE                                  00005245
               PERFORM WRITE-REPORT-LINE                                00005255
           ELSE                                                         00005265
               MOVE 'ROSTER DELTA  NOT AVAILABLE'                       00005275
                   TO WS-REPORT-LINE                                    00005285
               PERFORM WRITE-REPORT-LINE                                00005295
           END-IF.                                                      00005305
      *                                                                 00005315
       WRITE-GATEWAY-SECTION.                                           00005325
           IF WS-ACK-AVAILABLE                                          00005335
               MOVE SPACES TO WS-REPORT-LINE                            00005345
               STRING 'GATEWAY ACKS  HANDOFF: '                         00005355
                                           DELIMITED BY SIZE            00005365
                   AST-HANDOFF-DATE        DELIMITED BY SIZE            00005375
                   '  DELIVERED: '         DELIMITED BY SIZE            00005385
                   AST-DELIVERED-COUNT     DELIMITED BY SIZE            00005395
                   '  FAILED: '            DELIMITED BY SIZE            00005405
                   AST-FAILED-COUNT        DELIMITED BY SIZE            00005415
                   '  UNACKNOWLEDGED: '    DELIMITED BY SIZE            00005425
                   AST-UNACKED-COUNT       DELIMITED BY SIZE            00005435
                   INTO WS-REPORT-LINE                                  00005445
               PERFORM WRITE-REPORT-LINE                                00005455
               IF AST-NOT-FOUND-COUNT > 0                               00005465
                       OR AST-NOT-POSTED-COUNT > 0                      00005475
                   MOVE SPACES TO WS-REPORT-LINE                        00005485
                   STRING '  NOT ON ROSTER: '  DELIMITED BY SIZE        00005495
                       AST-NOT-FOUND-COUNT     DELIMITED BY SIZE        00005505
                       '  NOT POSTED: '        DELIMITED BY SIZE        00005515
                       AST-NOT-POSTED-COUNT    DELIMITED BY SIZE        00005525
                       INTO WS-REPORT-LINE                              00005535
                   PERFORM WRITE-REPORT-LINE                            00005545
               END-IF                                                   00005555
           ELSE                                                         00005565
               MOVE 'GATEWAY ACKS  NOT AVAILABLE'                       00005575
                   TO WS-REPORT-LINE                                    00005585
               PERFORM WRITE-REPORT-LINE                                00005595
           END-IF.                                                      00005605
      *                                                                 00005615
       WRITE-BALANCE-SECTION.                                           00005625
           IF WS-BAL-AVAILABLE                                          00005635
               MOVE SPACES TO WS-REPORT-LINE                            00005645
               STRING 'STREAM BALANCE  CHECKS: '                        00005655
                                           DELIMITED BY SIZE            00005665
                   WS-BAL-CHECK-COUNT      DELIMITED BY SIZE            00005675
                   '  BREAKS: '            DELIMITED BY SIZE            00005685
                   WS-BAL-BREAK-COUNT      DELIMITED BY SIZE            00005695
                   INTO WS-REPORT-LINE                                  00005705
               PERFORM WRITE-REPORT-LINE                                00005715
               PERFORM WRITE-BALANCE-BREAK                              00005725
                   VARYING WS-BAL-BREAK-SUB FROM 1 BY 1                 00005735
                   UNTIL WS-BAL-BREAK-SUB > WS-BAL-BREAK-LOADED         00005745
           ELSE                                                         00005755
               MOVE 'STREAM BALANCE  NOT AVAILABLE'                     00005765
                   TO WS-REPORT-LINE                                    00005775
               PERFORM WRITE-REPORT-LINE                                00005785
           END-IF.                                                      00005795
      *                                                                 00005805
       WRITE-BALANCE-BREAK.                                             00005815
           MOVE SPACES TO WS-REPORT-LINE.                               00005825
           STRING '  BREAK: '              DELIMITED BY SIZE            00005835
               WS-BAL-BREAK-TEXT (WS-BAL-BREAK-SUB)                     00005845
                                           DELIMITED BY SIZE            00005855
               INTO WS-REPORT-LINE.                                     00005865
           PERFORM WRITE-REPORT-LINE.                                   00005875
      *                                                                 00005885
       WRITE-REPORT-LINE.                                               00005895
           MOVE ' ' TO WS-PRINT-CC.                                     00005905
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00005915
           WRITE OPSRPT-RECORD FROM WS-PRINT-LINE.                      00005925
      *                                                                 00005935
       TERMINATE-RUN.                                                   00005945
           IF WS-OPSRPT-OPEN-OK                                         00005955
               CLOSE OPSRPT                                             00005965
           END-IF.                                                      00005975
           IF WS-STREAM-ATTENTION AND RETURN-CODE = 0                   00005985
               MOVE 8 TO RETURN-CODE                                    00005995
           ELSE                                                         00006005
               IF WS-STREAM-WARNING AND RETURN-CODE = 0                 00006015
                   MOVE 4 TO RETURN-CODE                                00006025
               END-IF                                                   00006035
           END-IF.                                                      00006045
           DISPLAY 'EMPOPSUM: REJECTS: ' WS-REJECT-COUNT                00006055
               '  MAINT A/R/H: ' WS-AUD-APPLIED-COUNT                   00006065
               '/' WS-AUD-REJECTED-COUNT                                00006075
               '/' WS-AUD-HELD-COUNT.                                   00006085
      *                                                                 00006095
       MAIN-LOGIC-EXIT.                                                 00006105
           STOP RUN.                                                    00006115
