      * TOTALS TRAILER ROW, TO THE DATASET THE MORNING                  00000090
      * FILE-TRANSFER JOB SWEEPS.  THE                                  00000100
      * ASSOCIATE NAME IS QUOTED BECAUSE IT MAY CONTAIN A COMMA.        00000110
      * THE TRAILER'S SENT COUNT IS THE 'S' (HANDED OFF TO THE          00000112
      * MESSAGING GATEWAY, NOT YET ACKNOWLEDGED) COUNT; THE             00000114
      * DELIVERED ('D') AND FAILED ('F') COUNTS POSTED BY HWACKPST      00000116
      * FOLLOW THE RUN DATE SO EXISTING COLUMN POSITIONS HOLD.          00000118
      *                                                                 00000120
       ENVIRONMENT DIVISION.                                            00000130
       CONFIGURATION SECTION.                                           00000140
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000270
               ORGANIZATION IS SEQUENTIAL                               00000280
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000290
           SELECT LEDGER ASSIGN TO LEDGER                               00000292
               ORGANIZATION IS SEQUENTIAL                               00000294
               FILE STATUS IS WS-LEDGER-STATUS.                         00000296
      *                                                                 00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
           RECORDING MODE IS F.                                         00000440
       01  RUNCTL-REC                      PIC X(80).                   00000450
      *                                                                 00000460
       FD  LEDGER                                                       00000461
           LABEL RECORDS ARE STANDARD                                   00000462
           RECORDING MODE IS F.                                         00000463
       01  LEDGER-REC                      PIC X(80).                   00000464
      *                                                                 00000465
       WORKING-STORAGE SECTION.                                         00000470
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000480
       01  WS-CSVOUT-STATUS                PIC X(02) VALUE '00'.        00000490
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000500
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00000505
       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.         00000510
           88  WS-EOF-YES                            VALUE 'Y'.         00000520
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000530
       01  WS-ROWS-WRITTEN                 PIC 9(09) VALUE ZERO.        00000580
       01  WS-SENT-COUNT                   PIC 9(09) VALUE ZERO.        00000590
       01  WS-PENDING-COUNT                PIC 9(09) VALUE ZERO.        00000600
       01  WS-DELIVERED-COUNT              PIC 9(09) VALUE ZERO.        00000603
       01  WS-FAILED-COUNT                 PIC 9(09) VALUE ZERO.        00000606
       01  WS-BLANK-NAME-COUNT             PIC 9(09) VALUE ZERO.        00000610
       01  WS-NAME-SUB                     PIC 9(02) VALUE ZERO COMP.   00000620
       01  WS-NAME-LEN                     PIC 9(02) VALUE ZERO COMP.   00000630
           05  WS-RDT-DD                   PIC X(02).                   00000710
           COPY EMPREC.                                                 00000720
           COPY RUNCTL.                                                 00000730
           COPY BALLDG.                                                 00000735
      *                                                                 00000740
       PROCEDURE DIVISION.                                              00000750
      *                                                                 00000760
           END-READ.                                                    00001520
      *                                                                 00001530
       WRITE-CSV-ROW.                                                   00001540
           EVALUATE TRUE                                                00001546
               WHEN EMP-GREETING-SENT                                   00001552
                   ADD 1 TO WS-SENT-COUNT                               00001558
               WHEN EMP-GREETING-PENDING                                00001564
                   ADD 1 TO WS-PENDING-COUNT                            00001570
               WHEN EMP-GREETING-DELIVERED                              00001576
                   ADD 1 TO WS-DELIVERED-COUNT                          00001582
               WHEN EMP-GREETING-FAILED                                 00001588
                   ADD 1 TO WS-FAILED-COUNT                             00001594
               WHEN OTHER                                               00001600
                   CONTINUE                                             00001606
           END-EVALUATE.                                                00001612
           MOVE ZERO TO WS-NAME-LEN.                                    00001620
           PERFORM SCAN-NAME-CHAR                                       00001630
               VARYING WS-NAME-SUB FROM 1 BY 1                          00001640
               WS-BLANK-NAME-COUNT        DELIMITED BY SIZE             00002220
               ','                        DELIMITED BY SIZE             00002230
               WS-RUN-DATE                DELIMITED BY SIZE             00002240
               ','                        DELIMITED BY SIZE             00002242
               WS-DELIVERED-COUNT         DELIMITED BY SIZE             00002244
               ','                        DELIMITED BY SIZE             00002246
               WS-FAILED-COUNT            DELIMITED BY SIZE             00002248
               INTO WS-CSV-LINE.                                        00002250
           WRITE CSVOUT-RECORD FROM WS-CSV-LINE.                        00002260
           IF WS-CSVOUT-STATUS NOT = '00'                               00002270
           END-IF.                                                      00002400
           DISPLAY 'EMPCSV: RECORDS READ: ' WS-RECORDS-READ             00002410
               '  ROWS WRITTEN: ' WS-ROWS-WRITTEN.                      00002420
           DISPLAY 'EMPCSV: DELIVERED: ' WS-DELIVERED-COUNT             00002422
               '  FAILED: ' WS-FAILED-COUNT                             00002424
               '  UNACKNOWLEDGED: ' WS-SENT-COUNT.                      00002426
           PERFORM WRITE-LEDGER-RECORD.                                 00002428
      *                                                                 00002430
      * THE STREAM BALANCING RECORD (SEE BALLDG).  RECEIVED IS THE      00002440
      * MASTER RECORDS READ AND PASSED IS THE DATA ROWS WRITTEN -       00002450
      * THE SAME TWO COUNTS THE TOTALS TRAILER ROW CARRIES.  NO ROW     00002460
      * IS DIVERTED; A BLANK NAME STILL GETS A ROW.                     00002470
       WRITE-LEDGER-RECORD.                                             00002480
           OPEN EXTEND LEDGER.                                          00002490
           IF WS-LEDGER-STATUS = '00'                                   00002500
               MOVE SPACES TO BALLDG-RECORD                             00002510
               MOVE WS-RUN-DATE TO LDG-BUSINESS-DATE                    00002520
               MOVE 'EMPCSV' TO LDG-PROGRAM-ID                          00002530
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00002540
               MOVE WS-RECORDS-READ TO LDG-RECEIVED-COUNT               00002550
               MOVE WS-ROWS-WRITTEN TO LDG-PASSED-COUNT                 00002560
               MOVE ZERO TO LDG-REJECTED-COUNT                          00002570
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00002580
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00002590
               IF WS-LEDGER-STATUS NOT = '00'                           00002600
                   DISPLAY 'EMPCSV: LEDGER WRITE ERROR, '               00002610
                       'STATUS = ' WS-LEDGER-STATUS                     00002620
               END-IF                                                   00002630
               CLOSE LEDGER                                             00002640
           ELSE                                                         00002650
               DISPLAY 'EMPCSV: LEDGER OPEN FAILED, STATUS = '          00002660
                   WS-LEDGER-STATUS                                     00002670
           END-IF.                                                      00002680
      *                                                                 00002690
       MAIN-LOGIC-EXIT.                                                 00002700
           STOP RUN.                                                    00002710
