      * SELECTION IS BY AN OPTIONAL AUDSEL CONTROL CARD - DATE          00000100
      * RANGE, USER ID, AND REASON CODE - A MISSING CARD OR FILE        00000110
      * REPORTS THE WHOLE AUDIT FILE.                                   00000120
      * A CLOSING SECTION BREAKS OUT THE AUTHORITY REJECTS (USER,       00000123
      * AUTH, LOAA, APPR) BY SUBMITTING USER FOR SECURITY TO FOLLOW UP. 00000126
      *                                                                 00000130
       ENVIRONMENT DIVISION.                                            00000140
       CONFIGURATION SECTION.                                           00000150
       FD  EMPAUDIT                                                     00000320
           LABEL RECORDS ARE STANDARD                                   00000330
           RECORDING MODE IS F.                                         00000340
       01  EMPAUDIT-REC                    PIC X(220).                  00000350
      *                                                                 00000360
       FD  AUDSEL                                                       00000370
           LABEL RECORDS ARE STANDARD                                   00000380
       01  WS-APPLIED-COUNT                PIC 9(09) VALUE ZERO.        00000730
       01  WS-REJECTED-COUNT               PIC 9(09) VALUE ZERO.        00000740
       01  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO.        00000750
       01  WS-SKIPPED-COUNT                PIC 9(09) VALUE ZERO.        00000755
       01  WS-AUTH-REJECT-COUNT            PIC 9(09) VALUE ZERO.        00000756
       01  WS-USR-AUTH-TOTAL               PIC 9(09) VALUE ZERO.        00000757
       01  WS-REASON-SUB                   PIC 9(02) VALUE ZERO COMP.   00000760
       01  WS-REASON-SET-SWITCH            PIC X(01) VALUE 'N'.         00000770
           88  WS-REASON-SET                         VALUE 'Y'.         00000780
       01  WS-REASON-TABLE.                                             00000790
           05  WS-REASON-ENTRY             OCCURS 14 TIMES.             00000800
               10  WS-RSN-CODE             PIC X(04).                   00000810
               10  WS-RSN-COUNT            PIC 9(09).                   00000820
       01  WS-USER-TABLE.                                               00000830
               10  WS-USR-APPLIED          PIC 9(09).                   00000910
               10  WS-USR-REJECTED         PIC 9(09).                   00000920
               10  WS-USR-HELD             PIC 9(09).                   00000930
               10  WS-USR-SKIPPED          PIC 9(09).                   00000935
               10  WS-USR-UNKNOWN          PIC 9(09).                   00000936
               10  WS-USR-NOT-AUTH         PIC 9(09).                   00000937
               10  WS-USR-STATUS-AUTH      PIC 9(09).                   00000938
               10  WS-USR-NO-APPROVER      PIC 9(09).                   00000939
       01  WS-USER-FULL-SWITCH             PIC X(01) VALUE 'N'.         00000940
           88  WS-USER-FULL                          VALUE 'Y'.         00000950
       01  WS-USER-SUB                     PIC 9(03) VALUE ZERO COMP.   00000960
           MOVE 'NAME' TO WS-RSN-CODE (4).                              00001580
           MOVE 'SHFT' TO WS-RSN-CODE (5).                              00001590
           MOVE 'NOID' TO WS-RSN-CODE (6).                              00001600
           MOVE 'SEQN' TO WS-RSN-CODE (7).                              00001605
           MOVE 'USER' TO WS-RSN-CODE (8).                              00001606
           MOVE 'AUTH' TO WS-RSN-CODE (9).                              00001607
           MOVE 'LOAA' TO WS-RSN-CODE (10).                             00001608
           MOVE 'APPR' TO WS-RSN-CODE (11).                             00001609
           MOVE 'SUPV' TO WS-RSN-CODE (12).                             00001615
           MOVE 'HIRE' TO WS-RSN-CODE (13).                             00001620
           MOVE 'OTHR' TO WS-RSN-CODE (14).                             00001625
           PERFORM ZERO-REASON-COUNT                                    00001630
               VARYING WS-REASON-SUB FROM 1 BY 1                        00001635
               UNTIL WS-REASON-SUB > 14.                                00001640
      *                                                                 00001650
       ZERO-REASON-COUNT.                                               00001660
           MOVE ZERO TO WS-RSN-COUNT (WS-REASON-SUB).                   00001670
                   ADD 1 TO WS-APPLIED-COUNT                            00002320
               WHEN AUD-HELD                                            00002330
                   ADD 1 TO WS-HELD-COUNT                               00002340
               WHEN AUD-ALREADY-APPLIED                                 00002343
                   ADD 1 TO WS-SKIPPED-COUNT                            00002346
               WHEN OTHER                                               00002350
                   ADD 1 TO WS-REJECTED-COUNT                           00002360
                   PERFORM TALLY-REASON-COUNT                           00002370
           MOVE 'N' TO WS-REASON-SET-SWITCH.                            00002650
           PERFORM MATCH-REASON-ENTRY                                   00002660
               VARYING WS-REASON-SUB FROM 1 BY 1                        00002670
               UNTIL WS-REASON-SUB > 13                                 00002680
                   OR WS-REASON-SET.                                    00002690
           IF NOT WS-REASON-SET                                         00002700
               ADD 1 TO WS-RSN-COUNT (14)                               00002710
           END-IF.                                                      00002720
      *                                                                 00002730
       MATCH-REASON-ENTRY.                                              00002740
               MOVE ZERO TO WS-USR-APPLIED (WS-USER-IDX)                00003000
               MOVE ZERO TO WS-USR-REJECTED (WS-USER-IDX)               00003010
               MOVE ZERO TO WS-USR-HELD (WS-USER-IDX)                   00003020
               MOVE ZERO TO WS-USR-SKIPPED (WS-USER-IDX)                00003025
               MOVE ZERO TO WS-USR-UNKNOWN (WS-USER-IDX)                00003026
               MOVE ZERO TO WS-USR-NOT-AUTH (WS-USER-IDX)               00003027
               MOVE ZERO TO WS-USR-STATUS-AUTH (WS-USER-IDX)            00003028
               MOVE ZERO TO WS-USR-NO-APPROVER (WS-USER-IDX)            00003029
               PERFORM BUMP-USER-COUNTS                                 00003030
           ELSE                                                         00003040
               MOVE 'Y' TO WS-USER-FULL-SWITCH                          00003050
                   ADD 1 TO WS-USR-APPLIED (WS-USER-IDX)                00003110
               WHEN AUD-HELD                                            00003120
                   ADD 1 TO WS-USR-HELD (WS-USER-IDX)                   00003130
               WHEN AUD-ALREADY-APPLIED                                 00003133
                   ADD 1 TO WS-USR-SKIPPED (WS-USER-IDX)                00003136
               WHEN OTHER                                               00003140
                   ADD 1 TO WS-USR-REJECTED (WS-USER-IDX)               00003150
                   PERFORM BUMP-USER-AUTH-REJECTS                       00003155
           END-EVALUATE.                                                00003160
      *                                                                 00003170
       BUMP-USER-AUTH-REJECTS.                                          00003180
           EVALUATE TRUE                                                00003190
               WHEN AUD-REASON-UNKNOWN-USER                             00003200
                   ADD 1 TO WS-USR-UNKNOWN (WS-USER-IDX)                00003210
                   ADD 1 TO WS-AUTH-REJECT-COUNT                        00003220
               WHEN AUD-REASON-NOT-AUTHORIZED                           00003230
                   ADD 1 TO WS-USR-NOT-AUTH (WS-USER-IDX)               00003240
                   ADD 1 TO WS-AUTH-REJECT-COUNT                        00003250
               WHEN AUD-REASON-STATUS-AUTHORITY                         00003260
                   ADD 1 TO WS-USR-STATUS-AUTH (WS-USER-IDX)            00003270
                   ADD 1 TO WS-AUTH-REJECT-COUNT                        00003280
               WHEN AUD-REASON-NO-APPROVER                              00003290
                   ADD 1 TO WS-USR-NO-APPROVER (WS-USER-IDX)            00003300
                   ADD 1 TO WS-AUTH-REJECT-COUNT                        00003310
               WHEN OTHER                                               00003320
                   CONTINUE                                             00003330
           END-EVALUATE.                                                00003340
      *                                                                 00003350
       WRITE-PAGE-HEADING.                                              00003360
           ADD 1 TO WS-PAGE-NUMBER.                                     00003370
           MOVE SPACES TO WS-HEADING-LINE.                              00003380
           STRING 'EMPAUDRP MAINTENANCE AUDIT ACTIVITY REPORT  '        00003390
                                          DELIMITED BY SIZE             00003400
               'RUN DATE: '               DELIMITED BY SIZE             00003410
               WS-RUN-DATE                DELIMITED BY SIZE             00003420
               '  PAGE '                  DELIMITED BY SIZE             00003430
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00003440
               INTO WS-HEADING-LINE.                                    00003450
           MOVE '1' TO WS-PRINT-CC.                                     00003460
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00003470
           WRITE AUDITRPT-RECORD FROM WS-PRINT-LINE.                    00003480
           MOVE SPACES TO WS-HEADING-LINE.                              00003490
           STRING 'DATE       TIME      USER ID   ACT  DISP  '          00003500
                                          DELIMITED BY SIZE             00003510
               'RSN     ASSOC ID  NAME'   DELIMITED BY SIZE             00003520
               INTO WS-HEADING-LINE.                                    00003530
           MOVE ' ' TO WS-PRINT-CC.                                     00003540
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00003550
           WRITE AUDITRPT-RECORD FROM WS-PRINT-LINE.                    00003560
           MOVE 2 TO WS-LINE-COUNT.                                     00003570
      *                                                                 00003580
       WRITE-REPORT-LINE.                                               00003590
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00003600
               PERFORM WRITE-PAGE-HEADING                               00003610
           END-IF.                                                      00003620
           MOVE ' ' TO WS-PRINT-CC.                                     00003630
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00003640
           WRITE AUDITRPT-RECORD FROM WS-PRINT-LINE.                    00003650
           ADD 1 TO WS-LINE-COUNT.                                      00003660
      *                                                                 00003670
       WRITE-SUMMARY-SECTION.                                           00003680
           MOVE SPACES TO WS-REPORT-LINE.                               00003690
           PERFORM WRITE-REPORT-LINE.                                   00003700
           MOVE SPACES TO WS-REPORT-LINE.                               00003710
           STRING 'SELECTION - FROM: '    DELIMITED BY SIZE             00003720
               WS-SEL-FROM-DATE           DELIMITED BY SIZE             00003730
               '  THRU: '                 DELIMITED BY SIZE             00003740
               WS-SEL-THRU-DATE           DELIMITED BY SIZE             00003750
               '  USER: '                 DELIMITED BY SIZE             00003760
               WS-SEL-USER-ID             DELIMITED BY SIZE             00003770
               '  REASON: '               DELIMITED BY SIZE             00003780
               WS-SEL-REASON-CODE         DELIMITED BY SIZE             00003790
               INTO WS-REPORT-LINE.                                     00003800
           PERFORM WRITE-REPORT-LINE.                                   00003810
           MOVE SPACES TO WS-REPORT-LINE.                               00003820
           STRING 'RECORDS READ: '        DELIMITED BY SIZE             00003830
               WS-RECORDS-READ            DELIMITED BY SIZE             00003840
               '  SELECTED: '             DELIMITED BY SIZE             00003850
               WS-RECORDS-SELECTED        DELIMITED BY SIZE             00003860
               '  APPLIED: '              DELIMITED BY SIZE             00003870
               WS-APPLIED-COUNT           DELIMITED BY SIZE             00003880
               '  REJECTED: '             DELIMITED BY SIZE             00003890
               WS-REJECTED-COUNT          DELIMITED BY SIZE             00003900
               '  HELD: '                 DELIMITED BY SIZE             00003910
               WS-HELD-COUNT              DELIMITED BY SIZE             00003920
               '  SKIPPED: '              DELIMITED BY SIZE             00003930
               WS-SKIPPED-COUNT           DELIMITED BY SIZE             00003940
               INTO WS-REPORT-LINE.                                     00003950
           PERFORM WRITE-REPORT-LINE.                                   00003960
           MOVE SPACES TO WS-REPORT-LINE.                               00003970
           PERFORM WRITE-REPORT-LINE.                                   00003980
           MOVE 'REJECTED BY REASON CODE' TO WS-REPORT-LINE.            00003990
           PERFORM WRITE-REPORT-LINE.                                   00004000
           PERFORM WRITE-REASON-LINE                                    00004010
               VARYING WS-REASON-SUB FROM 1 BY 1                        00004020
               UNTIL WS-REASON-SUB > 14.                                00004030
           MOVE SPACES TO WS-REPORT-LINE.                               00004040
           PERFORM WRITE-REPORT-LINE.                                   00004050
           MOVE 'ACTIVITY BY USER' TO WS-REPORT-LINE.                   00004060
           PERFORM WRITE-REPORT-LINE.                                   00004070
           PERFORM WRITE-USER-LINE                                      00004080
               VARYING WS-USER-SUB FROM 1 BY 1                          00004090
               UNTIL WS-USER-SUB > WS-USER-COUNT.                       00004100
           IF WS-USER-FULL                                              00004110
               MOVE SPACES TO WS-REPORT-LINE                            00004120
               STRING 'WARNING - USER TABLE FULL, USER '                00004130
                                          DELIMITED BY SIZE             00004140
                   'SUMMARY IS INCOMPLETE' DELIMITED BY SIZE            00004150
                   INTO WS-REPORT-LINE                                  00004160
               PERFORM WRITE-REPORT-LINE                                00004170
           END-IF.                                                      00004180
           PERFORM WRITE-AUTHORITY-SECTION.                             00004190
      *                                                                 00004200
      * AUTHORITY REJECTS BY SUBMITTING USER - UNKNOWN USER (USER),     00004210
      * ACTION NOT GRANTED (AUTH), STATUS CHANGE NOT GRANTED (LOAA)     00004220
      * AND DELETE WITHOUT A VALID SECOND APPROVER (APPR).              00004230
       WRITE-AUTHORITY-SECTION.                                         00004240
           MOVE SPACES TO WS-REPORT-LINE.                               00004250
           PERFORM WRITE-REPORT-LINE.                                   00004260
           MOVE 'AUTHORITY REJECTS BY USER' TO WS-REPORT-LINE.          00004270
           PERFORM WRITE-REPORT-LINE.                                   00004280
           IF WS-AUTH-REJECT-COUNT = ZERO                               00004290
               MOVE '  NONE' TO WS-REPORT-LINE                          00004300
               PERFORM WRITE-REPORT-LINE                                00004310
           ELSE                                                         00004320
               PERFORM WRITE-AUTHORITY-LINE                             00004330
                   VARYING WS-USER-SUB FROM 1 BY 1                      00004340
                   UNTIL WS-USER-SUB > WS-USER-COUNT                    00004350
               MOVE SPACES TO WS-REPORT-LINE                            00004360
               STRING '  TOTAL AUTHORITY REJECTS: '                     00004370
                                          DELIMITED BY SIZE             00004380
                   WS-AUTH-REJECT-COUNT   DELIMITED BY SIZE             00004390
                   INTO WS-REPORT-LINE                                  00004400
               PERFORM WRITE-REPORT-LINE                                00004410
           END-IF.                                                      00004420
      *                                                                 00004430
       WRITE-AUTHORITY-LINE.                                            00004440
           COMPUTE WS-USR-AUTH-TOTAL = WS-USR-UNKNOWN (WS-USER-SUB)     00004450
               + WS-USR-NOT-AUTH (WS-USER-SUB)                          00004460
               + WS-USR-STATUS-AUTH (WS-USER-SUB)                       00004470
               + WS-USR-NO-APPROVER (WS-USER-SUB).                      00004480
           IF WS-USR-AUTH-TOTAL > ZERO                                  00004490
               MOVE SPACES TO WS-REPORT-LINE                            00004500
               STRING '  '                DELIMITED BY SIZE             00004510
                   WS-USR-ID (WS-USER-SUB)                              00004520
                                          DELIMITED BY SIZE             00004530
                   '  USER: '             DELIMITED BY SIZE             00004540
                   WS-USR-UNKNOWN (WS-USER-SUB)                         00004550
                                          DELIMITED BY SIZE             00004560
                   '  AUTH: '             DELIMITED BY SIZE             00004570
                   WS-USR-NOT-AUTH (WS-USER-SUB)                        00004580
                                          DELIMITED BY SIZE             00004590
                   '  LOAA: '             DELIMITED BY SIZE             00004600
                   WS-USR-STATUS-AUTH (WS-USER-SUB)                     00004610
                                          DELIMITED BY SIZE             00004620
                   '  APPR: '             DELIMITED BY SIZE             00004630
                   WS-USR-NO-APPROVER (WS-USER-SUB)                     00004640
                                          DELIMITED BY SIZE             00004650
                   '  TOTAL: '            DELIMITED BY SIZE             00004660
                   WS-USR-AUTH-TOTAL      DELIMITED BY SIZE             00004670
                   INTO WS-REPORT-LINE                                  00004680
               PERFORM WRITE-REPORT-LINE                                00004690
           END-IF.                                                      00004700
      *                                                                 00004710
       WRITE-REASON-LINE.                                               00004720
           MOVE SPACES TO WS-REPORT-LINE.                               00004730
           STRING '  '                    DELIMITED BY SIZE             00004740
               WS-RSN-CODE (WS-REASON-SUB)                              00004750
                                          DELIMITED BY SIZE             00004760
               '  '                       DELIMITED BY SIZE             00004770
               WS-RSN-COUNT (WS-REASON-SUB)                             00004780
                                          DELIMITED BY SIZE             00004790
               INTO WS-REPORT-LINE.                                     00004800
           PERFORM WRITE-REPORT-LINE.                                   00004810
      *                                                                 00004820
       WRITE-USER-LINE.                                                 00004830
           MOVE SPACES TO WS-REPORT-LINE.                               00004840
           STRING '  '                    DELIMITED BY SIZE             00004850
               WS-USR-ID (WS-USER-SUB)    DELIMITED BY SIZE             00004860
               '  APPLIED: '              DELIMITED BY SIZE             00004870
               WS-USR-APPLIED (WS-USER-SUB)                             00004880
                                          DELIMITED BY SIZE             00004890
               '  REJECTED: '             DELIMITED BY SIZE             00004900
               WS-USR-REJECTED (WS-USER-SUB)                            00004910
                                          DELIMITED BY SIZE             00004920
               '  HELD: '                 DELIMITED BY SIZE             00004930
               WS-USR-HELD (WS-USER-SUB)  DELIMITED BY SIZE             00004940
               '  SKIPPED: '              DELIMITED BY SIZE             00004950
               WS-USR-SKIPPED (WS-USER-SUB)                             00004960
                                          DELIMITED BY SIZE             00004970
               INTO WS-REPORT-LINE.                                     00004980
           PERFORM WRITE-REPORT-LINE.                                   00004990
      *                                                                 00005000
       TERMINATE-RUN.                                                   00005010
           IF WS-EMPAUDIT-OPEN-OK                                       00005020
               CLOSE EMPAUDIT                                           00005030
           END-IF.                                                      00005040
           IF WS-AUDITRPT-OPEN-OK                                       00005050
               PERFORM WRITE-SUMMARY-SECTION                            00005060
               CLOSE AUDITRPT                                           00005070
           END-IF.                                                      00005080
           DISPLAY 'EMPAUDRP: RECORDS READ:     ' WS-RECORDS-READ.      00005090
           DISPLAY 'EMPAUDRP: RECORDS SELECTED: '                       00005100
               WS-RECORDS-SELECTED.                                     00005110
      *                                                                 00005120
       MAIN-LOGIC-EXIT.                                                 00005130
           STOP RUN.                                                    00005140
