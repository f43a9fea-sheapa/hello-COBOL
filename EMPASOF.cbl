       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPASOF.                                             00000020
      *                                                                 00000030
      * CARD-DRIVEN AS-OF-DATE INQUIRY AGAINST THE ASSOCIATE            00000040
      * HISTORY FILE (SEE EMPHST), BUILT ON THE SAME LINES AS THE       00000050
      * EMPINQ HELP-DESK INQUIRY.  TWO CARD TYPES -                     00000060
      *   'A' - ASSOCIATE ID AND DATE.  PRINTS THE NAME, SHIFT, AND     00000070
      *         EMPLOYMENT STATUS IN EFFECT FOR THAT ID ON THAT         00000080
      *         DATE, WITH THE DATE THEY TOOK EFFECT AND WHERE THE      00000090
      *         CHANGE CAME FROM, OR A LINE SAYING THE ASSOCIATE        00000100
      *         WAS NOT ON THE ROSTER THEN.                             00000110
      *   'R' - DATE ONLY.  REPRODUCES THE FULL SHIFT ROSTER AS OF      00000120
      *         THAT BUSINESS DATE, ONE SECTION PER SHIFT WITH A        00000130
      *         COUNT, AND A ROSTER TOTAL.                              00000140
      * THE ROW IN EFFECT ON A DATE IS THE LAST ROW FOR THE ID WHOSE    00000150
      * EFFECTIVE DATE IS NOT LATER THAN THAT DATE; THE KSDS KEY        00000160
      * (ID, EFFECTIVE DATE, ROW SEQUENCE) PRESENTS THE ROWS IN         00000170
      * EXACTLY THAT ORDER.                                             00000180
      *                                                                 00000190
       ENVIRONMENT DIVISION.                                            00000200
       CONFIGURATION SECTION.                                           00000210
       SOURCE-COMPUTER. IBM-ZOS.                                        00000220
       OBJECT-COMPUTER. IBM-ZOS.                                        00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT HISTORY ASSIGN TO HISTORY                             00000260
               ORGANIZATION IS INDEXED                                  00000270
               ACCESS MODE IS DYNAMIC                                   00000280
               RECORD KEY IS HSF-KEY                                    00000290
               FILE STATUS IS WS-HISTORY-STATUS.                        00000300
           SELECT ASOFCARD ASSIGN TO ASOFCARD                           00000310
               ORGANIZATION IS SEQUENTIAL                               00000320
               FILE STATUS IS WS-ASOFCARD-STATUS.                       00000330
           SELECT ASOFRPT ASSIGN TO ASOFRPT                             00000340
               ORGANIZATION IS SEQUENTIAL                               00000350
               FILE STATUS IS WS-ASOFRPT-STATUS.                        00000360
      *                                                                 00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
       FD  HISTORY                                                      00000400
           LABEL RECORDS ARE STANDARD.                                  00000410
           COPY EMPHST REPLACING ==EMPHIST-RECORD== BY ==HISTORY-REC==  00000420
               LEADING ==HST== BY ==HSF==.                              00000430
      *                                                                 00000440
       FD  ASOFCARD                                                     00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           RECORDING MODE IS F.                                         00000470
       01  ASOFCARD-RECORD.                                             00000480
           05  ASQ-REQUEST-TYPE            PIC X(01).                   00000490
               88  ASQ-ASSOCIATE-REQUEST           VALUE 'A'.           00000500
               88  ASQ-ROSTER-REQUEST              VALUE 'R'.           00000510
           05  FILLER                      PIC X(01).                   00000520
           05  ASQ-ASSOCIATE-ID            PIC X(08).                   00000530
           05  FILLER                      PIC X(01).                   00000540
           05  ASQ-AS-OF-DATE.                                          00000550
               10  ASQ-AOD-YYYY            PIC X(04).                   00000560
               10  ASQ-AOD-SEP1            PIC X(01).                   00000570
               10  ASQ-AOD-MM              PIC X(02).                   00000580
               10  ASQ-AOD-SEP2            PIC X(01).                   00000590
               10  ASQ-AOD-DD              PIC X(02).                   00000600
           05  FILLER                      PIC X(59).                   00000610
      *                                                                 00000620
       FD  ASOFRPT                                                      00000630
           LABEL RECORDS ARE STANDARD                                   00000640
           RECORDING MODE IS F.                                         00000650
       01  ASOFRPT-RECORD                  PIC X(133).                  00000660
      *                                                                 00000670
       WORKING-STORAGE SECTION.                                         00000680
       01  WS-HISTORY-STATUS               PIC X(02) VALUE '00'.        00000690
       01  WS-ASOFCARD-STATUS              PIC X(02) VALUE '00'.        00000700
       01  WS-ASOFRPT-STATUS               PIC X(02) VALUE '00'.        00000710
       01  WS-HISTORY-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000720
           88  WS-HISTORY-OPEN-OK                    VALUE 'Y'.         00000730
       01  WS-ASOFCARD-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00000740
           88  WS-ASOFCARD-OPEN-OK                   VALUE 'Y'.         00000750
       01  WS-ASOFRPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000760
           88  WS-ASOFRPT-OPEN-OK                    VALUE 'Y'.         00000770
       01  WS-ASOFCARD-EOF-SWITCH          PIC X(01) VALUE 'N'.         00000780
           88  WS-ASOFCARD-EOF                       VALUE 'Y'.         00000790
       01  WS-ID-END-SWITCH                PIC X(01) VALUE 'N'.         00000800
           88  WS-ID-END                             VALUE 'Y'.         00000810
       01  WS-CARD-VALID-SWITCH            PIC X(01) VALUE 'N'.         00000820
           88  WS-CARD-VALID                         VALUE 'Y'.         00000830
       01  WS-STATE-FOUND-SWITCH           PIC X(01) VALUE 'N'.         00000840
           88  WS-STATE-FOUND                        VALUE 'Y'.         00000850
       01  WS-ROSTER-FULL-SWITCH           PIC X(01) VALUE 'N'.         00000860
           88  WS-ROSTER-FULL                        VALUE 'Y'.         00000870
       01  WS-CARDS-READ                   PIC 9(09) VALUE ZERO.        00000880
       01  WS-CARDS-NOT-FOUND              PIC 9(09) VALUE ZERO.        00000890
       01  WS-CARDS-INVALID                PIC 9(09) VALUE ZERO.        00000900
       01  WS-BREAK-ID                     PIC X(08) VALUE SPACES.      00000910
      * THE ROW IN EFFECT FOR THE ID BEING SCANNED ON THE CARD DATE.    00000920
       01  WS-STATE-ROW.                                                00000930
           05  WS-STATE-ID                 PIC X(08).                   00000940
           05  WS-STATE-NAME               PIC X(30).                   00000950
           05  WS-STATE-SHIFT              PIC X(01).                   00000960
           05  WS-STATE-EMPLOYMENT         PIC X(01).                   00000970
           05  WS-STATE-TYPE               PIC X(01).                   00000980
               88  WS-STATE-ON-ROSTER              VALUE 'R'.           00000990
           05  WS-STATE-DATE               PIC X(10).                   00001000
           05  WS-STATE-SOURCE             PIC X(01).                   00001010
       01  WS-EMPL-TEXT                    PIC X(08) VALUE SPACES.      00001020
       01  WS-SOURCE-TEXT                  PIC X(08) VALUE SPACES.      00001030
       01  WS-SHIFT-CODES                  PIC X(03) VALUE '123'.       00001040
       01  WS-SHIFT-CODE-TABLE REDEFINES WS-SHIFT-CODES.                00001050
           05  WS-SHIFT-CODE               PIC X(01) OCCURS 3 TIMES.    00001060
       01  WS-SHIFT-TOTALS.                                             00001070
           05  WS-SHIFT-COUNT              PIC 9(05) OCCURS 3 TIMES.    00001080
       01  WS-SHIFT-SUB                    PIC 9(05) VALUE ZERO COMP.   00001090
       01  WS-OTHER-SHIFT-COUNT            PIC 9(05) VALUE ZERO.        00001100
       01  WS-LEAVE-COUNT                  PIC 9(05) VALUE ZERO.        00001110
       01  WS-COUNT-OUT                    PIC 9(05) VALUE ZERO.        00001120
       01  WS-ROSTER-SUB                   PIC 9(05) VALUE ZERO COMP.   00001130
       01  WS-ROSTER-TABLE.                                             00001140
           05  WS-ROSTER-MAX               PIC 9(05) VALUE 10000        00001150
                                           COMP.                        00001160
           05  WS-ROSTER-COUNT             PIC 9(05) VALUE ZERO         00001170
                                           COMP.                        00001180
           05  WS-ROSTER-ENTRY             OCCURS 10000 TIMES.          00001190
               10  WS-ROS-ID               PIC X(08).                   00001200
               10  WS-ROS-NAME             PIC X(30).                   00001210
               10  WS-ROS-SHIFT            PIC X(01).                   00001220
               10  WS-ROS-EMPLOYMENT       PIC X(01).                   00001230
               10  WS-ROS-DATE             PIC X(10).                   00001240
       01  WS-REPORT-LINE                  PIC X(133).                  00001250
       01  WS-HEADING-LINE                 PIC X(133).                  00001260
       01  WS-PRINT-LINE.                                               00001270
           05  WS-PRINT-CC                 PIC X(01).                   00001280
           05  WS-PRINT-TEXT               PIC X(132).                  00001290
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001300
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001310
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001320
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001330
       01  WS-RUN-DATE.                                                 00001340
           05  WS-RDT-YYYY                 PIC X(04).                   00001350
           05  FILLER                      PIC X(01) VALUE '-'.         00001360
           05  WS-RDT-MM                   PIC X(02).                   00001370
           05  FILLER                      PIC X(01) VALUE '-'.         00001380
           05  WS-RDT-DD                   PIC X(02).                   00001390
      *                                                                 00001400
       PROCEDURE DIVISION.                                              00001410
      *                                                                 00001420
       MAIN-LOGIC SECTION.                                              00001430
       BEGIN.                                                           00001440
           PERFORM INITIALIZE-RUN.                                      00001450
           PERFORM PROCESS-REQUEST-CARDS UNTIL WS-ASOFCARD-EOF.         00001460
           PERFORM TERMINATE-RUN.                                       00001470
           GO TO MAIN-LOGIC-EXIT.                                       00001480
      *                                                                 00001490
       INITIALIZE-RUN.                                                  00001500
           PERFORM GET-RUN-DATE.                                        00001510
           OPEN OUTPUT ASOFRPT.                                         00001520
           IF WS-ASOFRPT-STATUS = '00'                                  00001530
               MOVE 'Y' TO WS-ASOFRPT-OPEN-SWITCH                       00001540
               PERFORM WRITE-PAGE-HEADING                               00001550
           ELSE                                                         00001560
               DISPLAY 'EMPASOF: ASOFRPT OPEN FAILED, STATUS = '        00001570
                   WS-ASOFRPT-STATUS                                    00001580
               MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH                       00001590
               MOVE 8 TO RETURN-CODE                                    00001600
           END-IF.                                                      00001610
           IF WS-ASOFRPT-OPEN-OK                                        00001620
               OPEN INPUT HISTORY                                       00001630
               IF WS-HISTORY-STATUS = '00'                              00001640
                   MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH                   00001650
               ELSE                                                     00001660
                   DISPLAY 'EMPASOF: HISTORY OPEN FAILED, '             00001670
                       'STATUS = ' WS-HISTORY-STATUS                    00001680
                   MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH                   00001690
                   MOVE 8 TO RETURN-CODE                                00001700
               END-IF                                                   00001710
           END-IF.                                                      00001720
           IF WS-HISTORY-OPEN-OK                                        00001730
               OPEN INPUT ASOFCARD                                      00001740
               IF WS-ASOFCARD-STATUS = '00'                             00001750
                   MOVE 'Y' TO WS-ASOFCARD-OPEN-SWITCH                  00001760
               ELSE                                                     00001770
                   DISPLAY 'EMPASOF: ASOFCARD OPEN FAILED, '            00001780
                       'STATUS = ' WS-ASOFCARD-STATUS                   00001790
                   MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH                   00001800
                   MOVE 8 TO RETURN-CODE                                00001810
               END-IF                                                   00001820
           END-IF.                                                      00001830
      *                                                                 00001840
       GET-RUN-DATE.                                                    00001850
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00001860
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00001870
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00001880
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00001890
      *                                                                 00001900
       FATAL-IO-ERROR.                                                  00001910
           MOVE 'Y' TO WS-ID-END-SWITCH.                                00001920
           MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH.                          00001930
           MOVE 12 TO RETURN-CODE.                                      00001940
      *                                                                 00001950
       PROCESS-REQUEST-CARDS.                                           00001960
           READ ASOFCARD                                                00001970
               AT END                                                   00001980
                   MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH                   00001990
               NOT AT END                                               00002000
                   IF WS-ASOFCARD-STATUS NOT = '00'                     00002010
                       DISPLAY 'EMPASOF: ASOFCARD READ ERROR, '         00002020
                           'STATUS = ' WS-ASOFCARD-STATUS               00002030
                       MOVE 'Y' TO WS-ASOFCARD-EOF-SWITCH               00002040
                       MOVE 12 TO RETURN-CODE                           00002050
                   ELSE                                                 00002060
                       IF ASOFCARD-RECORD NOT = SPACES                  00002070
                           ADD 1 TO WS-CARDS-READ                       00002080
                           PERFORM ANSWER-REQUEST-CARD                  00002090
                       END-IF                                           00002100
                   END-IF                                               00002110
           END-READ.                                                    00002120
      *                                                                 00002130
       ANSWER-REQUEST-CARD.                                             00002140
           PERFORM VALIDATE-REQUEST-CARD.                               00002150
           IF WS-CARD-VALID                                             00002160
               IF ASQ-ASSOCIATE-REQUEST                                 00002170
                   PERFORM ANSWER-ASSOCIATE-CARD                        00002180
               ELSE                                                     00002190
                   PERFORM ANSWER-ROSTER-CARD                           00002200
               END-IF                                                   00002210
           ELSE                                                         00002220
               ADD 1 TO WS-CARDS-INVALID                                00002230
               MOVE SPACES TO WS-REPORT-LINE                            00002240
               STRING ASOFCARD-RECORD      DELIMITED BY SIZE            00002250
                   '  *** INVALID REQUEST CARD ***'                     00002260
                                           DELIMITED BY SIZE            00002270
                   INTO WS-REPORT-LINE                                  00002280
               PERFORM WRITE-REPORT-LINE                                00002290
           END-IF.                                                      00002300
      *                                                                 00002310
      * THE DATE MUST BE YYYY-MM-DD; AN ASSOCIATE CARD ALSO NEEDS       00002320
      * THE ASSOCIATE ID.                                               00002330
       VALIDATE-REQUEST-CARD.                                           00002340
           MOVE 'Y' TO WS-CARD-VALID-SWITCH.                            00002350
           IF NOT ASQ-ASSOCIATE-REQUEST                                 00002360
                   AND NOT ASQ-ROSTER-REQUEST                           00002370
               MOVE 'N' TO WS-CARD-VALID-SWITCH                         00002380
           END-IF.                                                      00002390
           IF ASQ-ASSOCIATE-REQUEST                                     00002400
                   AND ASQ-ASSOCIATE-ID = SPACES                        00002410
               MOVE 'N' TO WS-CARD-VALID-SWITCH                         00002420
           END-IF.                                                      00002430
           IF ASQ-AOD-YYYY NOT NUMERIC                                  00002440
                   OR ASQ-AOD-MM NOT NUMERIC                            00002450
                   OR ASQ-AOD-DD NOT NUMERIC                            00002460
                   OR ASQ-AOD-SEP1 NOT = '-'                            00002470
                   OR ASQ-AOD-SEP2 NOT = '-'                            00002480
               MOVE 'N' TO WS-CARD-VALID-SWITCH                         00002490
           ELSE                                                         00002500
               IF ASQ-AOD-MM < '01' OR ASQ-AOD-MM > '12'                00002510
                       OR ASQ-AOD-DD < '01' OR ASQ-AOD-DD > '31'        00002520
                   MOVE 'N' TO WS-CARD-VALID-SWITCH                     00002530
               END-IF                                                   00002540
           END-IF.                                                      00002550
      *                                                                 00002560
       ANSWER-ASSOCIATE-CARD.                                           00002570
           MOVE 'N' TO WS-STATE-FOUND-SWITCH.                           00002580
           MOVE ASQ-ASSOCIATE-ID TO WS-BREAK-ID.                        00002590
           PERFORM START-HISTORY-SCAN.                                  00002600
           PERFORM SCAN-ASSOCIATE-HISTORY UNTIL WS-ID-END.              00002610
           MOVE SPACES TO WS-REPORT-LINE.                               00002620
           EVALUATE TRUE                                                00002630
               WHEN RETURN-CODE = 12                                    00002640
                   CONTINUE                                             00002650
               WHEN NOT WS-STATE-FOUND                                  00002660
                   ADD 1 TO WS-CARDS-NOT-FOUND                          00002670
                   STRING 'ID '            DELIMITED BY SIZE            00002680
                       ASQ-ASSOCIATE-ID    DELIMITED BY SIZE            00002690
                       ' AS OF '           DELIMITED BY SIZE            00002700
                       ASQ-AS-OF-DATE      DELIMITED BY SIZE            00002710
                       '  *** NO HISTORY ON OR BEFORE THIS DATE ***'    00002720
                                           DELIMITED BY SIZE            00002730
                       INTO WS-REPORT-LINE                              00002740
                   PERFORM WRITE-REPORT-LINE                            00002750
               WHEN NOT WS-STATE-ON-ROSTER                              00002760
                   ADD 1 TO WS-CARDS-NOT-FOUND                          00002770
                   STRING 'ID '            DELIMITED BY SIZE            00002780
                       ASQ-ASSOCIATE-ID    DELIMITED BY SIZE            00002790
                       ' AS OF '           DELIMITED BY SIZE            00002800
                       ASQ-AS-OF-DATE      DELIMITED BY SIZE            00002810
                       '  '                DELIMITED BY SIZE            00002820
                       WS-STATE-NAME       DELIMITED BY SIZE            00002830
                       '  *** NOT ON ROSTER - LEFT '                    00002840
                                           DELIMITED BY SIZE            00002850
                       WS-STATE-DATE       DELIMITED BY SIZE            00002860
                       ' ***'              DELIMITED BY SIZE            00002870
                       INTO WS-REPORT-LINE                              00002880
                   PERFORM WRITE-REPORT-LINE                            00002890
               WHEN OTHER                                               00002900
                   PERFORM WRITE-ASSOCIATE-LINE                         00002910
           END-EVALUATE.                                                00002920
      *                                                                 00002930
      * POSITIONS THE HISTORY FILE ON THE FIRST ROW FOR WS-BREAK-ID     00002940
      * (LOW-VALUES STARTS AT THE TOP OF THE FILE).                     00002950
       START-HISTORY-SCAN.                                              00002960
           MOVE 'N' TO WS-ID-END-SWITCH.                                00002970
           MOVE LOW-VALUES TO HSF-KEY.                                  00002980
           MOVE WS-BREAK-ID TO HSF-ASSOCIATE-ID.                        00002990
           START HISTORY KEY IS NOT LESS THAN HSF-KEY                   00003000
               INVALID KEY                                              00003010
                   MOVE 'Y' TO WS-ID-END-SWITCH                         00003020
           END-START.                                                   00003030
           IF WS-HISTORY-STATUS NOT = '00'                              00003040
                   AND WS-HISTORY-STATUS NOT = '23'                     00003050
               DISPLAY 'EMPASOF: HISTORY START ERROR, STATUS = '        00003060
                   WS-HISTORY-STATUS                                    00003070
               PERFORM FATAL-IO-ERROR                                   00003080
           END-IF.                                                      00003090
      *                                                                 00003100
       SCAN-ASSOCIATE-HISTORY.                                          00003110
           PERFORM READ-HISTORY-NEXT.                                   00003120
           IF NOT WS-ID-END                                             00003130
               IF HSF-ASSOCIATE-ID NOT = ASQ-ASSOCIATE-ID               00003140
                   MOVE 'Y' TO WS-ID-END-SWITCH                         00003150
               ELSE                                                     00003160
                   PERFORM SAVE-STATE-ROW                               00003170
               END-IF                                                   00003180
           END-IF.                                                      00003190
      *                                                                 00003200
       READ-HISTORY-NEXT.                                               00003210
           READ HISTORY NEXT                                            00003220
               AT END                                                   00003230
                   MOVE 'Y' TO WS-ID-END-SWITCH                         00003240
               NOT AT END                                               00003250
                   IF WS-HISTORY-STATUS NOT = '00'                      00003260
                       DISPLAY 'EMPASOF: HISTORY READ ERROR, '          00003270
                           'STATUS = ' WS-HISTORY-STATUS                00003280
                       PERFORM FATAL-IO-ERROR                           00003290
                   END-IF                                               00003300
           END-READ.                                                    00003310
      *                                                                 00003320
       SAVE-STATE-ROW.                                                  00003330
           IF HSF-EFFECTIVE-DATE NOT > ASQ-AS-OF-DATE                   00003340
               MOVE 'Y' TO WS-STATE-FOUND-SWITCH                        00003350
               MOVE HSF-ASSOCIATE-ID TO WS-STATE-ID                     00003360
               MOVE HSF-ASSOCIATE-NAME TO WS-STATE-NAME                 00003370
               MOVE HSF-SHIFT-CODE TO WS-STATE-SHIFT                    00003380
               MOVE HSF-EMPLOYMENT-STATUS TO WS-STATE-EMPLOYMENT        00003390
               MOVE HSF-ROW-TYPE TO WS-STATE-TYPE                       00003400
               MOVE HSF-EFFECTIVE-DATE TO WS-STATE-DATE                 00003410
               MOVE HSF-SOURCE TO WS-STATE-SOURCE                       00003420
           END-IF.                                                      00003430
      *                                                                 00003440
       WRITE-ASSOCIATE-LINE.                                            00003450
           PERFORM SET-EMPLOYMENT-TEXT.                                 00003460
           EVALUATE WS-STATE-SOURCE                                     00003470
               WHEN 'M'                                                 00003480
                   MOVE 'EMPMAINT' TO WS-SOURCE-TEXT                    00003490
               WHEN 'D'                                                 00003500
                   MOVE 'HR FEED ' TO WS-SOURCE-TEXT                    00003510
               WHEN OTHER                                               00003520
                   MOVE 'BASELINE' TO WS-SOURCE-TEXT                    00003530
           END-EVALUATE.                                                00003540
           MOVE SPACES TO WS-REPORT-LINE.                               00003550
           STRING 'ID '                    DELIMITED BY SIZE            00003560
               WS-STATE-ID                 DELIMITED BY SIZE            00003570
               ' AS OF '                   DELIMITED BY SIZE            00003580
               ASQ-AS-OF-DATE              DELIMITED BY SIZE            00003590
               '  '                        DELIMITED BY SIZE            00003600
               WS-STATE-NAME               DELIMITED BY SIZE            00003610
               '  SHIFT: '                 DELIMITED BY SIZE            00003620
               WS-STATE-SHIFT              DELIMITED BY SIZE            00003630
               '  '                        DELIMITED BY SIZE            00003640
               WS-EMPL-TEXT                DELIMITED BY SIZE            00003650
               '  SINCE: '                 DELIMITED BY SIZE            00003660
               WS-STATE-DATE               DELIMITED BY SIZE            00003670
               '  FROM: '                  DELIMITED BY SIZE            00003680
               WS-SOURCE-TEXT              DELIMITED BY SIZE            00003690
               INTO WS-REPORT-LINE.                                     00003700
           PERFORM WRITE-REPORT-LINE.                                   00003710
      *                                                                 00003720
       SET-EMPLOYMENT-TEXT.                                             00003730
           EVALUATE WS-STATE-EMPLOYMENT                                 00003740
               WHEN 'L'                                                 00003750
                   MOVE 'ON LEAVE' TO WS-EMPL-TEXT                      00003760
               WHEN OTHER                                               00003770
                   MOVE 'ACTIVE  ' TO WS-EMPL-TEXT                      00003780
           END-EVALUATE.                                                00003790
      *                                                                 00003800
      * ONE PASS OF THE WHOLE HISTORY FILE IN KEY ORDER; ON EACH        00003810
      * CHANGE OF ID THE ROW IN EFFECT FOR THE PREVIOUS ID IS           00003820
      * SAVED IF THAT ASSOCIATE WAS ON THE ROSTER ON THE CARD DATE.     00003830
       ANSWER-ROSTER-CARD.                                              00003840
           MOVE ZERO TO WS-ROSTER-COUNT.                                00003850
           MOVE ZERO TO WS-OTHER-SHIFT-COUNT.                           00003860
           MOVE ZERO TO WS-LEAVE-COUNT.                                 00003870
           PERFORM CLEAR-SHIFT-COUNT                                    00003875
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00003880
               UNTIL WS-SHIFT-SUB > 3.                                  00003885
           MOVE 'N' TO WS-ROSTER-FULL-SWITCH.                           00003890
           MOVE 'N' TO WS-STATE-FOUND-SWITCH.                           00003900
           MOVE LOW-VALUES TO WS-BREAK-ID.                              00003910
           PERFORM START-HISTORY-SCAN.                                  00003920
           PERFORM SCAN-ROSTER-HISTORY UNTIL WS-ID-END.                 00003930
           PERFORM SAVE-ROSTER-ENTRY.                                   00003940
           IF RETURN-CODE NOT = 12                                      00003950
               PERFORM WRITE-ROSTER-REPORT                              00003960
           END-IF.                                                      00003970
      *                                                                 00003980
       CLEAR-SHIFT-COUNT.                                               00003982
           MOVE ZERO TO WS-SHIFT-COUNT (WS-SHIFT-SUB).                  00003984
      *                                                                 00003986
       SCAN-ROSTER-HISTORY.                                             00003990
           PERFORM READ-HISTORY-NEXT.                                   00004000
           IF NOT WS-ID-END                                             00004010
               IF HSF-ASSOCIATE-ID NOT = WS-BREAK-ID                    00004020
                   PERFORM SAVE-ROSTER-ENTRY                            00004030
                   MOVE HSF-ASSOCIATE-ID TO WS-BREAK-ID                 00004040
                   MOVE 'N' TO WS-STATE-FOUND-SWITCH                    00004050
               END-IF                                                   00004060
               PERFORM SAVE-STATE-ROW                                   00004070
           END-IF.                                                      00004080
      *                                                                 00004090
       SAVE-ROSTER-ENTRY.                                               00004100
           IF WS-STATE-FOUND AND WS-STATE-ON-ROSTER                     00004110
               IF WS-ROSTER-COUNT < WS-ROSTER-MAX                       00004120
                   ADD 1 TO WS-ROSTER-COUNT                             00004130
                   MOVE WS-STATE-ID TO WS-ROS-ID (WS-ROSTER-COUNT)      00004140
                   MOVE WS-STATE-NAME                                   00004150
                       TO WS-ROS-NAME (WS-ROSTER-COUNT)                 00004160
                   MOVE WS-STATE-SHIFT                                  00004170
                       TO WS-ROS-SHIFT (WS-ROSTER-COUNT)                00004180
                   MOVE WS-STATE-EMPLOYMENT                             00004190
                       TO WS-ROS-EMPLOYMENT (WS-ROSTER-COUNT)           00004200
                   MOVE WS-STATE-DATE                                   00004210
                       TO WS-ROS-DATE (WS-ROSTER-COUNT)                 00004220
                   EVALUATE WS-STATE-SHIFT                              00004230
                       WHEN '1'                                         00004240
                           ADD 1 TO WS-SHIFT-COUNT (1)                  00004250
                       WHEN '2'                                         00004260
                           ADD 1 TO WS-SHIFT-COUNT (2)                  00004270
                       WHEN '3'                                         00004280
                           ADD 1 TO WS-SHIFT-COUNT (3)                  00004290
                       WHEN OTHER                                       00004300
                           ADD 1 TO WS-OTHER-SHIFT-COUNT                00004310
                   END-EVALUATE                                         00004320
                   IF WS-STATE-EMPLOYMENT = 'L'                         00004330
                       ADD 1 TO WS-LEAVE-COUNT                          00004340
                   END-IF                                               00004350
               ELSE                                                     00004360
                   MOVE 'Y' TO WS-ROSTER-FULL-SWITCH                    00004370
               END-IF                                                   00004380
           END-IF.                                                      00004390
      *                                                                 00004400
       WRITE-ROSTER-REPORT.                                             00004410
           PERFORM WRITE-PAGE-HEADING.                                  00004420
           MOVE SPACES TO WS-REPORT-LINE.                               00004430
           STRING 'SHIFT ROSTER AS OF '    DELIMITED BY SIZE            00004440
               ASQ-AS-OF-DATE              DELIMITED BY SIZE            00004450
               INTO WS-REPORT-LINE.                                     00004460
           PERFORM WRITE-REPORT-LINE.                                   00004470
           MOVE SPACES TO WS-REPORT-LINE.                               00004480
           PERFORM WRITE-REPORT-LINE.                                   00004490
           PERFORM WRITE-SHIFT-SECTION                                  00004500
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00004510
               UNTIL WS-SHIFT-SUB > 3.                                  00004520
           IF WS-OTHER-SHIFT-COUNT > 0                                  00004530
               MOVE SPACES TO WS-REPORT-LINE                            00004540
               STRING 'OTHER SHIFT CODES - COUNT: '                     00004550
                                           DELIMITED BY SIZE            00004560
                   WS-OTHER-SHIFT-COUNT    DELIMITED BY SIZE            00004570
                   INTO WS-REPORT-LINE                                  00004580
               PERFORM WRITE-REPORT-LINE                                00004590
           END-IF.                                                      00004600
           MOVE WS-ROSTER-COUNT TO WS-COUNT-OUT.                        00004610
           MOVE SPACES TO WS-REPORT-LINE.                               00004620
           STRING 'ROSTER TOTAL: '         DELIMITED BY SIZE            00004630
               WS-COUNT-OUT                DELIMITED BY SIZE            00004640
               '  ON LEAVE: '              DELIMITED BY SIZE            00004650
               WS-LEAVE-COUNT              DELIMITED BY SIZE            00004660
               INTO WS-REPORT-LINE.                                     00004670
           PERFORM WRITE-REPORT-LINE.                                   00004680
           IF WS-ROSTER-FULL                                            00004690
               MOVE SPACES TO WS-REPORT-LINE                            00004700
               STRING 'WARNING - ROSTER TABLE FULL, ROSTER IS '         00004710
                                           DELIMITED BY SIZE            00004720
                   'INCOMPLETE'            DELIMITED BY SIZE            00004730
                   INTO WS-REPORT-LINE                                  00004740
               PERFORM WRITE-REPORT-LINE                                00004750
               IF RETURN-CODE = 0                                       00004760
                   MOVE 4 TO RETURN-CODE                                00004770
               END-IF                                                   00004780
           END-IF.                                                      00004790
      *                                                                 00004800
       WRITE-SHIFT-SECTION.                                             00004810
           MOVE SPACES TO WS-REPORT-LINE.                               00004820
           STRING 'SHIFT '                 DELIMITED BY SIZE            00004830
               WS-SHIFT-CODE (WS-SHIFT-SUB)                             00004840
                                           DELIMITED BY SIZE            00004850
               ' - COUNT: '                DELIMITED BY SIZE            00004860
               WS-SHIFT-COUNT (WS-SHIFT-SUB)                            00004870
                                           DELIMITED BY SIZE            00004880
               INTO WS-REPORT-LINE.                                     00004890
           PERFORM WRITE-REPORT-LINE.                                   00004900
           PERFORM WRITE-ROSTER-LINE                                    00004910
               VARYING WS-ROSTER-SUB FROM 1 BY 1                        00004920
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.                   00004930
           MOVE SPACES TO WS-REPORT-LINE.                               00004940
           PERFORM WRITE-REPORT-LINE.                                   00004950
      *                                                                 00004960
       WRITE-ROSTER-LINE.                                               00004970
           IF WS-ROS-SHIFT (WS-ROSTER-SUB)                              00004980
                   = WS-SHIFT-CODE (WS-SHIFT-SUB)                       00004990
               MOVE WS-ROS-EMPLOYMENT (WS-ROSTER-SUB)                   00005000
                   TO WS-STATE-EMPLOYMENT                               00005010
               PERFORM SET-EMPLOYMENT-TEXT                              00005020
               MOVE SPACES TO WS-REPORT-LINE                            00005030
               STRING '  '                 DELIMITED BY SIZE            00005040
                   WS-ROS-ID (WS-ROSTER-SUB)                            00005050
                                           DELIMITED BY SIZE            00005060
                   '  '                    DELIMITED BY SIZE            00005070
                   WS-ROS-NAME (WS-ROSTER-SUB)                          00005080
                                           DELIMITED BY SIZE            00005090
                   '  '                    DELIMITED BY SIZE            00005100
                   WS-EMPL-TEXT            DELIMITED BY SIZE            00005110
                   '  SINCE: '             DELIMITED BY SIZE            00005120
                   WS-ROS-DATE (WS-ROSTER-SUB)                          00005130
                                           DELIMITED BY SIZE            00005140
                   INTO WS-REPORT-LINE                                  00005150
               PERFORM WRITE-REPORT-LINE                                00005160
           END-IF.                                                      00005170
      *                                                                 00005180
       WRITE-PAGE-HEADING.                                              00005190
           ADD 1 TO WS-PAGE-NUMBER.                                     00005200
           MOVE SPACES TO WS-HEADING-LINE.                              00005210
           STRING 'EMPASOF AS-OF-DATE INQUIRY  '                        00005220
                                          DELIMITED BY SIZE             00005230
               'RUN DATE: '               DELIMITED BY SIZE             00005240
               WS-RUN-DATE                DELIMITED BY SIZE             00005250
               '  PAGE '                  DELIMITED BY SIZE             00005260
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00005270
               INTO WS-HEADING-LINE.                                    00005280
           MOVE '1' TO WS-PRINT-CC.                                     00005290
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00005300
           WRITE ASOFRPT-RECORD FROM WS-PRINT-LINE.                     00005310
           MOVE 1 TO WS-LINE-COUNT.                                     00005320
      *                                                                 00005330
       WRITE-REPORT-LINE.                                               00005340
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00005350
               PERFORM WRITE-PAGE-HEADING                               00005360
           END-IF.                                                      00005370
           MOVE ' ' TO WS-PRINT-CC.                                     00005380
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00005390
           WRITE ASOFRPT-RECORD FROM WS-PRINT-LINE.                     00005400
           ADD 1 TO WS-LINE-COUNT.                                      00005410
      *                                                                 00005420
       TERMINATE-RUN.                                                   00005430
           IF WS-ASOFCARD-OPEN-OK                                       00005440
               CLOSE ASOFCARD                                           00005450
           END-IF.                                                      00005460
           IF WS-HISTORY-OPEN-OK                                        00005470
               CLOSE HISTORY                                            00005480
           END-IF.                                                      00005490
           IF WS-ASOFRPT-OPEN-OK                                        00005500
               CLOSE ASOFRPT                                            00005510
           END-IF.                                                      00005520
           DISPLAY 'EMPASOF: CARDS READ: ' WS-CARDS-READ                00005530
               '  NOT FOUND: ' WS-CARDS-NOT-FOUND                       00005540
               '  INVALID: ' WS-CARDS-INVALID.                          00005550
           IF (WS-CARDS-NOT-FOUND > 0 OR WS-CARDS-INVALID > 0)          00005560
                   AND RETURN-CODE = 0                                  00005570
               MOVE 4 TO RETURN-CODE                                    00005580
           END-IF.                                                      00005590
      *                                                                 00005600
       MAIN-LOGIC-EXIT.                                                 00005610
           STOP RUN.                                                    00005620
