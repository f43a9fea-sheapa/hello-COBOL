       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPANNV.                                             00000020
      *                                                                 00000030
      * MONTHLY SERVICE-ANNIVERSARY LISTING.  READS THE EMPMSTR         00000040
      * ROSTER AND LISTS EVERY ASSOCIATE WHOSE HIRE-DATE ANNIVERSARY    00000050
      * IN THE LISTING MONTH COMPLETES A RECOGNITION MILESTONE - 1,     00000060
      * 5, 10 OR 20 YEARS OF SERVICE - SO HR CAN PLAN RECOGNITION       00000070
      * AHEAD OF THE DATE INSTEAD OF KEEPING A SEPARATE SPREADSHEET.    00000080
      * THE LISTING IS GROUPED BY SHIFT, THEN BY MILESTONE, AND IN      00000090
      * ANNIVERSARY-DAY ORDER WITHIN EACH GROUP, WITH A SHIFT BY        00000100
      * MILESTONE COUNT SUMMARY AT THE END.  ASSOCIATES ON LEAVE ARE    00000110
      * LISTED AND MARKED - THEIR SERVICE STILL COUNTS.                 00000120
      *                                                                 00000130
      * THE LISTING MONTH IS THE MONTH AFTER THE RUNCTL BUSINESS        00000140
      * DATE, SO THE RUN AT THE END OF ONE MONTH COVERS THE NEXT.       00000150
      * AN OPTIONAL ANNVCTL CARD (YYYY-MM IN COLS 1-7) NAMES ANOTHER    00000160
      * MONTH FOR A RERUN OR A LOOK FURTHER AHEAD.                      00000170
      *                                                                 00000180
      * A 29 FEBRUARY HIRE IS LISTED ON 28 FEBRUARY OUTSIDE LEAP        00000190
      * YEARS, THE SAME DAY HWORLDPS SENDS THE ANNIVERSARY GREETING.    00000200
      * A BLANK HIRE DATE IS COUNTED ONLY; ONE THAT IS NOT A VALID      00000210
      * YYYY-MM-DD DATE IS COUNTED AND WARNED.  NOTHING IS UPDATED.     00000220
      *                                                                 00000230
      * RETURN CODES:                                                   00000240
      *   RC=0  LISTING COMPLETE                                        00000250
      *   RC=4  LISTING COMPLETE, BUT A HIRE DATE ON THE MASTER IS      00000260
      *         INVALID OR THE ANNIVERSARY TABLE FILLED - SOME          00000270
      *         ASSOCIATES MAY BE MISSING FROM THE LISTING              00000280
      *   RC=8  THE ANNVCTL MONTH IS INVALID, OR EMPMSTR OR THE         00000290
      *         REPORT WOULD NOT OPEN - NO LISTING PRODUCED             00000300
      *   RC=12 I/O ERROR READING EMPMSTR - NO LISTING PRODUCED         00000310
      *                                                                 00000320
       ENVIRONMENT DIVISION.                                            00000330
       CONFIGURATION SECTION.                                           00000340
       SOURCE-COMPUTER. IBM-ZOS.                                        00000350
       OBJECT-COMPUTER. IBM-ZOS.                                        00000360
       INPUT-OUTPUT SECTION.                                            00000370
       FILE-CONTROL.                                                    00000380
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000390
               ORGANIZATION IS INDEXED                                  00000400
               ACCESS MODE IS SEQUENTIAL                                00000410
               RECORD KEY IS MST-ASSOCIATE-ID                           00000420
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000430
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000440
               ORGANIZATION IS SEQUENTIAL                               00000450
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000460
           SELECT ANNVCTL ASSIGN TO ANNVCTL                             00000470
               ORGANIZATION IS SEQUENTIAL                               00000480
               FILE STATUS IS WS-ANNVCTL-STATUS.                        00000490
           SELECT ANNVRPT ASSIGN TO ANNVRPT                             00000500
               ORGANIZATION IS SEQUENTIAL                               00000510
               FILE STATUS IS WS-ANNVRPT-STATUS.                        00000520
      *                                                                 00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD  EMPMSTR                                                      00000560
           LABEL RECORDS ARE STANDARD.                                  00000570
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000580
      *                                                                 00000590
       FD  RUNCTL                                                       00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           RECORDING MODE IS F.                                         00000620
       01  RUNCTL-REC                      PIC X(80).                   00000630
      *                                                                 00000640
      * OPTIONAL CONTROL CARD.  COLS 1-7 LISTING MONTH YYYY-MM; A       00000650
      * MISSING FILE, EMPTY FILE OR BLANK MONTH TAKES THE DEFAULT.      00000660
       FD  ANNVCTL                                                      00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           RECORDING MODE IS F.                                         00000690
       01  ANNVCTL-RECORD.                                              00000700
           05  ANV-LIST-MONTH              PIC X(07).                   00000710
           05  FILLER                      PIC X(73).                   00000720
      *                                                                 00000730
       FD  ANNVRPT                                                      00000740
           LABEL RECORDS ARE STANDARD                                   00000750
           RECORDING MODE IS F.                                         00000760
       01  ANNVRPT-RECORD                  PIC X(133).                  00000770
      *                                                                 00000780
       WORKING-STORAGE SECTION.                                         00000790
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000800
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000810
       01  WS-ANNVCTL-STATUS               PIC X(02) VALUE '00'.        00000820
       01  WS-ANNVRPT-STATUS               PIC X(02) VALUE '00'.        00000830
       01  WS-ANNVRPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000840
           88  WS-ANNVRPT-OPEN-OK                    VALUE 'Y'.         00000850
       01  WS-MASTER-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00000860
           88  WS-MASTER-OPEN-OK                     VALUE 'Y'.         00000870
       01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00000880
           88  WS-MASTER-EOF                         VALUE 'Y'.         00000890
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00000900
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00000910
       01  WS-TABLE-FULL-SWITCH            PIC X(01) VALUE 'N'.         00000920
           88  WS-ANV-TABLE-FULL                     VALUE 'Y'.         00000930
       01  WS-MASTER-READ                  PIC 9(09) VALUE ZERO.        00000940
       01  WS-LISTED-COUNT                 PIC 9(09) VALUE ZERO.        00000950
       01  WS-NO-HIRE-COUNT                PIC 9(09) VALUE ZERO.        00000960
       01  WS-BAD-HIRE-COUNT               PIC 9(09) VALUE ZERO.        00000970
       01  WS-OMITTED-COUNT                PIC 9(09) VALUE ZERO.        00000980
       01  WS-GROUP-COUNT                  PIC 9(05) VALUE ZERO.        00000990
      *                                                                 00001000
      * THE LISTING MONTH.  WS-LIST-MONTH IS THE YYYY-MM PRINTED ON     00001010
      * THE HEADING; THE NUMERIC PARTS DRIVE THE SELECTION.             00001020
       01  WS-LIST-MONTH.                                               00001030
           05  WS-LST-YYYY                 PIC 9(04) VALUE ZERO.        00001040
           05  FILLER                      PIC X(01) VALUE '-'.         00001050
           05  WS-LST-MM                   PIC 9(02) VALUE ZERO.        00001060
       01  WS-LEAP-TEST-DATE               PIC 9(08) VALUE ZERO.        00001070
       01  WS-LEAP-YEAR-SWITCH             PIC X(01) VALUE 'N'.         00001080
           88  WS-LIST-LEAP-YEAR                     VALUE 'Y'.         00001090
       01  WS-HIRE-DATE-NUM                PIC 9(08) VALUE ZERO.        00001100
       01  WS-HIRE-YEAR                    PIC 9(04) VALUE ZERO.        00001110
       01  WS-HIRE-MM                      PIC 9(02) VALUE ZERO.        00001120
       01  WS-HIRE-DD                      PIC 9(02) VALUE ZERO.        00001130
       01  WS-SERVICE-YEARS                PIC 9(04) VALUE ZERO.        00001140
      *                                                                 00001150
      * THE RECOGNITION MILESTONES, IN YEARS OF SERVICE.                00001160
       01  WS-MILESTONE-VALUES             PIC X(08) VALUE '01051020'.  00001170
       01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-VALUES.            00001180
           05  WS-MILESTONE-YEARS          PIC 9(02) OCCURS 4 TIMES.    00001190
       01  WS-MS-SUB                       PIC 9(02) VALUE ZERO COMP.   00001200
       01  WS-MS-FOUND                     PIC 9(02) VALUE ZERO COMP.   00001210
      *                                                                 00001220
       01  WS-SHIFT-SUB                    PIC 9(02) VALUE ZERO COMP.   00001230
       01  WS-SHF-DIGIT                    PIC 9(01) VALUE ZERO.        00001240
       01  WS-SHIFT-TABLE.                                              00001250
           05  WS-SHIFT-ENTRY              OCCURS 3 TIMES.              00001260
               10  WS-SHF-CODE             PIC X(01).                   00001270
               10  WS-SHF-TOTAL            PIC 9(05).                   00001280
               10  WS-SHF-MS-COUNT         PIC 9(05) OCCURS 4 TIMES.    00001290
       01  WS-MS-TOTAL                     PIC 9(05) OCCURS 4 TIMES.    00001300
      *                                                                 00001310
      * ONE ENTRY PER ASSOCIATE REACHING A MILESTONE IN THE MONTH,      00001320
      * IN MASTER ORDER.  THE LISTING IS PRINTED FROM THE TABLE BY      00001330
      * SHIFT, MILESTONE AND DAY.                                       00001340
       01  WS-ANV-TABLE.                                                00001350
           05  WS-ANV-MAX                  PIC 9(05) VALUE 5000         00001360
                                           COMP.                        00001370
           05  WS-ANV-COUNT                PIC 9(05) VALUE ZERO         00001380
                                           COMP.                        00001390
           05  WS-ANV-ENTRY                OCCURS 5000 TIMES            00001400
                                           INDEXED BY WS-ANV-IDX.       00001410
               10  WS-ANV-SHIFT-SUB        PIC 9(01).                   00001420
               10  WS-ANV-MS-SUB           PIC 9(01).                   00001430
               10  WS-ANV-DAY              PIC 9(02).                   00001440
               10  WS-ANV-ASSOCIATE-ID     PIC X(08).                   00001450
               10  WS-ANV-NAME             PIC X(30).                   00001460
               10  WS-ANV-HIRE-DATE        PIC X(10).                   00001470
               10  WS-ANV-EMP-STATUS       PIC X(01).                   00001480
               10  WS-ANV-SUPERVISOR-ID    PIC X(08).                   00001490
       01  WS-DAY-SUB                      PIC 9(02) VALUE ZERO COMP.   00001500
      *                                                                 00001510
       01  WS-STATUS-TEXT                  PIC X(08) VALUE SPACES.      00001520
       01  WS-ANNIV-DATE.                                               00001530
           05  WS-ANN-YYYY                 PIC 9(04).                   00001540
           05  FILLER                      PIC X(01) VALUE '-'.         00001550
           05  WS-ANN-MM                   PIC 9(02).                   00001560
           05  FILLER                      PIC X(01) VALUE '-'.         00001570
           05  WS-ANN-DD                   PIC 9(02).                   00001580
       01  WS-YEARS-EDIT                   PIC Z9.                      00001590
       01  WS-REPORT-LINE                  PIC X(133).                  00001600
       01  WS-HEADING-LINE                 PIC X(133).                  00001610
       01  WS-PRINT-LINE.                                               00001620
           05  WS-PRINT-CC                 PIC X(01).                   00001630
           05  WS-PRINT-TEXT               PIC X(132).                  00001640
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001650
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001660
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001670
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001680
       01  WS-RUN-DATE.                                                 00001690
           05  WS-RDT-YYYY                 PIC X(04).                   00001700
           05  FILLER                      PIC X(01) VALUE '-'.         00001710
           05  WS-RDT-MM                   PIC X(02).                   00001720
           05  FILLER                      PIC X(01) VALUE '-'.         00001730
           05  WS-RDT-DD                   PIC X(02).                   00001740
           COPY RUNCTL.                                                 00001750
      *                                                                 00001760
       PROCEDURE DIVISION.                                              00001770
      *                                                                 00001780
       MAIN-LOGIC SECTION.                                              00001790
       BEGIN.                                                           00001800
           PERFORM INITIALIZE-RUN.                                      00001810
           IF NOT WS-IO-ERROR-FOUND                                     00001820
               PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF           00001830
           END-IF.                                                      00001840
           PERFORM TERMINATE-RUN.                                       00001850
           GO TO MAIN-LOGIC-EXIT.                                       00001860
      *                                                                 00001870
      * THE LISTING MONTH IS SETTLED BEFORE ANYTHING IS OPENED, SO AN   00001880
      * INVALID ANNVCTL CARD PRODUCES NO LISTING.                       00001890
       INITIALIZE-RUN.                                                  00001900
           PERFORM GET-RUN-DATE.                                        00001910
           PERFORM SET-DEFAULT-MONTH.                                   00001920
           PERFORM READ-LISTING-CONTROL.                                00001930
           PERFORM SET-LEAP-YEAR.                                       00001940
           PERFORM INIT-SHIFT-TABLE                                     00001950
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00001960
               UNTIL WS-SHIFT-SUB > 3.                                  00001970
           PERFORM INIT-MILESTONE-TOTAL                                 00001980
               VARYING WS-MS-SUB FROM 1 BY 1                            00001990
               UNTIL WS-MS-SUB > 4.                                     00002000
           IF NOT WS-IO-ERROR-FOUND                                     00002010
               OPEN OUTPUT ANNVRPT                                      00002020
               IF WS-ANNVRPT-STATUS = '00'                              00002030
                   MOVE 'Y' TO WS-ANNVRPT-OPEN-SWITCH                   00002040
                   PERFORM WRITE-PAGE-HEADING                           00002050
               ELSE                                                     00002060
                   DISPLAY 'EMPANNV: ANNVRPT OPEN FAILED, STATUS = '    00002070
                       WS-ANNVRPT-STATUS                                00002080
                   PERFORM FATAL-OPEN-ERROR                             00002090
               END-IF                                                   00002100
           END-IF.                                                      00002110
           IF NOT WS-IO-ERROR-FOUND                                     00002120
               OPEN INPUT EMPMSTR                                       00002130
               IF WS-EMPMSTR-STATUS = '00'                              00002140
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH                    00002150
               ELSE                                                     00002160
                   DISPLAY 'EMPANNV: EMPMSTR OPEN FAILED, STATUS = '    00002170
                       WS-EMPMSTR-STATUS                                00002180
                   PERFORM FATAL-OPEN-ERROR                             00002190
               END-IF                                                   00002200
           END-IF.                                                      00002210
      *                                                                 00002220
       FATAL-OPEN-ERROR.                                                00002230
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002240
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00002250
           MOVE 8 TO RETURN-CODE.                                       00002260
      *                                                                 00002270
       FATAL-IO-ERROR.                                                  00002280
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002290
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00002300
           MOVE 12 TO RETURN-CODE.                                      00002310
      *                                                                 00002320
       GET-RUN-DATE.                                                    00002330
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002340
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002350
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002360
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002370
           PERFORM READ-RUN-CONTROL.                                    00002380
      *                                                                 00002390
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002400
      * RUNCTL RECORD (SEE RUNCTL).  A MISSING RUNCTL FALLS BACK TO     00002410
      * THE SYSTEM DATE.                                                00002420
       READ-RUN-CONTROL.                                                00002430
           OPEN INPUT RUNCTL.                                           00002440
           IF WS-RUNCTL-STATUS = '00'                                   00002450
               READ RUNCTL                                              00002460
                   AT END                                               00002470
                       DISPLAY 'EMPANNV: RUNCTL IS EMPTY - '            00002480
                           'SYSTEM DATE USED'                           00002490
                   NOT AT END                                           00002500
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002510
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002520
                           MOVE CTL-BUSINESS-DATE                       00002530
                               TO WS-RUN-DATE                           00002540
                       END-IF                                           00002550
               END-READ                                                 00002560
               CLOSE RUNCTL                                             00002570
           ELSE                                                         00002580
               DISPLAY 'EMPANNV: RUNCTL OPEN FAILED, '                  00002590
                   'STATUS = ' WS-RUNCTL-STATUS                         00002600
               DISPLAY 'EMPANNV: SYSTEM DATE USED'                      00002610
           END-IF.                                                      00002620
      *                                                                 00002630
      * THE DEFAULT IS THE MONTH AFTER THE BUSINESS DATE.               00002640
       SET-DEFAULT-MONTH.                                               00002650
           MOVE WS-RDT-YYYY TO WS-LST-YYYY.                             00002660
           MOVE WS-RDT-MM TO WS-LST-MM.                                 00002670
           IF WS-LST-MM = 12                                            00002680
               MOVE 1 TO WS-LST-MM                                      00002690
               ADD 1 TO WS-LST-YYYY                                     00002700
           ELSE                                                         00002710
               ADD 1 TO WS-LST-MM                                       00002720
           END-IF.                                                      00002730
      *                                                                 00002740
       READ-LISTING-CONTROL.                                            00002750
           OPEN INPUT ANNVCTL.                                          00002760
           IF WS-ANNVCTL-STATUS = '00'                                  00002770
               READ ANNVCTL                                             00002780
                   AT END                                               00002790
                       CONTINUE                                         00002800
                   NOT AT END                                           00002810
                       IF ANV-LIST-MONTH NOT = SPACES                   00002820
                           PERFORM CHECK-LISTING-MONTH                  00002830
                       END-IF                                           00002840
               END-READ                                                 00002850
               CLOSE ANNVCTL                                            00002860
           ELSE                                                         00002870
               DISPLAY 'EMPANNV: ANNVCTL NOT AVAILABLE, STATUS = '      00002880
                   WS-ANNVCTL-STATUS ' - DEFAULT MONTH USED'            00002890
           END-IF.                                                      00002900
      *                                                                 00002910
       CHECK-LISTING-MONTH.                                             00002920
           IF ANV-LIST-MONTH (1:4) NUMERIC                              00002930
                   AND ANV-LIST-MONTH (5:1) = '-'                       00002940
                   AND ANV-LIST-MONTH (6:2) NUMERIC                     00002950
                   AND ANV-LIST-MONTH (6:2) >= '01'                     00002960
                   AND ANV-LIST-MONTH (6:2) <= '12'                     00002970
               MOVE ANV-LIST-MONTH (1:4) TO WS-LST-YYYY                 00002980
               MOVE ANV-LIST-MONTH (6:2) TO WS-LST-MM                   00002990
           ELSE                                                         00003000
               DISPLAY 'EMPANNV: ANNVCTL MONTH ' ANV-LIST-MONTH         00003010
                   ' IS NOT YYYY-MM - NO LISTING PRODUCED'              00003020
               PERFORM FATAL-OPEN-ERROR                                 00003030
           END-IF.                                                      00003040
      *                                                                 00003050
      * A 29 FEBRUARY HIRE IS LISTED ON THE 28TH IN A COMMON YEAR.      00003060
       SET-LEAP-YEAR.                                                   00003070
           MOVE WS-LST-YYYY TO WS-LEAP-TEST-DATE (1:4).                 00003080
           MOVE '0229' TO WS-LEAP-TEST-DATE (5:4).                      00003090
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-LEAP-TEST-DATE) = 0       00003100
               MOVE 'Y' TO WS-LEAP-YEAR-SWITCH                          00003110
           END-IF.                                                      00003120
      *                                                                 00003130
       INIT-SHIFT-TABLE.                                                00003140
           MOVE WS-SHIFT-SUB TO WS-SHF-DIGIT.                           00003150
           MOVE WS-SHF-DIGIT TO WS-SHF-CODE (WS-SHIFT-SUB).             00003160
           MOVE ZERO TO WS-SHF-TOTAL (WS-SHIFT-SUB).                    00003170
           PERFORM INIT-SHIFT-MILESTONE                                 00003180
               VARYING WS-MS-SUB FROM 1 BY 1                            00003190
               UNTIL WS-MS-SUB > 4.                                     00003200
      *                                                                 00003210
       INIT-SHIFT-MILESTONE.                                            00003220
           MOVE ZERO TO WS-SHF-MS-COUNT (WS-SHIFT-SUB, WS-MS-SUB).      00003230
      *                                                                 00003240
       INIT-MILESTONE-TOTAL.                                            00003250
           MOVE ZERO TO WS-MS-TOTAL (WS-MS-SUB).                        00003260
      *                                                                 00003270
       READ-MASTER-RECORD.                                              00003280
           READ EMPMSTR                                                 00003290
               AT END                                                   00003300
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00003310
               NOT AT END                                               00003320
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00003330
                       DISPLAY 'EMPANNV: EMPMSTR READ ERROR, '          00003340
                           'STATUS = ' WS-EMPMSTR-STATUS                00003350
                       PERFORM FATAL-IO-ERROR                           00003360
                   ELSE                                                 00003370
                       ADD 1 TO WS-MASTER-READ                          00003380
                       PERFORM CHECK-ANNIVERSARY                        00003390
                   END-IF                                               00003400
           END-READ.                                                    00003410
      *                                                                 00003420
      * THE SERVICE COMPLETED ON THE ANNIVERSARY IS THE LISTING YEAR    00003430
      * LESS THE HIRE YEAR; ONLY THE MILESTONE YEARS ARE LISTED.        00003440
       CHECK-ANNIVERSARY.                                               00003450
           MOVE ZERO TO WS-HIRE-DATE-NUM.                               00003460
           IF MST-HIRE-DATE = SPACES                                    00003470
               ADD 1 TO WS-NO-HIRE-COUNT                                00003480
           ELSE                                                         00003490
               IF MST-HIRE-DATE (1:4) NUMERIC                           00003500
                       AND MST-HIRE-DATE (5:1) = '-'                    00003510
                       AND MST-HIRE-DATE (6:2) NUMERIC                  00003520
                       AND MST-HIRE-DATE (8:1) = '-'                    00003530
                       AND MST-HIRE-DATE (9:2) NUMERIC                  00003540
                   MOVE MST-HIRE-DATE (1:4) TO WS-HIRE-DATE-NUM (1:4)   00003550
                   MOVE MST-HIRE-DATE (6:2) TO WS-HIRE-DATE-NUM (5:2)   00003560
                   MOVE MST-HIRE-DATE (9:2) TO WS-HIRE-DATE-NUM (7:2)   00003570
               END-IF                                                   00003580
               IF WS-HIRE-DATE-NUM = ZERO                               00003590
                       OR FUNCTION TEST-DATE-YYYYMMDD                   00003600
                           (WS-HIRE-DATE-NUM) NOT = 0                   00003610
                   ADD 1 TO WS-BAD-HIRE-COUNT                           00003620
                   DISPLAY 'EMPANNV: INVALID HIRE DATE '                00003630
                       MST-HIRE-DATE ' FOR ' MST-ASSOCIATE-ID           00003640
                   MOVE ZERO TO WS-HIRE-DATE-NUM                        00003650
               END-IF                                                   00003660
           END-IF.                                                      00003670
           IF WS-HIRE-DATE-NUM NOT = ZERO                               00003680
               MOVE WS-HIRE-DATE-NUM (1:4) TO WS-HIRE-YEAR              00003690
               MOVE WS-HIRE-DATE-NUM (5:2) TO WS-HIRE-MM                00003700
               MOVE WS-HIRE-DATE-NUM (7:2) TO WS-HIRE-DD                00003710
               IF WS-HIRE-MM = WS-LST-MM                                00003720
                       AND WS-HIRE-YEAR < WS-LST-YYYY                   00003730
                       AND MST-SHIFT-VALID                              00003740
                   COMPUTE WS-SERVICE-YEARS =                           00003750
                       WS-LST-YYYY - WS-HIRE-YEAR                       00003760
                   MOVE ZERO TO WS-MS-FOUND                             00003770
                   PERFORM MATCH-MILESTONE                              00003780
                       VARYING WS-MS-SUB FROM 1 BY 1                    00003790
                       UNTIL WS-MS-SUB > 4                              00003800
                   IF WS-MS-FOUND > 0                                   00003810
                       PERFORM SAVE-ANNIVERSARY-ENTRY                   00003820
                   END-IF                                               00003830
               END-IF                                                   00003840
           END-IF.                                                      00003850
      *                                                                 00003860
       MATCH-MILESTONE.                                                 00003870
           IF WS-SERVICE-YEARS = WS-MILESTONE-YEARS (WS-MS-SUB)         00003880
               MOVE WS-MS-SUB TO WS-MS-FOUND                            00003890
           END-IF.                                                      00003900
      *                                                                 00003910
       SAVE-ANNIVERSARY-ENTRY.                                          00003920
           IF WS-ANV-COUNT < WS-ANV-MAX                                 00003930
               ADD 1 TO WS-ANV-COUNT                                    00003940
               SET WS-ANV-IDX TO WS-ANV-COUNT                           00003950
               MOVE MST-SHIFT-CODE TO WS-ANV-SHIFT-SUB (WS-ANV-IDX)     00003960
               MOVE WS-MS-FOUND TO WS-ANV-MS-SUB (WS-ANV-IDX)           00003970
               IF WS-HIRE-MM = 2                                        00003980
                       AND WS-HIRE-DD = 29                              00003990
                       AND NOT WS-LIST-LEAP-YEAR                        00004000
                   MOVE 28 TO WS-ANV-DAY (WS-ANV-IDX)                   00004010
               ELSE                                                     00004020
                   MOVE WS-HIRE-DD TO WS-ANV-DAY (WS-ANV-IDX)           00004030
               END-IF                                                   00004040
               MOVE MST-ASSOCIATE-ID                                    00004050
                   TO WS-ANV-ASSOCIATE-ID (WS-ANV-IDX)                  00004060
               MOVE MST-ASSOCIATE-NAME TO WS-ANV-NAME (WS-ANV-IDX)      00004070
               MOVE MST-HIRE-DATE TO WS-ANV-HIRE-DATE (WS-ANV-IDX)      00004080
               MOVE MST-EMPLOYMENT-STATUS                               00004090
                   TO WS-ANV-EMP-STATUS (WS-ANV-IDX)                    00004100
               MOVE MST-SUPERVISOR-ID                                   00004110
                   TO WS-ANV-SUPERVISOR-ID (WS-ANV-IDX)                 00004120
               MOVE MST-SHIFT-CODE TO WS-SHF-DIGIT                      00004130
               ADD 1 TO WS-SHF-MS-COUNT (WS-SHF-DIGIT, WS-MS-FOUND)     00004140
               ADD 1 TO WS-SHF-TOTAL (WS-SHF-DIGIT)                     00004150
               ADD 1 TO WS-MS-TOTAL (WS-MS-FOUND)                       00004160
               ADD 1 TO WS-LISTED-COUNT                                 00004170
           ELSE                                                         00004180
               IF NOT WS-ANV-TABLE-FULL                                 00004190
                   DISPLAY 'EMPANNV: ANNIVERSARY TABLE FULL - '         00004200
                       'LATER ASSOCIATES NOT LISTED'                    00004210
               END-IF                                                   00004220
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00004230
               ADD 1 TO WS-OMITTED-COUNT                                00004240
           END-IF.                                                      00004250
      *                                                                 00004260
      * ONE SECTION PER SHIFT, ONE GROUP PER MILESTONE WITHIN IT.       00004270
       WRITE-SHIFT-SECTION.                                             00004280
           MOVE SPACES TO WS-REPORT-LINE.                               00004290
           PERFORM WRITE-REPORT-LINE.                                   00004300
           MOVE SPACES TO WS-REPORT-LINE.                               00004310
           IF WS-SHF-TOTAL (WS-SHIFT-SUB) = 0                           00004320
               STRING 'SHIFT '                DELIMITED BY SIZE         00004330
                   WS-SHF-CODE (WS-SHIFT-SUB) DELIMITED BY SIZE         00004340
                   ' - NO MILESTONE ANNIVERSARIES THIS MONTH'           00004350
                                              DELIMITED BY SIZE         00004360
                   INTO WS-REPORT-LINE                                  00004370
               PERFORM WRITE-REPORT-LINE                                00004380
           ELSE                                                         00004390
               STRING 'SHIFT '                DELIMITED BY SIZE         00004400
                   WS-SHF-CODE (WS-SHIFT-SUB) DELIMITED BY SIZE         00004410
                   ' - MILESTONE ANNIVERSARIES: '                       00004420
                                              DELIMITED BY SIZE         00004430
                   WS-SHF-TOTAL (WS-SHIFT-SUB)                          00004440
                                              DELIMITED BY SIZE         00004450
                   INTO WS-REPORT-LINE                                  00004460
               PERFORM WRITE-REPORT-LINE                                00004470
               PERFORM WRITE-MILESTONE-GROUP                            00004480
                   VARYING WS-MS-SUB FROM 1 BY 1                        00004490
                   UNTIL WS-MS-SUB > 4                                  00004500
           END-IF.                                                      00004510
      *                                                                 00004520
       WRITE-MILESTONE-GROUP.                                           00004530
           IF WS-SHF-MS-COUNT (WS-SHIFT-SUB, WS-MS-SUB) > 0             00004540
               MOVE WS-MILESTONE-YEARS (WS-MS-SUB) TO WS-YEARS-EDIT     00004550
               MOVE WS-SHF-MS-COUNT (WS-SHIFT-SUB, WS-MS-SUB)           00004560
                   TO WS-GROUP-COUNT                                    00004570
               MOVE SPACES TO WS-REPORT-LINE                            00004580
               PERFORM WRITE-REPORT-LINE                                00004590
               MOVE SPACES TO WS-REPORT-LINE                            00004600
               STRING '  '                    DELIMITED BY SIZE         00004610
                   WS-YEARS-EDIT              DELIMITED BY SIZE         00004620
                   ' YEAR MILESTONE - '       DELIMITED BY SIZE         00004630
                   WS-GROUP-COUNT             DELIMITED BY SIZE         00004640
                   ' ASSOCIATE(S)'            DELIMITED BY SIZE         00004650
                   INTO WS-REPORT-LINE                                  00004660
               PERFORM WRITE-REPORT-LINE                                00004670
               PERFORM WRITE-DETAIL-HEADING                             00004680
               PERFORM LIST-GROUP-DAY                                   00004690
                   VARYING WS-DAY-SUB FROM 1 BY 1                       00004700
                   UNTIL WS-DAY-SUB > 31                                00004710
           END-IF.                                                      00004720
      *                                                                 00004730
       LIST-GROUP-DAY.                                                  00004740
           PERFORM LIST-GROUP-ENTRY                                     00004750
               VARYING WS-ANV-IDX FROM 1 BY 1                           00004760
               UNTIL WS-ANV-IDX > WS-ANV-COUNT.                         00004770
      *                                                                 00004780
       LIST-GROUP-ENTRY.                                                00004790
           IF WS-ANV-SHIFT-SUB (WS-ANV-IDX) = WS-SHIFT-SUB              00004800
                   AND WS-ANV-MS-SUB (WS-ANV-IDX) = WS-MS-SUB           00004810
                   AND WS-ANV-DAY (WS-ANV-IDX) = WS-DAY-SUB             00004820
               PERFORM WRITE-DETAIL-LINE                                00004830
           END-IF.                                                      00004840
      *                                                                 00004850
       WRITE-DETAIL-HEADING.                                            00004860
           MOVE SPACES TO WS-REPORT-LINE.                               00004870
           STRING '    ANNIVERSARY  ASSOCIATE NAME'                     00004880
                                          DELIMITED BY SIZE             00004890
               '                            HIRED       STATUS'         00004900
                                          DELIMITED BY SIZE             00004910
               '    SUPERVISOR'           DELIMITED BY SIZE             00004920
               INTO WS-REPORT-LINE.                                     00004930
           PERFORM WRITE-REPORT-LINE.                                   00004940
      *                                                                 00004950
       WRITE-DETAIL-LINE.                                               00004960
           IF WS-ANV-EMP-STATUS (WS-ANV-IDX) = 'L'                      00004970
               MOVE 'ON LEAVE' TO WS-STATUS-TEXT                        00004980
           ELSE                                                         00004990
               MOVE 'ACTIVE' TO WS-STATUS-TEXT                          00005000
           END-IF.                                                      00005010
           MOVE WS-LST-YYYY TO WS-ANN-YYYY.                             00005020
           MOVE WS-LST-MM TO WS-ANN-MM.                                 00005030
           MOVE WS-ANV-DAY (WS-ANV-IDX) TO WS-ANN-DD.                   00005040
           MOVE SPACES TO WS-REPORT-LINE.                               00005050
           MOVE WS-ANNIV-DATE TO WS-REPORT-LINE (5:10).                 00005060
           MOVE WS-ANV-ASSOCIATE-ID (WS-ANV-IDX)                        00005070
               TO WS-REPORT-LINE (18:8).                                00005080
           MOVE WS-ANV-NAME (WS-ANV-IDX) TO WS-REPORT-LINE (28:30).     00005090
           MOVE WS-ANV-HIRE-DATE (WS-ANV-IDX)                           00005100
               TO WS-REPORT-LINE (60:10).                               00005110
           MOVE WS-STATUS-TEXT TO WS-REPORT-LINE (72:8).                00005120
           MOVE WS-ANV-SUPERVISOR-ID (WS-ANV-IDX)                       00005130
               TO WS-REPORT-LINE (82:8).                                00005140
           PERFORM WRITE-REPORT-LINE.                                   00005150
      *                                                                 00005160
       WRITE-PAGE-HEADING.                                              00005170
           ADD 1 TO WS-PAGE-NUMBER.                                     00005180
           MOVE SPACES TO WS-HEADING-LINE.                              00005190
           STRING 'EMPANNV SERVICE ANNIVERSARY LISTING  '               00005200
                                          DELIMITED BY SIZE             00005210
               'MONTH: '                  DELIMITED BY SIZE             00005220
               WS-LIST-MONTH              DELIMITED BY SIZE             00005230
               '  BUSINESS DATE: '        DELIMITED BY SIZE             00005240
               WS-RUN-DATE                DELIMITED BY SIZE             00005250
               '  MILESTONES: 1, 5, 10, 20 YEARS'                       00005260
                                          DELIMITED BY SIZE             00005270
               '  PAGE '                  DELIMITED BY SIZE             00005280
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00005290
               INTO WS-HEADING-LINE.                                    00005300
           MOVE '1' TO WS-PRINT-CC.                                     00005310
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00005320
           WRITE ANNVRPT-RECORD FROM WS-PRINT-LINE.                     00005330
           MOVE 1 TO WS-LINE-COUNT.                                     00005340
      *                                                                 00005350
       WRITE-REPORT-LINE.                                               00005360
           IF WS-ANNVRPT-OPEN-OK                                        00005370
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                    00005380
                   PERFORM WRITE-PAGE-HEADING                           00005390
               END-IF                                                   00005400
               MOVE ' ' TO WS-PRINT-CC                                  00005410
               MOVE WS-REPORT-LINE TO WS-PRINT-TEXT                     00005420
               WRITE ANNVRPT-RECORD FROM WS-PRINT-LINE                  00005430
               ADD 1 TO WS-LINE-COUNT                                   00005440
           END-IF.                                                      00005450
      *                                                                 00005460
       WRITE-SUMMARY-LINE.                                              00005470
           MOVE SPACES TO WS-REPORT-LINE.                               00005480
           MOVE WS-SHF-CODE (WS-SHIFT-SUB) TO WS-REPORT-LINE (4:1).     00005490
           MOVE WS-SHF-MS-COUNT (WS-SHIFT-SUB, 1)                       00005500
               TO WS-REPORT-LINE (10:5).                                00005510
           MOVE WS-SHF-MS-COUNT (WS-SHIFT-SUB, 2)                       00005520
               TO WS-REPORT-LINE (20:5).                                00005530
           MOVE WS-SHF-MS-COUNT (WS-SHIFT-SUB, 3)                       00005540
               TO WS-REPORT-LINE (30:5).                                00005550
           MOVE WS-SHF-MS-COUNT (WS-SHIFT-SUB, 4)                       00005560
               TO WS-REPORT-LINE (40:5).                                00005570
           MOVE WS-SHF-TOTAL (WS-SHIFT-SUB) TO WS-REPORT-LINE (50:5).   00005580
           PERFORM WRITE-REPORT-LINE.                                   00005590
      *                                                                 00005600
       WRITE-MILESTONE-SUMMARY.                                         00005610
           MOVE SPACES TO WS-REPORT-LINE.                               00005620
           PERFORM WRITE-REPORT-LINE.                                   00005630
           MOVE 'MILESTONE ANNIVERSARIES BY SHIFT' TO WS-REPORT-LINE.   00005640
           PERFORM WRITE-REPORT-LINE.                                   00005650
           MOVE SPACES TO WS-REPORT-LINE.                               00005660
           STRING 'SHIFT    1 YEAR   5 YEARS  10 YEARS  20 YEARS'       00005670
                                          DELIMITED BY SIZE             00005680
               '     TOTAL'               DELIMITED BY SIZE             00005690
               INTO WS-REPORT-LINE.                                     00005700
           PERFORM WRITE-REPORT-LINE.                                   00005710
           PERFORM WRITE-SUMMARY-LINE                                   00005720
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00005730
               UNTIL WS-SHIFT-SUB > 3.                                  00005740
           MOVE SPACES TO WS-REPORT-LINE.                               00005750
           MOVE 'ALL' TO WS-REPORT-LINE (2:3).                          00005760
           MOVE WS-MS-TOTAL (1) TO WS-REPORT-LINE (10:5).               00005770
           MOVE WS-MS-TOTAL (2) TO WS-REPORT-LINE (20:5).               00005780
           MOVE WS-MS-TOTAL (3) TO WS-REPORT-LINE (30:5).               00005790
           MOVE WS-MS-TOTAL (4) TO WS-REPORT-LINE (40:5).               00005800
           MOVE WS-LISTED-COUNT TO WS-GROUP-COUNT.                      00005810
           MOVE WS-GROUP-COUNT TO WS-REPORT-LINE (50:5).                00005820
           PERFORM WRITE-REPORT-LINE.                                   00005830
      *                                                                 00005840
       WRITE-CONTROL-TOTALS.                                            00005850
           PERFORM WRITE-SHIFT-SECTION                                  00005860
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00005870
               UNTIL WS-SHIFT-SUB > 3.                                  00005880
           PERFORM WRITE-MILESTONE-SUMMARY.                             00005890
           MOVE SPACES TO WS-REPORT-LINE.                               00005900
           PERFORM WRITE-REPORT-LINE.                                   00005910
           MOVE SPACES TO WS-REPORT-LINE.                               00005920
           STRING 'ROSTER READ: '         DELIMITED BY SIZE             00005930
               WS-MASTER-READ             DELIMITED BY SIZE             00005940
               '  LISTED: '               DELIMITED BY SIZE             00005950
               WS-LISTED-COUNT            DELIMITED BY SIZE             00005960
               '  NO HIRE DATE: '         DELIMITED BY SIZE             00005970
               WS-NO-HIRE-COUNT           DELIMITED BY SIZE             00005980
               '  INVALID HIRE DATE: '    DELIMITED BY SIZE             00005990
               WS-BAD-HIRE-COUNT          DELIMITED BY SIZE             00006000
               INTO WS-REPORT-LINE.                                     00006010
           PERFORM WRITE-REPORT-LINE.                                   00006020
           IF WS-ANV-TABLE-FULL                                         00006030
               MOVE SPACES TO WS-REPORT-LINE                            00006040
               STRING '*** TABLE FULL - NOT LISTED: '                   00006050
                                          DELIMITED BY SIZE             00006060
                   WS-OMITTED-COUNT       DELIMITED BY SIZE             00006070
                   INTO WS-REPORT-LINE                                  00006080
               PERFORM WRITE-REPORT-LINE                                00006090
           END-IF.                                                      00006100
      *                                                                 00006110
       TERMINATE-RUN.                                                   00006120
           IF WS-MASTER-OPEN-OK                                         00006130
               CLOSE EMPMSTR                                            00006140
           END-IF.                                                      00006150
           IF WS-ANNVRPT-OPEN-OK                                        00006160
               IF NOT WS-IO-ERROR-FOUND                                 00006170
                   PERFORM WRITE-CONTROL-TOTALS                         00006180
               ELSE                                                     00006190
                   MOVE SPACES TO WS-REPORT-LINE                        00006200
                   PERFORM WRITE-REPORT-LINE                            00006210
                   MOVE '*** RUN FAILED - LISTING NOT PRODUCED'         00006220
                       TO WS-REPORT-LINE                                00006230
                   PERFORM WRITE-REPORT-LINE                            00006240
               END-IF                                                   00006250
               CLOSE ANNVRPT                                            00006260
           END-IF.                                                      00006270
           IF RETURN-CODE = 0                                           00006280
               IF WS-BAD-HIRE-COUNT > 0 OR WS-ANV-TABLE-FULL            00006290
                   MOVE 4 TO RETURN-CODE                                00006300
               END-IF                                                   00006310
           END-IF.                                                      00006320
           DISPLAY 'EMPANNV: BUSINESS DATE:     ' WS-RUN-DATE.          00006330
           DISPLAY 'EMPANNV: LISTING MONTH:     ' WS-LIST-MONTH.        00006340
           DISPLAY 'EMPANNV: ROSTER READ:       ' WS-MASTER-READ.       00006350
           DISPLAY 'EMPANNV: LISTED:            ' WS-LISTED-COUNT.      00006360
           DISPLAY 'EMPANNV: NO HIRE DATE:      ' WS-NO-HIRE-COUNT.     00006370
           DISPLAY 'EMPANNV: INVALID HIRE DATE: ' WS-BAD-HIRE-COUNT.    00006380
      *                                                                 00006390
       MAIN-LOGIC-EXIT.                                                 00006400
           STOP RUN.                                                    00006410
