       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPPROJ.                                             00000020
      *                                                                 00000030
      * FORWARD STAFFING PROJECTION.  THE HWORLDPS SHIFTMIN CHECK       00000040
      * ONLY SEES TONIGHT'S ROSTER.  THIS PROGRAM STARTS FROM THE       00000050
      * CURRENT EMPMSTR HEADCOUNT BY SHIFT AND PLAYS THE HELD,          00000060
      * FUTURE-DATED EMPMAINT TRANSACTIONS (THE HOLDOVER                00000070
      * GENERATION, EMPTRAN LAYOUT) FORWARD ONE BUSINESS DAY AT A       00000080
      * TIME OVER A 14- OR 30-DAY HORIZON SET BY THE PROJCTL CARD.      00000090
      * EACH DAY'S PROJECTED ACTIVE HEADCOUNT PER SHIFT (EVERYONE       00000100
      * NOT ON LEAVE, AS HWORLDPS COUNTS IT) IS COMPARED WITH THE       00000110
      * SHIFTMIN FLOORS.  EVERY DAY AND SHIFT PROJECTED BELOW ITS       00000120
      * FLOOR IS FLAGGED WITH THE HELD TRANSACTIONS THAT TAKE IT        00000130
      * THERE - ON THE FIRST DAY OF A SHORTFALL ALL OF THEM, ON         00000140
      * LATER DAYS OF THE SAME SHORTFALL ONLY THAT DAY'S.               00000150
      *                                                                 00000160
      * A TRANSACTION IS PLAYED THE WAY EMPMAINT WOULD APPLY IT ON      00000170
      * THE FIRST NIGHT ITS EFFECTIVE DATE IS REACHED, IN DECK          00000180
      * ORDER WITHIN A DAY: AN ADD FOR AN ID ALREADY ON THE ROSTER,     00000190
      * A CHANGE OR DELETE FOR ONE THAT IS NOT, A SUPERVISOR ID NOT     00000200
      * ON THE SUPERVISOR FILE (SUPVREF), A HIRE DATE THAT IS NOT A     00000210
      * VALID YYYY-MM-DD DATE, AN INVALID SHIFT OR A BAD ACTION CODE    00000220
      * WOULD REJECT AND IS LISTED, NOT PLAYED.  A BLANK SUPERVISOR     00000230
      * ID OR HIRE DATE PASSES, AS IT DOES ON THE NIGHT.  USER          00000240
      * AUTHORITY IS CHECKED ON THE NIGHT, NOT HERE.  NOTHING IS        00000250
      * UPDATED.                                                        00000260
      *                                                                 00000270
      * RETURN CODES:                                                   00000280
      *   RC=0  NO SHIFT PROJECTED BELOW ITS FLOOR                      00000290
      *   RC=4  ONE OR MORE DAY/SHIFT SHORTFALLS, OR A TABLE FILLED     00000300
      *         AND THE PROJECTION IS INCOMPLETE                        00000310
      *   RC=8  EMPMSTR, HOLDOVER, SUPVREF OR THE REPORT WOULD NOT      00000320
      *         OPEN                                                    00000330
      *   RC=12 I/O ERROR                                               00000340
      *                                                                 00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SOURCE-COMPUTER. IBM-ZOS.                                        00000380
       OBJECT-COMPUTER. IBM-ZOS.                                        00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000420
               ORGANIZATION IS INDEXED                                  00000430
               ACCESS MODE IS SEQUENTIAL                                00000440
               RECORD KEY IS MST-ASSOCIATE-ID                           00000450
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000460
           SELECT HOLDOVER ASSIGN TO HOLDOVER                           00000470
               ORGANIZATION IS SEQUENTIAL                               00000480
               FILE STATUS IS WS-HOLDOVER-STATUS.                       00000490
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000500
               ORGANIZATION IS SEQUENTIAL                               00000510
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000520
           SELECT SHIFTMIN ASSIGN TO SHIFTMIN                           00000530
               ORGANIZATION IS SEQUENTIAL                               00000540
               FILE STATUS IS WS-SHIFTMIN-STATUS.                       00000550
           SELECT PROJCTL ASSIGN TO PROJCTL                             00000560
               ORGANIZATION IS SEQUENTIAL                               00000570
               FILE STATUS IS WS-PROJCTL-STATUS.                        00000580
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000590
               ORGANIZATION IS SEQUENTIAL                               00000600
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000610
           SELECT PROJRPT ASSIGN TO PROJRPT                             00000620
               ORGANIZATION IS SEQUENTIAL                               00000630
               FILE STATUS IS WS-PROJRPT-STATUS.                        00000640
      *                                                                 00000650
       DATA DIVISION.                                                   00000660
       FILE SECTION.                                                    00000670
       FD  EMPMSTR                                                      00000680
           LABEL RECORDS ARE STANDARD.                                  00000690
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000700
      *                                                                 00000710
       FD  HOLDOVER                                                     00000720
           LABEL RECORDS ARE STANDARD                                   00000730
           RECORDING MODE IS F.                                         00000740
       01  HOLDOVER-REC                    PIC X(130).                  00000750
      *                                                                 00000760
       FD  SUPVREF                                                      00000770
           LABEL RECORDS ARE STANDARD                                   00000780
           RECORDING MODE IS F.                                         00000790
       01  SUPVREF-REC                     PIC X(80).                   00000800
      *                                                                 00000810
       FD  SHIFTMIN                                                     00000820
           LABEL RECORDS ARE STANDARD                                   00000830
           RECORDING MODE IS F.                                         00000840
       01  SHIFTMIN-RECORD.                                             00000850
           05  SHIFTMIN-SHIFT-CODE         PIC X(01).                   00000860
           05  FILLER                      PIC X(01).                   00000870
           05  SHIFTMIN-MINIMUM            PIC 9(04).                   00000880
           05  FILLER                      PIC X(74).                   00000890
      *                                                                 00000900
       FD  PROJCTL                                                      00000910
           LABEL RECORDS ARE STANDARD                                   00000920
           RECORDING MODE IS F.                                         00000930
       01  PROJCTL-RECORD.                                              00000940
           05  PRJ-HORIZON-DAYS            PIC X(02).                   00000950
           05  FILLER                      PIC X(78).                   00000960
      *                                                                 00000970
       FD  RUNCTL                                                       00000980
           LABEL RECORDS ARE STANDARD                                   00000990
           RECORDING MODE IS F.                                         00001000
       01  RUNCTL-REC                      PIC X(80).                   00001010
      *                                                                 00001020
       FD  PROJRPT                                                      00001030
           LABEL RECORDS ARE STANDARD                                   00001040
           RECORDING MODE IS F.                                         00001050
       01  PROJRPT-RECORD                  PIC X(133).                  00001060
      *                                                                 00001070
       WORKING-STORAGE SECTION.                                         00001080
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00001090
       01  WS-HOLDOVER-STATUS              PIC X(02) VALUE '00'.        00001100
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00001110
       01  WS-SHIFTMIN-STATUS              PIC X(02) VALUE '00'.        00001120
       01  WS-PROJCTL-STATUS               PIC X(02) VALUE '00'.        00001130
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00001140
       01  WS-PROJRPT-STATUS               PIC X(02) VALUE '00'.        00001150
       01  WS-PROJRPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001160
           88  WS-PROJRPT-OPEN-OK                    VALUE 'Y'.         00001170
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001180
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00001190
       01  WS-HOLDOVER-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001200
           88  WS-HOLDOVER-OPEN-OK                   VALUE 'Y'.         00001210
       01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00001220
           88  WS-MASTER-EOF                         VALUE 'Y'.         00001230
       01  WS-HOLDOVER-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001240
           88  WS-HOLDOVER-EOF                       VALUE 'Y'.         00001250
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001260
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00001270
       01  WS-SHIFTMIN-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001280
           88  WS-SHIFTMIN-EOF                       VALUE 'Y'.         00001290
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001300
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001310
       01  WS-TABLE-FULL-SWITCH            PIC X(01) VALUE 'N'.         00001320
           88  WS-TABLE-FULL                         VALUE 'Y'.         00001330
       01  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'N'.         00001340
           88  WS-MASTER-FOUND                       VALUE 'Y'.         00001350
       01  WS-HORIZON-DAYS                 PIC 9(02) VALUE 14.          00001360
       01  WS-DAY-SUB                      PIC 9(02) VALUE ZERO COMP.   00001370
       01  WS-MASTER-READ                  PIC 9(09) VALUE ZERO.        00001380
       01  WS-HELD-READ                    PIC 9(09) VALUE ZERO.        00001390
       01  WS-HELD-PLAYED                  PIC 9(09) VALUE ZERO.        00001400
       01  WS-HELD-REJECTED                PIC 9(09) VALUE ZERO.        00001410
       01  WS-HELD-BEYOND                  PIC 9(09) VALUE ZERO.        00001420
       01  WS-SHORT-COUNT                  PIC 9(05) VALUE ZERO.        00001430
       01  WS-DAY-PLAYED                   PIC 9(05) VALUE ZERO.        00001440
       01  WS-REASON                       PIC X(04) VALUE SPACES.      00001450
      *                                                                 00001460
       01  WS-SHIFT-SUB                    PIC 9(02) VALUE ZERO COMP.   00001470
       01  WS-SHF-DIGIT                    PIC 9(01) VALUE ZERO.        00001480
       01  WS-SHIFT-TABLE.                                              00001490
           05  WS-SHIFT-ENTRY              OCCURS 3 TIMES.              00001500
               10  WS-SHF-CODE             PIC X(01).                   00001510
               10  WS-SHF-MINIMUM          PIC 9(04).                   00001520
               10  WS-SHF-OPENING          PIC 9(05).                   00001530
               10  WS-SHF-COUNT            PIC 9(05).                   00001540
               10  WS-SHF-SHORT-SINCE      PIC X(10).                   00001550
               10  WS-SHF-DAY-FLAG         PIC X(02).                   00001560
      *                                                                 00001570
      * THE ROSTER AS PROJECTED - ONE ENTRY PER ASSOCIATE ON THE        00001580
      * MASTER TONIGHT, PLUS ONE PER HELD ADD AS IT IS PLAYED.  A       00001590
      * PLAYED DELETE MARKS THE ENTRY GONE.                             00001600
       01  WS-ROSTER-SUB                   PIC 9(05) VALUE ZERO COMP.   00001610
       01  WS-ROSTER-TABLE.                                             00001620
           05  WS-ROSTER-MAX               PIC 9(05) VALUE 10000        00001630
                                           COMP.                        00001640
           05  WS-ROSTER-COUNT             PIC 9(05) VALUE ZERO         00001650
                                           COMP.                        00001660
           05  WS-ROSTER-ENTRY             OCCURS 10000 TIMES           00001670
                                           INDEXED BY WS-ROS-IDX.       00001680
               10  WS-ROS-ID               PIC X(08).                   00001690
               10  WS-ROS-NAME             PIC X(30).                   00001700
               10  WS-ROS-SHIFT            PIC X(01).                   00001710
               10  WS-ROS-EMPLOYMENT       PIC X(01).                   00001720
               10  WS-ROS-PRESENT          PIC X(01).                   00001730
                   88  WS-ROS-ON-ROSTER              VALUE 'Y'.         00001740
      *                                                                 00001750
      * THE HELD TRANSACTIONS IN DECK ORDER.  ONCE PLAYED, THE          00001760
      * RESULT SHOWS WHETHER IT TOOK AN ACTIVE ASSOCIATE OFF A          00001770
      * SHIFT - MOVED OFF IT ('M'), ON LEAVE ('L') OR DELETED           00001780
      * ('D') - AND WHICH SHIFT LOST THEM.                              00001790
       01  WS-HELD-SUB                     PIC 9(05) VALUE ZERO COMP.   00001800
       01  WS-HELD-TABLE.                                               00001810
           05  WS-HELD-MAX                 PIC 9(05) VALUE 5000         00001820
                                           COMP.                        00001830
           05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO         00001840
                                           COMP.                        00001850
           05  WS-HELD-ENTRY               OCCURS 5000 TIMES.           00001860
               10  WS-HLD-EFFECTIVE-DATE   PIC X(10).                   00001870
               10  WS-HLD-ACTION           PIC X(01).                   00001880
               10  WS-HLD-ID               PIC X(08).                   00001890
               10  WS-HLD-NAME             PIC X(30).                   00001900
               10  WS-HLD-SHIFT            PIC X(01).                   00001910
               10  WS-HLD-EMPLOYMENT       PIC X(01).                   00001920
               10  WS-HLD-SUPERVISOR-ID    PIC X(08).                   00001930
               10  WS-HLD-HIRE-DATE        PIC X(10).                   00001940
               10  WS-HLD-DECK-ID          PIC X(08).                   00001950
               10  WS-HLD-DECK-SEQ         PIC 9(07).                   00001960
               10  WS-HLD-PLAYED           PIC X(01).                   00001970
                   88  WS-HLD-DONE                   VALUE 'Y'.         00001980
               10  WS-HLD-EFFECT           PIC X(01).                   00001990
                   88  WS-HLD-MOVED-OFF              VALUE 'M'.         00002000
                   88  WS-HLD-TO-LEAVE               VALUE 'L'.         00002010
                   88  WS-HLD-DELETED                VALUE 'D'.         00002020
               10  WS-HLD-LOST-SHIFT       PIC X(01).                   00002030
               10  WS-HLD-DAY-PLAYED       PIC X(10).                   00002040
               10  WS-HLD-REASON           PIC X(04).                   00002050
      *                                                                 00002060
      * SUPERVISOR IDS, LOADED FROM THE SUPERVISOR REFERENCE FILE.      00002070
       01  WS-SUPV-FOUND-SWITCH            PIC X(01) VALUE 'N'.         00002080
           88  WS-SUPV-FOUND                         VALUE 'Y'.         00002090
       01  WS-SUPV-FULL-SWITCH             PIC X(01) VALUE 'N'.         00002100
           88  WS-SUPV-TABLE-FULL                    VALUE 'Y'.         00002110
       01  WS-SUPV-TABLE.                                               00002120
           05  WS-SUPV-MAX                 PIC 9(05) VALUE 500          00002130
                                           COMP.                        00002140
           05  WS-SUPV-COUNT               PIC 9(05) VALUE ZERO         00002150
                                           COMP.                        00002160
           05  WS-SUPV-ENTRY               OCCURS 500 TIMES             00002170
                                           INDEXED BY WS-SUPV-IDX.      00002180
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00002190
       01  WS-HIRE-OK-SWITCH               PIC X(01) VALUE 'N'.         00002200
           88  WS-HIRE-DATE-OK                       VALUE 'Y'.         00002210
       01  WS-HIRE-DATE-NUM                PIC 9(08) VALUE ZERO.        00002220
      *                                                                 00002230
       01  WS-DATE-NUM                     PIC 9(08) VALUE ZERO.        00002240
       01  WS-RUN-DATE-INT                 PIC 9(09) VALUE ZERO.        00002250
       01  WS-DAY-DATE-INT                 PIC 9(09) VALUE ZERO.        00002260
       01  WS-DAY-DATE                     PIC X(10) VALUE SPACES.      00002270
       01  WS-OLD-SHIFT                    PIC X(01) VALUE SPACE.       00002280
       01  WS-OLD-EMPLOYMENT               PIC X(01) VALUE SPACE.       00002290
       01  WS-NEW-EMPLOYMENT               PIC X(01) VALUE SPACE.       00002300
       01  WS-CAUSE-NAME                   PIC X(30) VALUE SPACES.      00002310
       01  WS-EFFECT-TEXT                  PIC X(18) VALUE SPACES.      00002320
       01  WS-REPORT-LINE                  PIC X(133).                  00002330
       01  WS-HEADING-LINE                 PIC X(133).                  00002340
       01  WS-PRINT-LINE.                                               00002350
           05  WS-PRINT-CC                 PIC X(01).                   00002360
           05  WS-PRINT-TEXT               PIC X(132).                  00002370
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00002380
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00002390
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00002400
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00002410
       01  WS-RUN-DATE.                                                 00002420
           05  WS-RDT-YYYY                 PIC X(04).                   00002430
           05  FILLER                      PIC X(01) VALUE '-'.         00002440
           05  WS-RDT-MM                   PIC X(02).                   00002450
           05  FILLER                      PIC X(01) VALUE '-'.         00002460
           05  WS-RDT-DD                   PIC X(02).                   00002470
           COPY EMPSUPV.                                                00002480
           COPY EMPTRAN.                                                00002490
           COPY RUNCTL.                                                 00002500
      *                                                                 00002510
       PROCEDURE DIVISION.                                              00002520
      *                                                                 00002530
       MAIN-LOGIC SECTION.                                              00002540
       BEGIN.                                                           00002550
           PERFORM INITIALIZE-RUN.                                      00002560
           PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF.              00002570
           PERFORM READ-HOLDOVER-RECORD UNTIL WS-HOLDOVER-EOF.          00002580
           IF NOT WS-IO-ERROR-FOUND                                     00002590
               PERFORM PROJECT-OPENING-POSITION                         00002600
               PERFORM PROJECT-ONE-DAY                                  00002610
                   VARYING WS-DAY-SUB FROM 1 BY 1                       00002620
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS                   00002630
           END-IF.                                                      00002640
           PERFORM TERMINATE-RUN.                                       00002650
           GO TO MAIN-LOGIC-EXIT.                                       00002660
      *                                                                 00002670
       INITIALIZE-RUN.                                                  00002680
           PERFORM GET-RUN-DATE.                                        00002690
           PERFORM INIT-SHIFT-TABLE                                     00002700
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00002710
               UNTIL WS-SHIFT-SUB > 3.                                  00002720
           PERFORM LOAD-SHIFT-MINIMUMS.                                 00002730
           PERFORM LOAD-HORIZON-CARD.                                   00002740
           OPEN OUTPUT PROJRPT.                                         00002750
           IF WS-PROJRPT-STATUS = '00'                                  00002760
               MOVE 'Y' TO WS-PROJRPT-OPEN-SWITCH                       00002770
               PERFORM WRITE-PAGE-HEADING                               00002780
           ELSE                                                         00002790
               DISPLAY 'EMPPROJ: PROJRPT OPEN FAILED, STATUS = '        00002800
                   WS-PROJRPT-STATUS                                    00002810
               PERFORM FATAL-OPEN-ERROR                                 00002820
           END-IF.                                                      00002830
           OPEN INPUT EMPMSTR.                                          00002840
           IF WS-EMPMSTR-STATUS = '00'                                  00002850
               MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                       00002860
           ELSE                                                         00002870
               DISPLAY 'EMPPROJ: EMPMSTR OPEN FAILED, STATUS = '        00002880
                   WS-EMPMSTR-STATUS                                    00002890
               PERFORM FATAL-OPEN-ERROR                                 00002900
           END-IF.                                                      00002910
           OPEN INPUT HOLDOVER.                                         00002920
           IF WS-HOLDOVER-STATUS = '00'                                 00002930
               MOVE 'Y' TO WS-HOLDOVER-OPEN-SWITCH                      00002940
           ELSE                                                         00002950
               DISPLAY 'EMPPROJ: HOLDOVER OPEN FAILED, STATUS = '       00002960
                   WS-HOLDOVER-STATUS                                   00002970
               PERFORM FATAL-OPEN-ERROR                                 00002980
           END-IF.                                                      00002990
           PERFORM LOAD-SUPERVISOR-FILE.                                00003000
      *                                                                 00003010
      * THE SUPERVISOR FILE IS REQUIRED, AS IT IS FOR EMPMAINT -        00003020
      * WITHOUT IT NO HELD SUPERVISOR ASSIGNMENT COULD BE CHECKED.      00003030
       LOAD-SUPERVISOR-FILE.                                            00003040
           OPEN INPUT SUPVREF.                                          00003050
           IF WS-SUPVREF-STATUS = '00'                                  00003060
               PERFORM READ-SUPERVISOR-RECORD UNTIL WS-SUPVREF-EOF      00003070
               CLOSE SUPVREF                                            00003080
           ELSE                                                         00003090
               DISPLAY 'EMPPROJ: SUPVREF OPEN FAILED, STATUS = '        00003100
                   WS-SUPVREF-STATUS                                    00003110
               PERFORM FATAL-OPEN-ERROR                                 00003120
           END-IF.                                                      00003130
      *                                                                 00003140
       READ-SUPERVISOR-RECORD.                                          00003150
           READ SUPVREF                                                 00003160
               AT END                                                   00003170
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00003180
               NOT AT END                                               00003190
                   IF WS-SUPVREF-STATUS NOT = '00'                      00003200
                       DISPLAY 'EMPPROJ: SUPVREF READ ERROR, '          00003210
                           'STATUS = ' WS-SUPVREF-STATUS                00003220
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00003230
                       PERFORM FATAL-IO-ERROR                           00003240
                   ELSE                                                 00003250
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00003260
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00003270
                   END-IF                                               00003280
           END-READ.                                                    00003290
      *                                                                 00003300
       SAVE-SUPERVISOR-ENTRY.                                           00003310
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00003320
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00003330
                   ADD 1 TO WS-SUPV-COUNT                               00003340
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00003350
                   MOVE SUP-SUPERVISOR-ID                               00003360
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00003370
               ELSE                                                     00003380
                   IF NOT WS-SUPV-TABLE-FULL                            00003390
                       DISPLAY 'EMPPROJ: SUPERVISOR TABLE FULL - '      00003400
                           'LATER SUPERVISORS TREATED AS UNKNOWN'       00003410
                   END-IF                                               00003420
                   MOVE 'Y' TO WS-SUPV-FULL-SWITCH                      00003430
               END-IF                                                   00003440
           END-IF.                                                      00003450
      *                                                                 00003460
       FATAL-OPEN-ERROR.                                                00003470
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00003480
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00003490
           MOVE 'Y' TO WS-HOLDOVER-EOF-SWITCH.                          00003500
           MOVE 8 TO RETURN-CODE.                                       00003510
      *                                                                 00003520
       FATAL-IO-ERROR.                                                  00003530
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00003540
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00003550
           MOVE 'Y' TO WS-HOLDOVER-EOF-SWITCH.                          00003560
           MOVE 12 TO RETURN-CODE.                                      00003570
      *                                                                 00003580
       GET-RUN-DATE.                                                    00003590
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00003600
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00003610
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00003620
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00003630
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-NUM.               00003640
           COMPUTE WS-RUN-DATE-INT =                                    00003650
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).                   00003660
           PERFORM READ-RUN-CONTROL.                                    00003670
      *                                                                 00003680
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00003690
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00003700
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00003710
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00003720
       READ-RUN-CONTROL.                                                00003730
           OPEN INPUT RUNCTL.                                           00003740
           IF WS-RUNCTL-STATUS = '00'                                   00003750
               READ RUNCTL                                              00003760
                   AT END                                               00003770
                       DISPLAY 'EMPPROJ: RUNCTL IS EMPTY - '            00003780
                           'SYSTEM DATE USED'                           00003790
                   NOT AT END                                           00003800
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00003810
                       IF CTL-BUSINESS-DATE NOT = SPACES                00003820
                           MOVE CTL-BUSINESS-DATE                       00003830
                               TO WS-RUN-DATE                           00003840
                           MOVE CTL-BUSINESS-DATE (1:4)                 00003850
                               TO WS-DATE-NUM (1:4)                     00003860
                           MOVE CTL-BUSINESS-DATE (6:2)                 00003870
                               TO WS-DATE-NUM (5:2)                     00003880
                           MOVE CTL-BUSINESS-DATE (9:2)                 00003890
                               TO WS-DATE-NUM (7:2)                     00003900
                           COMPUTE WS-RUN-DATE-INT =                    00003910
                               FUNCTION INTEGER-OF-DATE                 00003920
                               (WS-DATE-NUM)                            00003930
                       END-IF                                           00003940
               END-READ                                                 00003950
               CLOSE RUNCTL                                             00003960
           ELSE                                                         00003970
               DISPLAY 'EMPPROJ: RUNCTL OPEN FAILED, '                  00003980
                   'STATUS = ' WS-RUNCTL-STATUS                         00003990
               DISPLAY 'EMPPROJ: SYSTEM DATE USED'                      00004000
           END-IF.                                                      00004010
      *                                                                 00004020
       INIT-SHIFT-TABLE.                                                00004030
           MOVE WS-SHIFT-SUB TO WS-SHF-DIGIT.                           00004040
           MOVE WS-SHF-DIGIT TO WS-SHF-CODE (WS-SHIFT-SUB).             00004050
           MOVE ZERO TO WS-SHF-MINIMUM (WS-SHIFT-SUB).                  00004060
           MOVE ZERO TO WS-SHF-OPENING (WS-SHIFT-SUB).                  00004070
           MOVE ZERO TO WS-SHF-COUNT (WS-SHIFT-SUB).                    00004080
           MOVE SPACES TO WS-SHF-SHORT-SINCE (WS-SHIFT-SUB).            00004090
           MOVE SPACES TO WS-SHF-DAY-FLAG (WS-SHIFT-SUB).               00004100
      *                                                                 00004110
      * THE SAME FLOORS FILE HWORLDPS CHECKS TONIGHT'S ROSTER           00004120
      * AGAINST.  A MISSING FILE LEAVES EVERY FLOOR AT ZERO.            00004130
       LOAD-SHIFT-MINIMUMS.                                             00004140
           OPEN INPUT SHIFTMIN.                                         00004150
           IF WS-SHIFTMIN-STATUS = '00'                                 00004160
               PERFORM READ-SHIFTMIN-RECORD                             00004170
                   UNTIL WS-SHIFTMIN-EOF                                00004180
               CLOSE SHIFTMIN                                           00004190
           ELSE                                                         00004200
               DISPLAY 'EMPPROJ: SHIFTMIN OPEN FAILED, STATUS = '       00004210
                   WS-SHIFTMIN-STATUS                                   00004220
               DISPLAY 'EMPPROJ: COVERAGE FLOORS DEFAULT TO ZERO'       00004230
           END-IF.                                                      00004240
      *                                                                 00004250
       READ-SHIFTMIN-RECORD.                                            00004260
           READ SHIFTMIN                                                00004270
               AT END                                                   00004280
                   MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH                   00004290
               NOT AT END                                               00004300
                   IF WS-SHIFTMIN-STATUS NOT = '00'                     00004310
                       DISPLAY 'EMPPROJ: SHIFTMIN READ ERROR, '         00004320
                           'STATUS = ' WS-SHIFTMIN-STATUS               00004330
                       MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH               00004340
                   ELSE                                                 00004350
                       PERFORM APPLY-SHIFT-MINIMUM                      00004360
                           VARYING WS-SHIFT-SUB FROM 1 BY 1             00004370
                           UNTIL WS-SHIFT-SUB > 3                       00004380
                   END-IF                                               00004390
           END-READ.                                                    00004400
      *                                                                 00004410
       APPLY-SHIFT-MINIMUM.                                             00004420
           IF WS-SHF-CODE (WS-SHIFT-SUB) = SHIFTMIN-SHIFT-CODE          00004430
                   AND SHIFTMIN-MINIMUM NUMERIC                         00004440
               MOVE SHIFTMIN-MINIMUM                                    00004450
                   TO WS-SHF-MINIMUM (WS-SHIFT-SUB)                     00004460
           END-IF.                                                      00004470
      *                                                                 00004480
      * HORIZON CARD: '14' OR '30' IN COLS 1-2.  A MISSING OR EMPTY     00004490
      * FILE, OR ANY OTHER VALUE, GIVES THE TWO-WEEK DEFAULT.           00004500
       LOAD-HORIZON-CARD.                                               00004510
           OPEN INPUT PROJCTL.                                          00004520
           IF WS-PROJCTL-STATUS = '00'                                  00004530
               READ PROJCTL                                             00004540
                   AT END                                               00004550
                       DISPLAY 'EMPPROJ: PROJCTL IS EMPTY - '           00004560
                           'HORIZON DEFAULTS TO ' WS-HORIZON-DAYS       00004570
                           ' DAYS'                                      00004580
                   NOT AT END                                           00004590
                       IF PRJ-HORIZON-DAYS = '14'                       00004600
                               OR PRJ-HORIZON-DAYS = '30'               00004610
                           MOVE PRJ-HORIZON-DAYS TO WS-HORIZON-DAYS     00004620
                       ELSE                                             00004630
                           DISPLAY 'EMPPROJ: PROJCTL HORIZON NOT '      00004640
                               '14 OR 30 - DEFAULT '                    00004650
                               WS-HORIZON-DAYS ' DAYS USED'             00004660
                       END-IF                                           00004670
               END-READ                                                 00004680
               CLOSE PROJCTL                                            00004690
           ELSE                                                         00004700
               DISPLAY 'EMPPROJ: PROJCTL OPEN FAILED, STATUS = '        00004710
                   WS-PROJCTL-STATUS                                    00004720
               DISPLAY 'EMPPROJ: HORIZON DEFAULTS TO '                  00004730
                   WS-HORIZON-DAYS ' DAYS'                              00004740
           END-IF.                                                      00004750
      *                                                                 00004760
       READ-MASTER-RECORD.                                              00004770
           READ EMPMSTR NEXT RECORD                                     00004780
               AT END                                                   00004790
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00004800
               NOT AT END                                               00004810
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00004820
                       DISPLAY 'EMPPROJ: EMPMSTR READ ERROR, '          00004830
                           'STATUS = ' WS-EMPMSTR-STATUS                00004840
                       PERFORM FATAL-IO-ERROR                           00004850
                   ELSE                                                 00004860
                       ADD 1 TO WS-MASTER-READ                          00004870
                       PERFORM LOAD-ROSTER-ENTRY                        00004880
                   END-IF                                               00004890
           END-READ.                                                    00004900
      *                                                                 00004910
       LOAD-ROSTER-ENTRY.                                               00004920
           IF WS-ROSTER-COUNT < WS-ROSTER-MAX                           00004930
               ADD 1 TO WS-ROSTER-COUNT                                 00004940
               MOVE MST-ASSOCIATE-ID TO WS-ROS-ID (WS-ROSTER-COUNT)     00004950
               MOVE MST-ASSOCIATE-NAME                                  00004960
                   TO WS-ROS-NAME (WS-ROSTER-COUNT)                     00004970
               MOVE MST-SHIFT-CODE TO WS-ROS-SHIFT (WS-ROSTER-COUNT)    00004980
               MOVE MST-EMPLOYMENT-STATUS                               00004990
                   TO WS-ROS-EMPLOYMENT (WS-ROSTER-COUNT)               00005000
               MOVE 'Y' TO WS-ROS-PRESENT (WS-ROSTER-COUNT)             00005010
           ELSE                                                         00005020
               PERFORM ROSTER-TABLE-FULL                                00005030
           END-IF.                                                      00005040
      *                                                                 00005050
       ROSTER-TABLE-FULL.                                               00005060
           IF NOT WS-TABLE-FULL                                         00005070
               DISPLAY 'EMPPROJ: ROSTER TABLE FULL AT '                 00005080
                   WS-ROSTER-MAX ' - PROJECTION INCOMPLETE'             00005090
           END-IF.                                                      00005100
           MOVE 'Y' TO WS-TABLE-FULL-SWITCH.                            00005110
      *                                                                 00005120
       READ-HOLDOVER-RECORD.                                            00005130
           READ HOLDOVER                                                00005140
               AT END                                                   00005150
                   MOVE 'Y' TO WS-HOLDOVER-EOF-SWITCH                   00005160
               NOT AT END                                               00005170
                   IF WS-HOLDOVER-STATUS NOT = '00'                     00005180
                       DISPLAY 'EMPPROJ: HOLDOVER READ ERROR, '         00005190
                           'STATUS = ' WS-HOLDOVER-STATUS               00005200
                       PERFORM FATAL-IO-ERROR                           00005210
                   ELSE                                                 00005220
                       ADD 1 TO WS-HELD-READ                            00005230
                       MOVE HOLDOVER-REC TO EMPTRAN-RECORD              00005240
                       PERFORM LOAD-HELD-ENTRY                          00005250
                   END-IF                                               00005260
           END-READ.                                                    00005270
      *                                                                 00005280
       LOAD-HELD-ENTRY.                                                 00005290
           IF WS-HELD-COUNT < WS-HELD-MAX                               00005300
               ADD 1 TO WS-HELD-COUNT                                   00005310
               MOVE TRN-EFFECTIVE-DATE                                  00005320
                   TO WS-HLD-EFFECTIVE-DATE (WS-HELD-COUNT)             00005330
               MOVE TRN-ACTION-CODE TO WS-HLD-ACTION (WS-HELD-COUNT)    00005340
               MOVE TRN-ASSOCIATE-ID TO WS-HLD-ID (WS-HELD-COUNT)       00005350
               MOVE TRN-ASSOCIATE-NAME                                  00005360
                   TO WS-HLD-NAME (WS-HELD-COUNT)                       00005370
               MOVE TRN-SHIFT-CODE TO WS-HLD-SHIFT (WS-HELD-COUNT)      00005380
               MOVE TRN-EMPLOYMENT-STATUS                               00005390
                   TO WS-HLD-EMPLOYMENT (WS-HELD-COUNT)                 00005400
               MOVE TRN-SUPERVISOR-ID                                   00005410
                   TO WS-HLD-SUPERVISOR-ID (WS-HELD-COUNT)              00005420
               MOVE TRN-HIRE-DATE TO WS-HLD-HIRE-DATE (WS-HELD-COUNT)   00005430
               MOVE TRN-DECK-ID TO WS-HLD-DECK-ID (WS-HELD-COUNT)       00005440
               MOVE TRN-DECK-SEQ TO WS-HLD-DECK-SEQ (WS-HELD-COUNT)     00005450
               MOVE 'N' TO WS-HLD-PLAYED (WS-HELD-COUNT)                00005460
               MOVE SPACE TO WS-HLD-EFFECT (WS-HELD-COUNT)              00005470
               MOVE SPACE TO WS-HLD-LOST-SHIFT (WS-HELD-COUNT)          00005480
               MOVE SPACES TO WS-HLD-DAY-PLAYED (WS-HELD-COUNT)         00005490
               MOVE SPACES TO WS-HLD-REASON (WS-HELD-COUNT)             00005500
           ELSE                                                         00005510
               IF NOT WS-TABLE-FULL                                     00005520
                   DISPLAY 'EMPPROJ: HELD TABLE FULL AT '               00005530
                       WS-HELD-MAX ' - PROJECTION INCOMPLETE'           00005540
               END-IF                                                   00005550
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00005560
           END-IF.                                                      00005570
      *                                                                 00005580
      * TONIGHT'S ROSTER, BEFORE ANY HELD TRANSACTION MATURES.  A       00005590
      * SHIFT ALREADY UNDER ITS FLOOR IS MARKED HERE; THE DAYS          00005600
      * BELOW THEN SHOW HOW LONG IT STAYS THAT WAY.                     00005610
       PROJECT-OPENING-POSITION.                                        00005620
           PERFORM COUNT-ACTIVE-HEADCOUNT.                              00005630
           PERFORM SAVE-OPENING-COUNT                                   00005640
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00005650
               UNTIL WS-SHIFT-SUB > 3.                                  00005660
           MOVE ZERO TO WS-DAY-PLAYED.                                  00005670
           MOVE SPACES TO WS-REPORT-LINE.                               00005680
           MOVE 'CURRENT' TO WS-REPORT-LINE (1:10).                     00005690
           PERFORM BUILD-DAY-LINE.                                      00005700
           PERFORM WRITE-REPORT-LINE.                                   00005710
      *                                                                 00005720
       SAVE-OPENING-COUNT.                                              00005730
           MOVE WS-SHF-COUNT (WS-SHIFT-SUB)                             00005740
               TO WS-SHF-OPENING (WS-SHIFT-SUB).                        00005750
      *                                                                 00005760
       PROJECT-ONE-DAY.                                                 00005770
           COMPUTE WS-DAY-DATE-INT = WS-RUN-DATE-INT + WS-DAY-SUB.      00005780
           COMPUTE WS-DATE-NUM =                                        00005790
               FUNCTION DATE-OF-INTEGER(WS-DAY-DATE-INT).               00005800
           MOVE SPACES TO WS-DAY-DATE.                                  00005810
           STRING WS-DATE-NUM (1:4)       DELIMITED BY SIZE             00005820
               '-'                        DELIMITED BY SIZE             00005830
               WS-DATE-NUM (5:2)          DELIMITED BY SIZE             00005840
               '-'                        DELIMITED BY SIZE             00005850
               WS-DATE-NUM (7:2)          DELIMITED BY SIZE             00005860
               INTO WS-DAY-DATE.                                        00005870
           MOVE ZERO TO WS-DAY-PLAYED.                                  00005880
           PERFORM PLAY-HELD-TRANSACTION                                00005890
               VARYING WS-HELD-SUB FROM 1 BY 1                          00005900
               UNTIL WS-HELD-SUB > WS-HELD-COUNT.                       00005910
           PERFORM COUNT-ACTIVE-HEADCOUNT.                              00005920
           MOVE SPACES TO WS-REPORT-LINE.                               00005930
           MOVE WS-DAY-DATE TO WS-REPORT-LINE (1:10).                   00005940
           PERFORM BUILD-DAY-LINE.                                      00005950
           PERFORM WRITE-REPORT-LINE.                                   00005960
           PERFORM LIST-DAY-REJECT                                      00005970
               VARYING WS-HELD-SUB FROM 1 BY 1                          00005980
               UNTIL WS-HELD-SUB > WS-HELD-COUNT.                       00005990
           PERFORM CHECK-SHIFT-FLOOR                                    00006000
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00006010
               UNTIL WS-SHIFT-SUB > 3.                                  00006020
      *                                                                 00006030
      * EMPMAINT APPLIES A HELD TRANSACTION ON THE FIRST NIGHT THE      00006040
      * BUSINESS DATE REACHES ITS EFFECTIVE DATE.                       00006050
       PLAY-HELD-TRANSACTION.                                           00006060
           IF NOT WS-HLD-DONE (WS-HELD-SUB)                             00006070
                   AND WS-HLD-EFFECTIVE-DATE (WS-HELD-SUB)              00006080
                       NOT > WS-DAY-DATE                                00006090
               MOVE 'Y' TO WS-HLD-PLAYED (WS-HELD-SUB)                  00006100
               MOVE WS-DAY-DATE TO WS-HLD-DAY-PLAYED (WS-HELD-SUB)      00006110
               MOVE SPACES TO WS-REASON                                 00006120
               PERFORM FIND-ROSTER-ENTRY                                00006130
               EVALUATE TRUE                                            00006140
                   WHEN WS-HLD-ID (WS-HELD-SUB) = SPACES                00006150
                       MOVE 'NOID' TO WS-REASON                         00006160
                   WHEN WS-HLD-ACTION (WS-HELD-SUB) = 'A'               00006170
                       PERFORM PLAY-ADD                                 00006180
                   WHEN WS-HLD-ACTION (WS-HELD-SUB) = 'C'               00006190
                       PERFORM PLAY-CHANGE                              00006200
                   WHEN WS-HLD-ACTION (WS-HELD-SUB) = 'D'               00006210
                       PERFORM PLAY-DELETE                              00006220
                   WHEN OTHER                                           00006230
                       MOVE 'ACTN' TO WS-REASON                         00006240
               END-EVALUATE                                             00006250
               IF WS-REASON = SPACES                                    00006260
                   ADD 1 TO WS-HELD-PLAYED                              00006270
                   ADD 1 TO WS-DAY-PLAYED                               00006280
               ELSE                                                     00006290
                   ADD 1 TO WS-HELD-REJECTED                            00006300
                   MOVE WS-REASON TO WS-HLD-REASON (WS-HELD-SUB)        00006310
               END-IF                                                   00006320
           END-IF.                                                      00006330
      *                                                                 00006340
       FIND-ROSTER-ENTRY.                                               00006350
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.                          00006360
           IF WS-ROSTER-COUNT > 0                                       00006370
               SET WS-ROS-IDX TO 1                                      00006380
               SEARCH WS-ROSTER-ENTRY                                   00006390
                   AT END                                               00006400
                       CONTINUE                                         00006410
                   WHEN WS-ROS-IDX > WS-ROSTER-COUNT                    00006420
                       CONTINUE                                         00006430
                   WHEN WS-ROS-ID (WS-ROS-IDX)                          00006440
                           = WS-HLD-ID (WS-HELD-SUB)                    00006450
                           AND WS-ROS-ON-ROSTER (WS-ROS-IDX)            00006460
                       MOVE 'Y' TO WS-MASTER-FOUND-SWITCH               00006470
                       SET WS-ROSTER-SUB TO WS-ROS-IDX                  00006480
               END-SEARCH                                               00006490
           END-IF.                                                      00006500
      *                                                                 00006510
      * A BLANK SUPERVISOR ID PASSES, AS IN EMPMAINT.                   00006520
       FIND-HELD-SUPERVISOR.                                            00006530
           MOVE 'N' TO WS-SUPV-FOUND-SWITCH.                            00006540
           IF WS-HLD-SUPERVISOR-ID (WS-HELD-SUB) = SPACES               00006550
               MOVE 'Y' TO WS-SUPV-FOUND-SWITCH                         00006560
           ELSE                                                         00006570
               IF WS-SUPV-COUNT > 0                                     00006580
                   SET WS-SUPV-IDX TO 1                                 00006590
                   SEARCH WS-SUPV-ENTRY                                 00006600
                       AT END                                           00006610
                           CONTINUE                                     00006620
                       WHEN WS-SUPV-IDX > WS-SUPV-COUNT                 00006630
                           CONTINUE                                     00006640
                       WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)          00006650
                               = WS-HLD-SUPERVISOR-ID (WS-HELD-SUB)     00006660
                           MOVE 'Y' TO WS-SUPV-FOUND-SWITCH             00006670
                   END-SEARCH                                           00006680
               END-IF                                                   00006690
           END-IF.                                                      00006700
      *                                                                 00006710
      * A BLANK HIRE DATE PASSES, AS IN EMPMAINT.                       00006720
       CHECK-HELD-HIRE-DATE.                                            00006730
           MOVE 'N' TO WS-HIRE-OK-SWITCH.                               00006740
           MOVE ZERO TO WS-HIRE-DATE-NUM.                               00006750
           IF WS-HLD-HIRE-DATE (WS-HELD-SUB) = SPACES                   00006760
               MOVE 'Y' TO WS-HIRE-OK-SWITCH                            00006770
           ELSE                                                         00006780
               IF WS-HLD-HIRE-DATE (WS-HELD-SUB) (1:4) NUMERIC          00006790
                       AND WS-HLD-HIRE-DATE (WS-HELD-SUB) (5:1) = '-'   00006800
                       AND WS-HLD-HIRE-DATE (WS-HELD-SUB) (6:2) NUMERIC 00006810
                       AND WS-HLD-HIRE-DATE (WS-HELD-SUB) (8:1) = '-'   00006820
                       AND WS-HLD-HIRE-DATE (WS-HELD-SUB) (9:2) NUMERIC 00006830
                   MOVE WS-HLD-HIRE-DATE (WS-HELD-SUB) (1:4)            00006840
                       TO WS-HIRE-DATE-NUM (1:4)                        00006850
                   MOVE WS-HLD-HIRE-DATE (WS-HELD-SUB) (6:2)            00006860
                       TO WS-HIRE-DATE-NUM (5:2)                        00006870
                   MOVE WS-HLD-HIRE-DATE (WS-HELD-SUB) (9:2)            00006880
                       TO WS-HIRE-DATE-NUM (7:2)                        00006890
                   IF FUNCTION TEST-DATE-YYYYMMDD                       00006900
                           (WS-HIRE-DATE-NUM) = 0                       00006910
                       MOVE 'Y' TO WS-HIRE-OK-SWITCH                    00006920
                   END-IF                                               00006930
               END-IF                                                   00006940
           END-IF.                                                      00006950
      *                                                                 00006960
       PLAY-ADD.                                                        00006970
           PERFORM FIND-HELD-SUPERVISOR.                                00006980
           PERFORM CHECK-HELD-HIRE-DATE.                                00006990
           EVALUATE TRUE                                                00007000
               WHEN WS-MASTER-FOUND                                     00007010
                   MOVE 'DUPL' TO WS-REASON                             00007020
               WHEN WS-HLD-NAME (WS-HELD-SUB) = SPACES                  00007030
                   MOVE 'NAME' TO WS-REASON                             00007040
               WHEN NOT WS-SUPV-FOUND                                   00007050
                   MOVE 'SUPV' TO WS-REASON                             00007060
               WHEN NOT WS-HIRE-DATE-OK                                 00007070
                   MOVE 'HIRE' TO WS-REASON                             00007080
               WHEN WS-HLD-SHIFT (WS-HELD-SUB) NOT = '1'                00007090
                       AND WS-HLD-SHIFT (WS-HELD-SUB) NOT = '2'         00007100
                       AND WS-HLD-SHIFT (WS-HELD-SUB) NOT = '3'         00007110
                   MOVE 'SHFT' TO WS-REASON                             00007120
               WHEN WS-ROSTER-COUNT NOT < WS-ROSTER-MAX                 00007130
                   PERFORM ROSTER-TABLE-FULL                            00007140
               WHEN OTHER                                               00007150
                   ADD 1 TO WS-ROSTER-COUNT                             00007160
                   MOVE WS-HLD-ID (WS-HELD-SUB)                         00007170
                       TO WS-ROS-ID (WS-ROSTER-COUNT)                   00007180
                   MOVE WS-HLD-NAME (WS-HELD-SUB)                       00007190
                       TO WS-ROS-NAME (WS-ROSTER-COUNT)                 00007200
                   MOVE WS-HLD-SHIFT (WS-HELD-SUB)                      00007210
                       TO WS-ROS-SHIFT (WS-ROSTER-COUNT)                00007220
                   IF WS-HLD-EMPLOYMENT (WS-HELD-SUB) = 'L'             00007230
                       MOVE 'L' TO WS-ROS-EMPLOYMENT (WS-ROSTER-COUNT)  00007240
                   ELSE                                                 00007250
                       MOVE 'A' TO WS-ROS-EMPLOYMENT (WS-ROSTER-COUNT)  00007260
                   END-IF                                               00007270
                   MOVE 'Y' TO WS-ROS-PRESENT (WS-ROSTER-COUNT)         00007280
           END-EVALUATE.                                                00007290
      *                                                                 00007300
      * A CHANGE CARRYING NO EMPLOYMENT STATUS KEEPS THE CURRENT        00007310
      * ONE, AS EMPMAINT DOES.  AN ACTIVE ASSOCIATE WHO ENDS UP ON      00007320
      * ANOTHER SHIFT OR ON LEAVE IS A LOSS TO THE SHIFT THEY LEFT.     00007330
       PLAY-CHANGE.                                                     00007340
           PERFORM FIND-HELD-SUPERVISOR.                                00007350
           PERFORM CHECK-HELD-HIRE-DATE.                                00007360
           EVALUATE TRUE                                                00007370
               WHEN NOT WS-MASTER-FOUND                                 00007380
                   MOVE 'NOMA' TO WS-REASON                             00007390
               WHEN NOT WS-SUPV-FOUND                                   00007400
                   MOVE 'SUPV' TO WS-REASON                             00007410
               WHEN NOT WS-HIRE-DATE-OK                                 00007420
                   MOVE 'HIRE' TO WS-REASON                             00007430
               WHEN WS-HLD-SHIFT (WS-HELD-SUB) NOT = '1'                00007440
                       AND WS-HLD-SHIFT (WS-HELD-SUB) NOT = '2'         00007450
                       AND WS-HLD-SHIFT (WS-HELD-SUB) NOT = '3'         00007460
                   MOVE 'SHFT' TO WS-REASON                             00007470
               WHEN OTHER                                               00007480
                   MOVE WS-ROS-SHIFT (WS-ROSTER-SUB) TO WS-OLD-SHIFT    00007490
                   MOVE WS-ROS-EMPLOYMENT (WS-ROSTER-SUB)               00007500
                       TO WS-OLD-EMPLOYMENT                             00007510
                   IF WS-HLD-EMPLOYMENT (WS-HELD-SUB) = 'A'             00007520
                           OR WS-HLD-EMPLOYMENT (WS-HELD-SUB) = 'L'     00007530
                       MOVE WS-HLD-EMPLOYMENT (WS-HELD-SUB)             00007540
                           TO WS-NEW-EMPLOYMENT                         00007550
                   ELSE                                                 00007560
                       MOVE WS-OLD-EMPLOYMENT TO WS-NEW-EMPLOYMENT      00007570
                   END-IF                                               00007580
                   IF WS-OLD-EMPLOYMENT NOT = 'L'                       00007590
                       IF WS-NEW-EMPLOYMENT = 'L'                       00007600
                           MOVE 'L' TO WS-HLD-EFFECT (WS-HELD-SUB)      00007610
                           MOVE WS-OLD-SHIFT                            00007620
                               TO WS-HLD-LOST-SHIFT (WS-HELD-SUB)       00007630
                       ELSE                                             00007640
                           IF WS-HLD-SHIFT (WS-HELD-SUB)                00007650
                                   NOT = WS-OLD-SHIFT                   00007660
                               MOVE 'M' TO WS-HLD-EFFECT (WS-HELD-SUB)  00007670
                               MOVE WS-OLD-SHIFT                        00007680
                                   TO WS-HLD-LOST-SHIFT (WS-HELD-SUB)   00007690
                           END-IF                                       00007700
                       END-IF                                           00007710
                   END-IF                                               00007720
                   MOVE WS-HLD-SHIFT (WS-HELD-SUB)                      00007730
                       TO WS-ROS-SHIFT (WS-ROSTER-SUB)                  00007740
                   MOVE WS-NEW-EMPLOYMENT                               00007750
                       TO WS-ROS-EMPLOYMENT (WS-ROSTER-SUB)             00007760
                   IF WS-HLD-NAME (WS-HELD-SUB) = SPACES                00007770
                       MOVE WS-ROS-NAME (WS-ROSTER-SUB)                 00007780
                           TO WS-HLD-NAME (WS-HELD-SUB)                 00007790
                   END-IF                                               00007800
           END-EVALUATE.                                                00007810
      *                                                                 00007820
       PLAY-DELETE.                                                     00007830
           IF NOT WS-MASTER-FOUND                                       00007840
               MOVE 'NOMA' TO WS-REASON                                 00007850
           ELSE                                                         00007860
               IF WS-ROS-EMPLOYMENT (WS-ROSTER-SUB) NOT = 'L'           00007870
                   MOVE 'D' TO WS-HLD-EFFECT (WS-HELD-SUB)              00007880
                   MOVE WS-ROS-SHIFT (WS-ROSTER-SUB)                    00007890
                       TO WS-HLD-LOST-SHIFT (WS-HELD-SUB)               00007900
               END-IF                                                   00007910
               IF WS-HLD-NAME (WS-HELD-SUB) = SPACES                    00007920
                   MOVE WS-ROS-NAME (WS-ROSTER-SUB)                     00007930
                       TO WS-HLD-NAME (WS-HELD-SUB)                     00007940
               END-IF                                                   00007950
               MOVE 'N' TO WS-ROS-PRESENT (WS-ROSTER-SUB)               00007960
           END-IF.                                                      00007970
      *                                                                 00007980
       COUNT-ACTIVE-HEADCOUNT.                                          00007990
           PERFORM CLEAR-SHIFT-COUNT                                    00008000
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00008010
               UNTIL WS-SHIFT-SUB > 3.                                  00008020
           PERFORM TALLY-ROSTER-ENTRY                                   00008030
               VARYING WS-ROSTER-SUB FROM 1 BY 1                        00008040
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.                   00008050
      *                                                                 00008060
       CLEAR-SHIFT-COUNT.                                               00008070
           MOVE ZERO TO WS-SHF-COUNT (WS-SHIFT-SUB).                    00008080
      *                                                                 00008090
       TALLY-ROSTER-ENTRY.                                              00008100
           IF WS-ROS-ON-ROSTER (WS-ROSTER-SUB)                          00008110
                   AND WS-ROS-EMPLOYMENT (WS-ROSTER-SUB) NOT = 'L'      00008120
               PERFORM TALLY-SHIFT-COUNT                                00008130
                   VARYING WS-SHIFT-SUB FROM 1 BY 1                     00008140
                   UNTIL WS-SHIFT-SUB > 3                               00008150
           END-IF.                                                      00008160
      *                                                                 00008170
       TALLY-SHIFT-COUNT.                                               00008180
           IF WS-SHF-CODE (WS-SHIFT-SUB) = WS-ROS-SHIFT (WS-ROSTER-SUB) 00008190
               ADD 1 TO WS-SHF-COUNT (WS-SHIFT-SUB)                     00008200
           END-IF.                                                      00008210
      *                                                                 00008220
       BUILD-DAY-LINE.                                                  00008230
           PERFORM SET-DAY-FLAG                                         00008240
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00008250
               UNTIL WS-SHIFT-SUB > 3.                                  00008260
           MOVE WS-DAY-PLAYED TO WS-REPORT-LINE (13:5).                 00008270
           MOVE WS-SHF-COUNT (1) TO WS-REPORT-LINE (21:5).              00008280
           MOVE '/' TO WS-REPORT-LINE (26:1).                           00008290
           MOVE WS-SHF-MINIMUM (1) TO WS-REPORT-LINE (27:4).            00008300
           MOVE WS-SHF-DAY-FLAG (1) TO WS-REPORT-LINE (32:2).           00008310
           MOVE WS-SHF-COUNT (2) TO WS-REPORT-LINE (37:5).              00008320
           MOVE '/' TO WS-REPORT-LINE (42:1).                           00008330
           MOVE WS-SHF-MINIMUM (2) TO WS-REPORT-LINE (43:4).            00008340
           MOVE WS-SHF-DAY-FLAG (2) TO WS-REPORT-LINE (48:2).           00008350
           MOVE WS-SHF-COUNT (3) TO WS-REPORT-LINE (53:5).              00008360
           MOVE '/' TO WS-REPORT-LINE (58:1).                           00008370
           MOVE WS-SHF-MINIMUM (3) TO WS-REPORT-LINE (59:4).            00008380
           MOVE WS-SHF-DAY-FLAG (3) TO WS-REPORT-LINE (64:2).           00008390
      *                                                                 00008400
       SET-DAY-FLAG.                                                    00008410
           IF WS-SHF-COUNT (WS-SHIFT-SUB)                               00008420
                   < WS-SHF-MINIMUM (WS-SHIFT-SUB)                      00008430
               MOVE '**' TO WS-SHF-DAY-FLAG (WS-SHIFT-SUB)              00008440
           ELSE                                                         00008450
               MOVE SPACES TO WS-SHF-DAY-FLAG (WS-SHIFT-SUB)            00008460
           END-IF.                                                      00008470
      *                                                                 00008480
      * A SHORTFALL THAT STARTS TODAY LISTS EVERY PLAYED TRANSACTION    00008490
      * THAT TOOK AN ACTIVE ASSOCIATE OFF THE SHIFT; ONE THAT           00008500
      * CONTINUES FROM AN EARLIER DAY LISTS ONLY TODAY'S.               00008510
       CHECK-SHIFT-FLOOR.                                               00008520
           IF WS-SHF-COUNT (WS-SHIFT-SUB)                               00008530
                   < WS-SHF-MINIMUM (WS-SHIFT-SUB)                      00008540
               ADD 1 TO WS-SHORT-COUNT                                  00008550
               MOVE SPACES TO WS-REPORT-LINE                            00008560
               STRING '    *** SHIFT '        DELIMITED BY SIZE         00008570
                   WS-SHF-CODE (WS-SHIFT-SUB) DELIMITED BY SIZE         00008580
                   ' BELOW FLOOR - PROJECTED '                          00008590
                                          DELIMITED BY SIZE             00008600
                   WS-SHF-COUNT (WS-SHIFT-SUB)                          00008610
                                          DELIMITED BY SIZE             00008620
                   '  FLOOR '             DELIMITED BY SIZE             00008630
                   WS-SHF-MINIMUM (WS-SHIFT-SUB)                        00008640
                                          DELIMITED BY SIZE             00008650
                   INTO WS-REPORT-LINE                                  00008660
               IF WS-SHF-SHORT-SINCE (WS-SHIFT-SUB) NOT = SPACES        00008670
                   MOVE '  SHORT SINCE' TO WS-REPORT-LINE (70:13)       00008680
                   MOVE WS-SHF-SHORT-SINCE (WS-SHIFT-SUB)               00008690
                       TO WS-REPORT-LINE (84:10)                        00008700
                   PERFORM WRITE-REPORT-LINE                            00008710
                   PERFORM LIST-DAY-CAUSE                               00008720
                       VARYING WS-HELD-SUB FROM 1 BY 1                  00008730
                       UNTIL WS-HELD-SUB > WS-HELD-COUNT                00008740
               ELSE                                                     00008750
                   PERFORM WRITE-REPORT-LINE                            00008760
                   MOVE WS-DAY-DATE                                     00008770
                       TO WS-SHF-SHORT-SINCE (WS-SHIFT-SUB)             00008780
                   IF WS-SHF-OPENING (WS-SHIFT-SUB)                     00008790
                           < WS-SHF-MINIMUM (WS-SHIFT-SUB)              00008800
                       MOVE SPACES TO WS-REPORT-LINE                    00008810
                       MOVE '        ALREADY BELOW FLOOR ON THE '       00008820
                           TO WS-REPORT-LINE (1:35)                     00008830
                       MOVE 'CURRENT ROSTER' TO WS-REPORT-LINE (36:14)  00008840
                       PERFORM WRITE-REPORT-LINE                        00008850
                   END-IF                                               00008860
                   PERFORM LIST-ALL-CAUSE                               00008870
                       VARYING WS-HELD-SUB FROM 1 BY 1                  00008880
                       UNTIL WS-HELD-SUB > WS-HELD-COUNT                00008890
               END-IF                                                   00008900
           ELSE                                                         00008910
               MOVE SPACES TO WS-SHF-SHORT-SINCE (WS-SHIFT-SUB)         00008920
           END-IF.                                                      00008930
      *                                                                 00008940
       LIST-ALL-CAUSE.                                                  00008950
           IF WS-HLD-DONE (WS-HELD-SUB)                                 00008960
                   AND WS-HLD-LOST-SHIFT (WS-HELD-SUB)                  00008970
                       = WS-SHF-CODE (WS-SHIFT-SUB)                     00008980
               PERFORM WRITE-CAUSE-LINE                                 00008990
           END-IF.                                                      00009000
      *                                                                 00009010
       LIST-DAY-CAUSE.                                                  00009020
           IF WS-HLD-DONE (WS-HELD-SUB)                                 00009030
                   AND WS-HLD-LOST-SHIFT (WS-HELD-SUB)                  00009040
                       = WS-SHF-CODE (WS-SHIFT-SUB)                     00009050
                   AND WS-HLD-DAY-PLAYED (WS-HELD-SUB) = WS-DAY-DATE    00009060
               PERFORM WRITE-CAUSE-LINE                                 00009070
           END-IF.                                                      00009080
      *                                                                 00009090
       WRITE-CAUSE-LINE.                                                00009100
           MOVE SPACES TO WS-EFFECT-TEXT.                               00009110
           EVALUATE TRUE                                                00009120
               WHEN WS-HLD-MOVED-OFF (WS-HELD-SUB)                      00009130
                   STRING 'MOVES TO SHIFT '   DELIMITED BY SIZE         00009140
                       WS-HLD-SHIFT (WS-HELD-SUB)                       00009150
                                              DELIMITED BY SIZE         00009160
                       INTO WS-EFFECT-TEXT                              00009170
               WHEN WS-HLD-TO-LEAVE (WS-HELD-SUB)                       00009180
                   MOVE 'GOES ON LEAVE' TO WS-EFFECT-TEXT               00009190
               WHEN WS-HLD-DELETED (WS-HELD-SUB)                        00009200
                   MOVE 'DELETED' TO WS-EFFECT-TEXT                     00009210
           END-EVALUATE.                                                00009220
           MOVE SPACES TO WS-REPORT-LINE.                               00009230
           MOVE 'CAUSE' TO WS-REPORT-LINE (9:5).                        00009240
           MOVE WS-HLD-EFFECTIVE-DATE (WS-HELD-SUB)                     00009250
               TO WS-REPORT-LINE (21:10).                               00009260
           MOVE WS-HLD-ACTION (WS-HELD-SUB) TO WS-REPORT-LINE (32:1).   00009270
           MOVE WS-HLD-ID (WS-HELD-SUB) TO WS-REPORT-LINE (34:8).       00009280
           MOVE WS-HLD-NAME (WS-HELD-SUB) TO WS-REPORT-LINE (43:30).    00009290
           MOVE WS-EFFECT-TEXT TO WS-REPORT-LINE (74:18).               00009300
           MOVE 'DECK' TO WS-REPORT-LINE (93:4).                        00009310
           MOVE WS-HLD-DECK-ID (WS-HELD-SUB) TO WS-REPORT-LINE (98:8).  00009320
           MOVE 'SEQ' TO WS-REPORT-LINE (107:3).                        00009330
           MOVE WS-HLD-DECK-SEQ (WS-HELD-SUB)                           00009340
               TO WS-REPORT-LINE (111:7).                               00009350
           PERFORM WRITE-REPORT-LINE.                                   00009360
      *                                                                 00009370
      * A HELD TRANSACTION THAT WOULD REJECT ON THE NIGHT IT MATURES    00009380
      * IS LISTED UNDER THAT DAY SO HR CAN CORRECT IT IN TIME.          00009390
       LIST-DAY-REJECT.                                                 00009400
           IF WS-HLD-DONE (WS-HELD-SUB)                                 00009410
                   AND WS-HLD-REASON (WS-HELD-SUB) NOT = SPACES         00009420
                   AND WS-HLD-DAY-PLAYED (WS-HELD-SUB) = WS-DAY-DATE    00009430
               PERFORM WRITE-REJECT-LINE                                00009440
           END-IF.                                                      00009450
      *                                                                 00009460
       WRITE-REJECT-LINE.                                               00009470
           MOVE SPACES TO WS-REPORT-LINE.                               00009480
           MOVE 'REJECT' TO WS-REPORT-LINE (9:6).                       00009490
           MOVE WS-HLD-REASON (WS-HELD-SUB) TO WS-REPORT-LINE (16:4).   00009500
           MOVE WS-HLD-EFFECTIVE-DATE (WS-HELD-SUB)                     00009510
               TO WS-REPORT-LINE (21:10).                               00009520
           MOVE WS-HLD-ACTION (WS-HELD-SUB) TO WS-REPORT-LINE (32:1).   00009530
           MOVE WS-HLD-ID (WS-HELD-SUB) TO WS-REPORT-LINE (34:8).       00009540
           MOVE WS-HLD-NAME (WS-HELD-SUB) TO WS-REPORT-LINE (43:30).    00009550
           MOVE 'DECK' TO WS-REPORT-LINE (93:4).                        00009560
           MOVE WS-HLD-DECK-ID (WS-HELD-SUB) TO WS-REPORT-LINE (98:8).  00009570
           MOVE 'SEQ' TO WS-REPORT-LINE (107:3).                        00009580
           MOVE WS-HLD-DECK-SEQ (WS-HELD-SUB)                           00009590
               TO WS-REPORT-LINE (111:7).                               00009600
           PERFORM WRITE-REPORT-LINE.                                   00009610
      *                                                                 00009620
       WRITE-PAGE-HEADING.                                              00009630
           ADD 1 TO WS-PAGE-NUMBER.                                     00009640
           MOVE SPACES TO WS-HEADING-LINE.                              00009650
           STRING 'EMPPROJ FORWARD STAFFING PROJECTION  '               00009660
                                          DELIMITED BY SIZE             00009670
               'BUSINESS DATE: '          DELIMITED BY SIZE             00009680
               WS-RUN-DATE                DELIMITED BY SIZE             00009690
               '  HORIZON: '              DELIMITED BY SIZE             00009700
               WS-HORIZON-DAYS            DELIMITED BY SIZE             00009710
               ' DAYS  PAGE '             DELIMITED BY SIZE             00009720
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00009730
               INTO WS-HEADING-LINE.                                    00009740
           MOVE '1' TO WS-PRINT-CC.                                     00009750
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00009760
           WRITE PROJRPT-RECORD FROM WS-PRINT-LINE.                     00009770
           MOVE SPACES TO WS-HEADING-LINE.                              00009780
           STRING 'DATE         PLAYED  '                               00009790
                                          DELIMITED BY SIZE             00009800
               'SHIFT 1/FLOOR   SHIFT 2/FLOOR   SHIFT 3/FLOOR'          00009810
                                          DELIMITED BY SIZE             00009820
               '   (** = BELOW FLOOR)'    DELIMITED BY SIZE             00009830
               INTO WS-HEADING-LINE.                                    00009840
           MOVE ' ' TO WS-PRINT-CC.                                     00009850
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00009860
           WRITE PROJRPT-RECORD FROM WS-PRINT-LINE.                     00009870
           MOVE 2 TO WS-LINE-COUNT.                                     00009880
      *                                                                 00009890
       WRITE-REPORT-LINE.                                               00009900
           IF WS-PROJRPT-OPEN-OK                                        00009910
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                    00009920
                   PERFORM WRITE-PAGE-HEADING                           00009930
               END-IF                                                   00009940
               MOVE ' ' TO WS-PRINT-CC                                  00009950
               MOVE WS-REPORT-LINE TO WS-PRINT-TEXT                     00009960
               WRITE PROJRPT-RECORD FROM WS-PRINT-LINE                  00009970
               ADD 1 TO WS-LINE-COUNT                                   00009980
           END-IF.                                                      00009990
      *                                                                 00010000
       COUNT-BEYOND-HORIZON.                                            00010010
           IF NOT WS-HLD-DONE (WS-HELD-SUB)                             00010020
               ADD 1 TO WS-HELD-BEYOND                                  00010030
           END-IF.                                                      00010040
      *                                                                 00010050
       WRITE-CONTROL-TOTALS.                                            00010060
           PERFORM COUNT-BEYOND-HORIZON                                 00010070
               VARYING WS-HELD-SUB FROM 1 BY 1                          00010080
               UNTIL WS-HELD-SUB > WS-HELD-COUNT.                       00010090
           MOVE SPACES TO WS-REPORT-LINE.                               00010100
           PERFORM WRITE-REPORT-LINE.                                   00010110
           MOVE SPACES TO WS-REPORT-LINE.                               00010120
           STRING 'ROSTER READ: '         DELIMITED BY SIZE             00010130
               WS-MASTER-READ             DELIMITED BY SIZE             00010140
               '  HELD READ: '            DELIMITED BY SIZE             00010150
               WS-HELD-READ               DELIMITED BY SIZE             00010160
               '  PLAYED: '               DELIMITED BY SIZE             00010170
               WS-HELD-PLAYED             DELIMITED BY SIZE             00010180
               '  WOULD REJECT: '         DELIMITED BY SIZE             00010190
               WS-HELD-REJECTED           DELIMITED BY SIZE             00010200
               '  BEYOND HORIZON: '       DELIMITED BY SIZE             00010210
               WS-HELD-BEYOND             DELIMITED BY SIZE             00010220
               INTO WS-REPORT-LINE.                                     00010230
           PERFORM WRITE-REPORT-LINE.                                   00010240
           MOVE SPACES TO WS-REPORT-LINE.                               00010250
           STRING 'DAY/SHIFT SHORTFALLS: ' DELIMITED BY SIZE            00010260
               WS-SHORT-COUNT             DELIMITED BY SIZE             00010270
               INTO WS-REPORT-LINE.                                     00010280
           PERFORM WRITE-REPORT-LINE.                                   00010290
           IF WS-TABLE-FULL                                             00010300
               MOVE '*** A TABLE FILLED - PROJECTION IS INCOMPLETE ***' 00010310
                   TO WS-REPORT-LINE                                    00010320
               PERFORM WRITE-REPORT-LINE                                00010330
           END-IF.                                                      00010340
      *                                                                 00010350
       TERMINATE-RUN.                                                   00010360
           IF WS-EMPMSTR-OPEN-OK                                        00010370
               CLOSE EMPMSTR                                            00010380
           END-IF.                                                      00010390
           IF WS-HOLDOVER-OPEN-OK                                       00010400
               CLOSE HOLDOVER                                           00010410
           END-IF.                                                      00010420
           IF WS-PROJRPT-OPEN-OK                                        00010430
               IF NOT WS-IO-ERROR-FOUND                                 00010440
                   PERFORM WRITE-CONTROL-TOTALS                         00010450
               END-IF                                                   00010460
               CLOSE PROJRPT                                            00010470
           END-IF.                                                      00010480
           IF RETURN-CODE = 0                                           00010490
               IF WS-SHORT-COUNT > 0 OR WS-TABLE-FULL                   00010500
                   MOVE 4 TO RETURN-CODE                                00010510
               END-IF                                                   00010520
           END-IF.                                                      00010530
           DISPLAY 'EMPPROJ: BUSINESS DATE:     ' WS-RUN-DATE.          00010540
           DISPLAY 'EMPPROJ: HORIZON DAYS:      ' WS-HORIZON-DAYS.      00010550
           DISPLAY 'EMPPROJ: ROSTER READ:       ' WS-MASTER-READ.       00010560
           DISPLAY 'EMPPROJ: HELD READ:         ' WS-HELD-READ.         00010570
           DISPLAY 'EMPPROJ: PLAYED:            ' WS-HELD-PLAYED.       00010580
           DISPLAY 'EMPPROJ: WOULD REJECT:      ' WS-HELD-REJECTED.     00010590
           DISPLAY 'EMPPROJ: SHORTFALLS:        ' WS-SHORT-COUNT.       00010600
      *                                                                 00010610
       MAIN-LOGIC-EXIT.                                                 00010620
           STOP RUN.                                                    00010630
