       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPROTA.                                             00000020
      *                                                                 00000030
      * SHIFT ROTATION PLAN PROCESSOR.  A QUARTERLY ROTATION MOVES      00000040
      * WHOLE CREWS FROM ONE SHIFT TO ANOTHER ON ONE DATE.  INSTEAD     00000050
      * OF KEYING A CHANGE CARD PER ASSOCIATE, HR SUPPLIES A PLAN       00000060
      * (ROTPLAN) NAMING THE EFFECTIVE DATE AND THE FROM/TO SHIFT       00000070
      * MAPPING, OPTIONALLY LIMITED TO A LIST OF ASSOCIATE IDS AND      00000080
      * OPTIONALLY EXCLUDING ASSOCIATES ON LEAVE.  THE PLAN IS READ     00000090
      * AGAINST THE CURRENT EMPMSTR AND EVERY ASSOCIATE IT MOVES GETS   00000100
      * ONE EFFECTIVE-DATED CHANGE TRANSACTION (EMPTRAN LAYOUT) ON      00000110
      * ROTDECK.  RELEASED INTO THE EMPMAINT DECK, THE TRANSACTIONS     00000120
      * GO TO HOLDOVER UNTIL THE EFFECTIVE DATE AND APPLY THAT NIGHT.   00000130
      *                                                                 00000140
      * THE DECK IS NUMBERED AS ONE DECK, ID 'RO' PLUS THE EFFECTIVE    00000150
      * DATE (YYMMDD) UNLESS THE PLAN NAMES ONE.  EACH TRANSACTION      00000160
      * CARRIES THE ASSOCIATE'S NAME AND THE NEW SHIFT; GREETING        00000170
      * STATUS, EMPLOYMENT STATUS, SUPERVISOR AND HIRE DATE ARE LEFT    00000180
      * BLANK SO EMPMAINT KEEPS WHATEVER THE MASTER HOLDS ON THE NIGHT. 00000190
      *                                                                 00000200
      * THE PREVIEW REPORT (ROTRPT) LISTS EVERY MOVE, EVERY LISTED      00000210
      * ID NOT ON THE MASTER, AND THE ACTIVE HEADCOUNT PER SHIFT        00000220
      * (EVERYONE NOT ON LEAVE, AS HWORLDPS COUNTS IT) BEFORE AND       00000230
      * AFTER THE ROTATION AGAINST THE SHIFTMIN FLOORS, SO THE PLAN     00000240
      * CAN BE APPROVED BEFORE THE DECK IS RELEASED.  NOTHING IS        00000250
      * UPDATED.                                                        00000260
      *                                                                 00000270
      * RETURN CODES:                                                   00000280
      *   RC=0  DECK WRITTEN, NO SHIFT BELOW ITS FLOOR AFTERWARDS       00000290
      *   RC=4  DECK WRITTEN, BUT A SHIFT FALLS BELOW ITS FLOOR OR A    00000300
      *         LISTED ID IS NOT ON THE MASTER                          00000310
      *   RC=8  THE PLAN IS MISSING OR INVALID, OR EMPMSTR, ROTDECK     00000320
      *         OR THE REPORT WOULD NOT OPEN - NO DECK WRITTEN          00000330
      *   RC=12 I/O ERROR - THE DECK IS INCOMPLETE AND MUST NOT BE      00000340
      *         RELEASED                                                00000350
      *                                                                 00000360
       ENVIRONMENT DIVISION.                                            00000370
       CONFIGURATION SECTION.                                           00000380
       SOURCE-COMPUTER. IBM-ZOS.                                        00000390
       OBJECT-COMPUTER. IBM-ZOS.                                        00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT ROTPLAN ASSIGN TO ROTPLAN                             00000430
               ORGANIZATION IS SEQUENTIAL                               00000440
               FILE STATUS IS WS-ROTPLAN-STATUS.                        00000450
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000460
               ORGANIZATION IS INDEXED                                  00000470
               ACCESS MODE IS SEQUENTIAL                                00000480
               RECORD KEY IS MST-ASSOCIATE-ID                           00000490
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000500
           SELECT SHIFTMIN ASSIGN TO SHIFTMIN                           00000510
               ORGANIZATION IS SEQUENTIAL                               00000520
               FILE STATUS IS WS-SHIFTMIN-STATUS.                       00000530
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000540
               ORGANIZATION IS SEQUENTIAL                               00000550
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000560
           SELECT ROTDECK ASSIGN TO ROTDECK                             00000570
               ORGANIZATION IS SEQUENTIAL                               00000580
               FILE STATUS IS WS-ROTDECK-STATUS.                        00000590
           SELECT ROTRPT ASSIGN TO ROTRPT                               00000600
               ORGANIZATION IS SEQUENTIAL                               00000610
               FILE STATUS IS WS-ROTRPT-STATUS.                         00000620
      *                                                                 00000630
       DATA DIVISION.                                                   00000640
       FILE SECTION.                                                    00000650
      *                                                                 00000660
      * PLAN CARDS.  ONE 'P' CARD:                                      00000670
      *   COL 1      'P'                                                00000680
      *   COLS 3-12  EFFECTIVE DATE YYYY-MM-DD, AFTER THE BUSINESS DATE 00000690
      *   COLS 14-16 NEW SHIFT FOR SHIFTS 1, 2 AND 3 (BLANK = STAYS)    00000700
      *   COL 18     'Y' = LEAVE ASSOCIATES ON LEAVE WHERE THEY ARE     00000710
      *   COLS 20-27 USER ID THE DECK IS SUBMITTED UNDER                00000720
      *   COLS 29-36 DECK ID (BLANK = 'RO' + EFFECTIVE YYMMDD)          00000730
      * THEN OPTIONALLY ANY NUMBER OF 'I' CARDS, ASSOCIATE ID IN        00000740
      * COLS 3-10, LIMITING THE ROTATION TO THE IDS LISTED.  CARDS      00000750
      * WITH '*' IN COL 1 ARE COMMENTS.                                 00000760
       FD  ROTPLAN                                                      00000770
           LABEL RECORDS ARE STANDARD                                   00000780
           RECORDING MODE IS F.                                         00000790
       01  ROTPLAN-RECORD.                                              00000800
           05  PLN-CARD-TYPE               PIC X(01).                   00000810
               88  PLN-PLAN-CARD                     VALUE 'P'.         00000820
               88  PLN-ID-CARD                       VALUE 'I'.         00000830
               88  PLN-COMMENT-CARD                  VALUE '*'.         00000840
           05  FILLER                      PIC X(01).                   00000850
           05  PLN-EFFECTIVE-DATE          PIC X(10).                   00000860
           05  FILLER                      PIC X(01).                   00000870
           05  PLN-NEW-SHIFT               PIC X(01) OCCURS 3 TIMES.    00000880
           05  FILLER                      PIC X(01).                   00000890
           05  PLN-EXCLUDE-LEAVE           PIC X(01).                   00000900
           05  FILLER                      PIC X(01).                   00000910
           05  PLN-USER-ID                 PIC X(08).                   00000920
           05  FILLER                      PIC X(01).                   00000930
           05  PLN-DECK-ID                 PIC X(08).                   00000940
           05  FILLER                      PIC X(44).                   00000950
       01  ROTPLAN-ID-RECORD.                                           00000960
           05  FILLER                      PIC X(02).                   00000970
           05  PLN-ASSOCIATE-ID            PIC X(08).                   00000980
           05  FILLER                      PIC X(70).                   00000990
      *                                                                 00001000
       FD  EMPMSTR                                                      00001010
           LABEL RECORDS ARE STANDARD.                                  00001020
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00001030
      *                                                                 00001040
       FD  SHIFTMIN                                                     00001050
           LABEL RECORDS ARE STANDARD                                   00001060
           RECORDING MODE IS F.                                         00001070
       01  SHIFTMIN-RECORD.                                             00001080
           05  SHIFTMIN-SHIFT-CODE         PIC X(01).                   00001090
           05  FILLER                      PIC X(01).                   00001100
           05  SHIFTMIN-MINIMUM            PIC 9(04).                   00001110
           05  FILLER                      PIC X(74).                   00001120
      *                                                                 00001130
       FD  RUNCTL                                                       00001140
           LABEL RECORDS ARE STANDARD                                   00001150
           RECORDING MODE IS F.                                         00001160
       01  RUNCTL-REC                      PIC X(80).                   00001170
      *                                                                 00001180
       FD  ROTDECK                                                      00001190
           LABEL RECORDS ARE STANDARD                                   00001200
           RECORDING MODE IS F.                                         00001210
       01  ROTDECK-RECORD                  PIC X(130).                  00001220
      *                                                                 00001230
       FD  ROTRPT                                                       00001240
           LABEL RECORDS ARE STANDARD                                   00001250
           RECORDING MODE IS F.                                         00001260
       01  ROTRPT-RECORD                   PIC X(133).                  00001270
      *                                                                 00001280
       WORKING-STORAGE SECTION.                                         00001290
       01  WS-ROTPLAN-STATUS               PIC X(02) VALUE '00'.        00001300
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00001310
       01  WS-SHIFTMIN-STATUS              PIC X(02) VALUE '00'.        00001320
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00001330
       01  WS-ROTDECK-STATUS               PIC X(02) VALUE '00'.        00001340
       01  WS-ROTRPT-STATUS                PIC X(02) VALUE '00'.        00001350
       01  WS-ROTRPT-OPEN-SWITCH           PIC X(01) VALUE 'N'.         00001360
           88  WS-ROTRPT-OPEN-OK                     VALUE 'Y'.         00001370
       01  WS-ROTDECK-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001380
           88  WS-ROTDECK-OPEN-OK                    VALUE 'Y'.         00001390
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001400
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00001410
       01  WS-PLAN-EOF-SWITCH              PIC X(01) VALUE 'N'.         00001420
           88  WS-PLAN-EOF                           VALUE 'Y'.         00001430
       01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00001440
           88  WS-MASTER-EOF                         VALUE 'Y'.         00001450
       01  WS-SHIFTMIN-EOF-SWITCH          PIC X(01) VALUE 'N'.         00001460
           88  WS-SHIFTMIN-EOF                       VALUE 'Y'.         00001470
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00001480
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00001490
       01  WS-PLAN-ERROR-SWITCH            PIC X(01) VALUE 'N'.         00001500
           88  WS-PLAN-IN-ERROR                      VALUE 'Y'.         00001510
       01  WS-ID-FOUND-SWITCH              PIC X(01) VALUE 'N'.         00001520
           88  WS-ID-FOUND                           VALUE 'Y'.         00001530
       01  WS-MOVE-SWITCH                  PIC X(01) VALUE 'N'.         00001540
           88  WS-ASSOCIATE-MOVES                    VALUE 'Y'.         00001550
       01  WS-PLAN-CARDS                   PIC 9(05) VALUE ZERO.        00001560
       01  WS-PLAN-READ                    PIC 9(09) VALUE ZERO.        00001570
       01  WS-MASTER-READ                  PIC 9(09) VALUE ZERO.        00001580
       01  WS-MOVED-COUNT                  PIC 9(09) VALUE ZERO.        00001590
       01  WS-STAYS-COUNT                  PIC 9(09) VALUE ZERO.        00001600
       01  WS-NOT-LISTED-COUNT             PIC 9(09) VALUE ZERO.        00001610
       01  WS-LEAVE-EXCLUDED               PIC 9(09) VALUE ZERO.        00001620
       01  WS-NOT-FOUND-COUNT              PIC 9(09) VALUE ZERO.        00001630
       01  WS-SHORT-COUNT                  PIC 9(05) VALUE ZERO.        00001640
       01  WS-PLAN-ERROR-TEXT              PIC X(60) VALUE SPACES.      00001650
       01  WS-PLAN-REASON                  PIC X(60) VALUE SPACES.      00001660
       01  WS-PLAN-BAD-MAP                 PIC 9(01) VALUE ZERO.        00001670
       01  WS-LISTED-COUNT                 PIC 9(05) VALUE ZERO.        00001680
       01  WS-SCOPE-TEXT                   PIC X(20) VALUE SPACES.      00001690
      *                                                                 00001700
      * THE PLAN AS LOADED.  WS-PLN-NEW-SHIFT IS BLANK FOR A SHIFT      00001710
      * THAT DOES NOT MOVE (A SHIFT MAPPED TO ITSELF IS BLANKED).       00001720
       01  WS-PLAN-EFFECTIVE-DATE          PIC X(10) VALUE SPACES.      00001730
       01  WS-PLAN-EXCLUDE-LEAVE           PIC X(01) VALUE 'N'.         00001740
           88  WS-EXCLUDE-LEAVE                      VALUE 'Y'.         00001750
       01  WS-PLAN-USER-ID                 PIC X(08) VALUE SPACES.      00001760
       01  WS-PLAN-DECK-ID                 PIC X(08) VALUE SPACES.      00001770
       01  WS-PLAN-MAPPED                  PIC 9(01) VALUE ZERO.        00001780
       01  WS-EFFECTIVE-DATE-NUM           PIC 9(08) VALUE ZERO.        00001790
      *                                                                 00001800
       01  WS-SHIFT-SUB                    PIC 9(02) VALUE ZERO COMP.   00001810
       01  WS-SHF-DIGIT                    PIC 9(01) VALUE ZERO.        00001820
       01  WS-FROM-SUB                     PIC 9(02) VALUE ZERO COMP.   00001830
       01  WS-TO-SUB                       PIC 9(02) VALUE ZERO COMP.   00001840
       01  WS-SHIFT-TABLE.                                              00001850
           05  WS-SHIFT-ENTRY              OCCURS 3 TIMES.              00001860
               10  WS-SHF-CODE             PIC X(01).                   00001870
               10  WS-SHF-NEW-SHIFT        PIC X(01).                   00001880
               10  WS-SHF-MINIMUM          PIC 9(04).                   00001890
               10  WS-SHF-BEFORE           PIC 9(05).                   00001900
               10  WS-SHF-AFTER            PIC 9(05).                   00001910
               10  WS-SHF-MOVED-OUT        PIC 9(05).                   00001920
               10  WS-SHF-MOVED-IN         PIC 9(05).                   00001930
               10  WS-SHF-FLAG             PIC X(02).                   00001940
      *                                                                 00001950
      * THE 'I' CARDS.  EACH IS MARKED WHEN ITS ASSOCIATE IS FOUND      00001960
      * ON THE MASTER; THE REST ARE LISTED AS NOT ON EMPMSTR.           00001970
       01  WS-ID-TABLE.                                                 00001980
           05  WS-ID-MAX                   PIC 9(05) VALUE 5000         00001990
                                           COMP.                        00002000
           05  WS-ID-COUNT                 PIC 9(05) VALUE ZERO         00002010
                                           COMP.                        00002020
           05  WS-ID-ENTRY                 OCCURS 5000 TIMES            00002030
                                           INDEXED BY WS-ID-IDX.        00002040
               10  WS-IDS-ASSOCIATE-ID     PIC X(08).                   00002050
               10  WS-IDS-MATCHED          PIC X(01).                   00002060
                   88  WS-IDS-ON-MASTER              VALUE 'Y'.         00002070
       01  WS-ID-SUB                       PIC 9(05) VALUE ZERO COMP.   00002080
      *                                                                 00002090
       01  WS-DECK-SEQ                     PIC 9(07) VALUE ZERO.        00002100
       01  WS-STATUS-TEXT                  PIC X(08) VALUE SPACES.      00002110
       01  WS-REPORT-LINE                  PIC X(133).                  00002120
       01  WS-HEADING-LINE                 PIC X(133).                  00002130
       01  WS-PRINT-LINE.                                               00002140
           05  WS-PRINT-CC                 PIC X(01).                   00002150
           05  WS-PRINT-TEXT               PIC X(132).                  00002160
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00002170
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00002180
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00002190
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00002200
       01  WS-RUN-DATE.                                                 00002210
           05  WS-RDT-YYYY                 PIC X(04).                   00002220
           05  FILLER                      PIC X(01) VALUE '-'.         00002230
           05  WS-RDT-MM                   PIC X(02).                   00002240
           05  FILLER                      PIC X(01) VALUE '-'.         00002250
           05  WS-RDT-DD                   PIC X(02).                   00002260
           COPY EMPTRAN.                                                00002270
           COPY RUNCTL.                                                 00002280
      *                                                                 00002290
       PROCEDURE DIVISION.                                              00002300
      *                                                                 00002310
       MAIN-LOGIC SECTION.                                              00002320
       BEGIN.                                                           00002330
           PERFORM INITIALIZE-RUN.                                      00002340
           IF NOT WS-IO-ERROR-FOUND                                     00002350
               PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF           00002360
           END-IF.                                                      00002370
           PERFORM TERMINATE-RUN.                                       00002380
           GO TO MAIN-LOGIC-EXIT.                                       00002390
      *                                                                 00002400
      * THE PLAN IS LOADED AND CHECKED BEFORE THE MASTER OR THE DECK    00002410
      * IS OPENED, SO AN INVALID PLAN WRITES NO TRANSACTIONS.           00002420
       INITIALIZE-RUN.                                                  00002430
           PERFORM GET-RUN-DATE.                                        00002440
           PERFORM INIT-SHIFT-TABLE                                     00002450
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00002460
               UNTIL WS-SHIFT-SUB > 3.                                  00002470
           PERFORM LOAD-SHIFT-MINIMUMS.                                 00002480
           OPEN OUTPUT ROTRPT.                                          00002490
           IF WS-ROTRPT-STATUS = '00'                                   00002500
               MOVE 'Y' TO WS-ROTRPT-OPEN-SWITCH                        00002510
           ELSE                                                         00002520
               DISPLAY 'EMPROTA: ROTRPT OPEN FAILED, STATUS = '         00002530
                   WS-ROTRPT-STATUS                                     00002540
               PERFORM FATAL-OPEN-ERROR                                 00002550
           END-IF.                                                      00002560
           IF NOT WS-IO-ERROR-FOUND                                     00002570
               PERFORM LOAD-ROTATION-PLAN                               00002580
           END-IF.                                                      00002590
           IF WS-ROTRPT-OPEN-OK                                         00002600
               PERFORM WRITE-PAGE-HEADING                               00002610
               PERFORM WRITE-PLAN-LINES                                 00002620
           END-IF.                                                      00002630
           IF NOT WS-IO-ERROR-FOUND                                     00002640
               OPEN INPUT EMPMSTR                                       00002650
               IF WS-EMPMSTR-STATUS = '00'                              00002660
                   MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                   00002670
               ELSE                                                     00002680
                   DISPLAY 'EMPROTA: EMPMSTR OPEN FAILED, STATUS = '    00002690
                       WS-EMPMSTR-STATUS                                00002700
                   PERFORM FATAL-OPEN-ERROR                             00002710
               END-IF                                                   00002720
           END-IF.                                                      00002730
           IF NOT WS-IO-ERROR-FOUND                                     00002740
               OPEN OUTPUT ROTDECK                                      00002750
               IF WS-ROTDECK-STATUS = '00'                              00002760
                   MOVE 'Y' TO WS-ROTDECK-OPEN-SWITCH                   00002770
               ELSE                                                     00002780
                   DISPLAY 'EMPROTA: ROTDECK OPEN FAILED, STATUS = '    00002790
                       WS-ROTDECK-STATUS                                00002800
                   PERFORM FATAL-OPEN-ERROR                             00002810
               END-IF                                                   00002820
           END-IF.                                                      00002830
           IF NOT WS-IO-ERROR-FOUND                                     00002840
               PERFORM WRITE-MOVE-HEADING                               00002850
           END-IF.                                                      00002860
      *                                                                 00002870
       FATAL-OPEN-ERROR.                                                00002880
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002890
           MOVE 'Y' TO WS-PLAN-EOF-SWITCH.                              00002900
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00002910
           MOVE 8 TO RETURN-CODE.                                       00002920
      *                                                                 00002930
       FATAL-IO-ERROR.                                                  00002940
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00002950
           MOVE 'Y' TO WS-PLAN-EOF-SWITCH.                              00002960
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00002970
           MOVE 12 TO RETURN-CODE.                                      00002980
      *                                                                 00002990
       GET-RUN-DATE.                                                    00003000
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00003010
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00003020
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00003030
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00003040
           PERFORM READ-RUN-CONTROL.                                    00003050
      *                                                                 00003060
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00003070
      * RUNCTL RECORD (SEE RUNCTL).  THE EFFECTIVE DATE MUST BE         00003080
      * LATER, OR EMPMAINT WOULD APPLY THE DECK THE NIGHT IT IS         00003090
      * RELEASED INSTEAD OF HOLDING IT.  A MISSING RUNCTL FALLS         00003100
      * BACK TO THE SYSTEM DATE.                                        00003110
       READ-RUN-CONTROL.                                                00003120
           OPEN INPUT RUNCTL.                                           00003130
           IF WS-RUNCTL-STATUS = '00'                                   00003140
               READ RUNCTL                                              00003150
                   AT END                                               00003160
                       DISPLAY 'EMPROTA: RUNCTL IS EMPTY - '            00003170
                           'SYSTEM DATE USED'                           00003180
                   NOT AT END                                           00003190
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00003200
                       IF CTL-BUSINESS-DATE NOT = SPACES                00003210
                           MOVE CTL-BUSINESS-DATE                       00003220
                               TO WS-RUN-DATE                           00003230
                       END-IF                                           00003240
               END-READ                                                 00003250
               CLOSE RUNCTL                                             00003260
           ELSE                                                         00003270
               DISPLAY 'EMPROTA: RUNCTL OPEN FAILED, '                  00003280
                   'STATUS = ' WS-RUNCTL-STATUS                         00003290
               DISPLAY 'EMPROTA: SYSTEM DATE USED'                      00003300
           END-IF.                                                      00003310
      *                                                                 00003320
       INIT-SHIFT-TABLE.                                                00003330
           MOVE WS-SHIFT-SUB TO WS-SHF-DIGIT.                           00003340
           MOVE WS-SHF-DIGIT TO WS-SHF-CODE (WS-SHIFT-SUB).             00003350
           MOVE SPACE TO WS-SHF-NEW-SHIFT (WS-SHIFT-SUB).               00003360
           MOVE ZERO TO WS-SHF-MINIMUM (WS-SHIFT-SUB).                  00003370
           MOVE ZERO TO WS-SHF-BEFORE (WS-SHIFT-SUB).                   00003380
           MOVE ZERO TO WS-SHF-AFTER (WS-SHIFT-SUB).                    00003390
           MOVE ZERO TO WS-SHF-MOVED-OUT (WS-SHIFT-SUB).                00003400
           MOVE ZERO TO WS-SHF-MOVED-IN (WS-SHIFT-SUB).                 00003410
           MOVE SPACES TO WS-SHF-FLAG (WS-SHIFT-SUB).                   00003420
      *                                                                 00003430
      * THE SAME FLOORS FILE HWORLDPS CHECKS TONIGHT'S ROSTER           00003440
      * AGAINST.  A MISSING FILE LEAVES EVERY FLOOR AT ZERO.            00003450
       LOAD-SHIFT-MINIMUMS.                                             00003460
           OPEN INPUT SHIFTMIN.                                         00003470
           IF WS-SHIFTMIN-STATUS = '00'                                 00003480
               PERFORM READ-SHIFTMIN-RECORD                             00003490
                   UNTIL WS-SHIFTMIN-EOF                                00003500
               CLOSE SHIFTMIN                                           00003510
           ELSE                                                         00003520
               DISPLAY 'EMPROTA: SHIFTMIN OPEN FAILED, STATUS = '       00003530
                   WS-SHIFTMIN-STATUS                                   00003540
               DISPLAY 'EMPROTA: COVERAGE FLOORS DEFAULT TO ZERO'       00003550
           END-IF.                                                      00003560
      *                                                                 00003570
       READ-SHIFTMIN-RECORD.                                            00003580
           READ SHIFTMIN                                                00003590
               AT END                                                   00003600
                   MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH                   00003610
               NOT AT END                                               00003620
                   IF WS-SHIFTMIN-STATUS NOT = '00'                     00003630
                       DISPLAY 'EMPROTA: SHIFTMIN READ ERROR, '         00003640
                           'STATUS = ' WS-SHIFTMIN-STATUS               00003650
                       MOVE 'Y' TO WS-SHIFTMIN-EOF-SWITCH               00003660
                   ELSE                                                 00003670
                       PERFORM APPLY-SHIFT-MINIMUM                      00003680
                           VARYING WS-SHIFT-SUB FROM 1 BY 1             00003690
                           UNTIL WS-SHIFT-SUB > 3                       00003700
                   END-IF                                               00003710
           END-READ.                                                    00003720
      *                                                                 00003730
       APPLY-SHIFT-MINIMUM.                                             00003740
           IF WS-SHF-CODE (WS-SHIFT-SUB) = SHIFTMIN-SHIFT-CODE          00003750
                   AND SHIFTMIN-MINIMUM NUMERIC                         00003760
               MOVE SHIFTMIN-MINIMUM                                    00003770
                   TO WS-SHF-MINIMUM (WS-SHIFT-SUB)                     00003780
           END-IF.                                                      00003790
      *                                                                 00003800
      * A MISSING PLAN, OR ANY CARD THAT FAILS ITS CHECKS, STOPS THE    00003810
      * RUN AT RC=8.  THE FIRST PROBLEM FOUND IS PRINTED ON THE         00003820
      * PREVIEW SO HR CAN CORRECT THE PLAN AND RESUBMIT.                00003830
       LOAD-ROTATION-PLAN.                                              00003840
           OPEN INPUT ROTPLAN.                                          00003850
           IF WS-ROTPLAN-STATUS NOT = '00'                              00003860
               DISPLAY 'EMPROTA: ROTPLAN OPEN FAILED, STATUS = '        00003870
                   WS-ROTPLAN-STATUS                                    00003880
               MOVE 'ROTPLAN WOULD NOT OPEN' TO WS-PLAN-REASON          00003890
               PERFORM PLAN-ERROR                                       00003900
           ELSE                                                         00003910
               PERFORM READ-PLAN-CARD UNTIL WS-PLAN-EOF                 00003920
               CLOSE ROTPLAN                                            00003930
           END-IF.                                                      00003940
           IF NOT WS-PLAN-IN-ERROR                                      00003950
               PERFORM CHECK-ROTATION-PLAN                              00003960
           END-IF.                                                      00003970
           IF WS-PLAN-IN-ERROR                                          00003980
               DISPLAY 'EMPROTA: PLAN REJECTED - ' WS-PLAN-ERROR-TEXT   00003990
               PERFORM FATAL-OPEN-ERROR                                 00004000
           END-IF.                                                      00004010
      *                                                                 00004020
       READ-PLAN-CARD.                                                  00004030
           READ ROTPLAN                                                 00004040
               AT END                                                   00004050
                   MOVE 'Y' TO WS-PLAN-EOF-SWITCH                       00004060
               NOT AT END                                               00004070
                   IF WS-ROTPLAN-STATUS NOT = '00'                      00004080
                       DISPLAY 'EMPROTA: ROTPLAN READ ERROR, '          00004090
                           'STATUS = ' WS-ROTPLAN-STATUS                00004100
                       MOVE 'ROTPLAN READ ERROR' TO WS-PLAN-REASON      00004110
                       PERFORM PLAN-ERROR                               00004120
                   ELSE                                                 00004130
                       ADD 1 TO WS-PLAN-READ                            00004140
                       PERFORM LOAD-PLAN-CARD                           00004150
                   END-IF                                               00004160
           END-READ.                                                    00004170
      *                                                                 00004180
       LOAD-PLAN-CARD.                                                  00004190
           EVALUATE TRUE                                                00004200
               WHEN PLN-COMMENT-CARD                                    00004210
                   CONTINUE                                             00004220
               WHEN PLN-PLAN-CARD                                       00004230
                   ADD 1 TO WS-PLAN-CARDS                               00004240
                   MOVE PLN-EFFECTIVE-DATE TO WS-PLAN-EFFECTIVE-DATE    00004250
                   MOVE PLN-EXCLUDE-LEAVE TO WS-PLAN-EXCLUDE-LEAVE      00004260
                   MOVE PLN-USER-ID TO WS-PLAN-USER-ID                  00004270
                   MOVE PLN-DECK-ID TO WS-PLAN-DECK-ID                  00004280
                   PERFORM LOAD-SHIFT-MAPPING                           00004290
                       VARYING WS-SHIFT-SUB FROM 1 BY 1                 00004300
                       UNTIL WS-SHIFT-SUB > 3                           00004310
               WHEN PLN-ID-CARD                                         00004320
                   PERFORM LOAD-ID-CARD                                 00004330
               WHEN OTHER                                               00004340
                   MOVE 'CARD TYPE NOT P, I OR *'                       00004350
                       TO WS-PLAN-REASON                                00004360
                   PERFORM PLAN-ERROR                                   00004370
           END-EVALUATE.                                                00004380
      *                                                                 00004390
       LOAD-SHIFT-MAPPING.                                              00004400
           IF PLN-NEW-SHIFT (WS-SHIFT-SUB)                              00004410
                   = WS-SHF-CODE (WS-SHIFT-SUB)                         00004420
               MOVE SPACE TO WS-SHF-NEW-SHIFT (WS-SHIFT-SUB)            00004430
           ELSE                                                         00004440
               MOVE PLN-NEW-SHIFT (WS-SHIFT-SUB)                        00004450
                   TO WS-SHF-NEW-SHIFT (WS-SHIFT-SUB)                   00004460
           END-IF.                                                      00004470
      *                                                                 00004480
       LOAD-ID-CARD.                                                    00004490
           IF PLN-ASSOCIATE-ID = SPACES                                 00004500
               MOVE 'I CARD WITH NO ASSOCIATE ID'                       00004510
                   TO WS-PLAN-REASON                                    00004520
               PERFORM PLAN-ERROR                                       00004530
           ELSE                                                         00004540
               IF WS-ID-COUNT < WS-ID-MAX                               00004550
                   ADD 1 TO WS-ID-COUNT                                 00004560
                   MOVE PLN-ASSOCIATE-ID                                00004570
                       TO WS-IDS-ASSOCIATE-ID (WS-ID-COUNT)             00004580
                   MOVE 'N' TO WS-IDS-MATCHED (WS-ID-COUNT)             00004590
               ELSE                                                     00004600
                   MOVE 'MORE I CARDS THAN THE ID TABLE HOLDS'          00004610
                       TO WS-PLAN-REASON                                00004620
                   PERFORM PLAN-ERROR                                   00004630
               END-IF                                                   00004640
           END-IF.                                                      00004650
      *                                                                 00004660
      * ONLY THE FIRST PROBLEM IS KEPT FOR THE REPORT.                  00004670
       PLAN-ERROR.                                                      00004680
           IF NOT WS-PLAN-IN-ERROR                                      00004690
               MOVE 'Y' TO WS-PLAN-ERROR-SWITCH                         00004700
               MOVE WS-PLAN-REASON TO WS-PLAN-ERROR-TEXT                00004710
           END-IF.                                                      00004720
           MOVE 'Y' TO WS-PLAN-EOF-SWITCH.                              00004730
      *                                                                 00004740
       CHECK-ROTATION-PLAN.                                             00004750
           MOVE ZERO TO WS-PLAN-MAPPED.                                 00004760
           MOVE ZERO TO WS-PLAN-BAD-MAP.                                00004770
           PERFORM CHECK-SHIFT-MAPPING                                  00004780
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00004790
               UNTIL WS-SHIFT-SUB > 3.                                  00004800
           MOVE ZERO TO WS-EFFECTIVE-DATE-NUM.                          00004810
           IF WS-PLAN-EFFECTIVE-DATE (1:4) NUMERIC                      00004820
                   AND WS-PLAN-EFFECTIVE-DATE (6:2) NUMERIC             00004830
                   AND WS-PLAN-EFFECTIVE-DATE (9:2) NUMERIC             00004840
               MOVE WS-PLAN-EFFECTIVE-DATE (1:4)                        00004850
                   TO WS-EFFECTIVE-DATE-NUM (1:4)                       00004860
               MOVE WS-PLAN-EFFECTIVE-DATE (6:2)                        00004870
                   TO WS-EFFECTIVE-DATE-NUM (5:2)                       00004880
               MOVE WS-PLAN-EFFECTIVE-DATE (9:2)                        00004890
                   TO WS-EFFECTIVE-DATE-NUM (7:2)                       00004900
           END-IF.                                                      00004910
           EVALUATE TRUE                                                00004920
               WHEN WS-PLAN-CARDS = 0                                   00004930
                   MOVE 'NO P CARD' TO WS-PLAN-REASON                   00004940
                   PERFORM PLAN-ERROR                                   00004950
               WHEN WS-PLAN-CARDS > 1                                   00004960
                   MOVE 'MORE THAN ONE P CARD' TO WS-PLAN-REASON        00004970
                   PERFORM PLAN-ERROR                                   00004980
               WHEN WS-PLAN-EFFECTIVE-DATE (5:1) NOT = '-'              00004990
                       OR WS-PLAN-EFFECTIVE-DATE (8:1) NOT = '-'        00005000
                       OR WS-EFFECTIVE-DATE-NUM = ZERO                  00005010
                       OR FUNCTION TEST-DATE-YYYYMMDD                   00005020
                           (WS-EFFECTIVE-DATE-NUM) NOT = 0              00005030
                   MOVE 'EFFECTIVE DATE NOT A VALID YYYY-MM-DD DATE'    00005040
                       TO WS-PLAN-REASON                                00005050
                   PERFORM PLAN-ERROR                                   00005060
               WHEN WS-PLAN-EFFECTIVE-DATE NOT > WS-RUN-DATE            00005070
                   MOVE 'EFFECTIVE DATE NOT AFTER THE BUSINESS DATE'    00005080
                       TO WS-PLAN-REASON                                00005090
                   PERFORM PLAN-ERROR                                   00005100
               WHEN WS-PLAN-BAD-MAP > 0                                 00005110
                   MOVE 'NEW SHIFT NOT 1, 2, 3 OR BLANK'                00005120
                       TO WS-PLAN-REASON                                00005130
                   PERFORM PLAN-ERROR                                   00005140
               WHEN WS-PLAN-MAPPED = 0                                  00005150
                   MOVE 'NO SHIFT IS MAPPED TO A NEW SHIFT'             00005160
                       TO WS-PLAN-REASON                                00005170
                   PERFORM PLAN-ERROR                                   00005180
               WHEN WS-PLAN-EXCLUDE-LEAVE NOT = 'Y'                     00005190
                       AND WS-PLAN-EXCLUDE-LEAVE NOT = 'N'              00005200
                       AND WS-PLAN-EXCLUDE-LEAVE NOT = SPACE            00005210
                   MOVE 'LEAVE EXCLUSION NOT Y, N OR BLANK'             00005220
                       TO WS-PLAN-REASON                                00005230
                   PERFORM PLAN-ERROR                                   00005240
               WHEN WS-PLAN-USER-ID = SPACES                            00005250
                   MOVE 'NO USER ID' TO WS-PLAN-REASON                  00005260
                   PERFORM PLAN-ERROR                                   00005270
               WHEN OTHER                                               00005280
                   CONTINUE                                             00005290
           END-EVALUATE.                                                00005300
           IF WS-PLAN-DECK-ID = SPACES                                  00005310
               STRING 'RO' WS-PLAN-EFFECTIVE-DATE (3:2)                 00005320
                   WS-PLAN-EFFECTIVE-DATE (6:2)                         00005330
                   WS-PLAN-EFFECTIVE-DATE (9:2)                         00005340
                   DELIMITED BY SIZE INTO WS-PLAN-DECK-ID               00005350
           END-IF.                                                      00005360
      *                                                                 00005370
       CHECK-SHIFT-MAPPING.                                             00005380
           IF WS-SHF-NEW-SHIFT (WS-SHIFT-SUB) NOT = SPACE               00005390
               IF WS-SHF-NEW-SHIFT (WS-SHIFT-SUB) = '1'                 00005400
                       OR WS-SHF-NEW-SHIFT (WS-SHIFT-SUB) = '2'         00005410
                       OR WS-SHF-NEW-SHIFT (WS-SHIFT-SUB) = '3'         00005420
                   ADD 1 TO WS-PLAN-MAPPED                              00005430
               ELSE                                                     00005440
                   ADD 1 TO WS-PLAN-BAD-MAP                             00005450
               END-IF                                                   00005460
           END-IF.                                                      00005470
      *                                                                 00005480
       READ-MASTER-RECORD.                                              00005490
           READ EMPMSTR NEXT RECORD                                     00005500
               AT END                                                   00005510
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00005520
               NOT AT END                                               00005530
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00005540
                       DISPLAY 'EMPROTA: EMPMSTR READ ERROR, '          00005550
                           'STATUS = ' WS-EMPMSTR-STATUS                00005560
                       PERFORM FATAL-IO-ERROR                           00005570
                   ELSE                                                 00005580
                       ADD 1 TO WS-MASTER-READ                          00005590
                       PERFORM ROTATE-ASSOCIATE                         00005600
                   END-IF                                               00005610
           END-READ.                                                    00005620
      *                                                                 00005630
      * AN ASSOCIATE MOVES WHEN THEIR SHIFT IS MAPPED, THEY ARE ON      00005640
      * THE ID LIST (IF THERE IS ONE), AND THEY ARE NOT ON LEAVE        00005650
      * WHEN THE PLAN EXCLUDES LEAVE.  THE ACTIVE HEADCOUNT BEFORE      00005660
      * AND AFTER IS TAKEN FROM THE SAME PASS.                          00005670
       ROTATE-ASSOCIATE.                                                00005680
           MOVE 'N' TO WS-MOVE-SWITCH.                                  00005690
           MOVE ZERO TO WS-FROM-SUB.                                    00005700
           MOVE ZERO TO WS-TO-SUB.                                      00005710
           IF MST-SHIFT-VALID                                           00005720
               MOVE MST-SHIFT-CODE TO WS-SHF-DIGIT                      00005730
               MOVE WS-SHF-DIGIT TO WS-FROM-SUB                         00005740
           END-IF.                                                      00005750
           IF WS-ID-COUNT > 0                                           00005760
               PERFORM FIND-LISTED-ID                                   00005770
           ELSE                                                         00005780
               MOVE 'Y' TO WS-ID-FOUND-SWITCH                           00005790
           END-IF.                                                      00005800
           EVALUATE TRUE                                                00005810
               WHEN WS-FROM-SUB = 0                                     00005820
                   ADD 1 TO WS-STAYS-COUNT                              00005830
               WHEN WS-SHF-NEW-SHIFT (WS-FROM-SUB) = SPACE              00005840
                   ADD 1 TO WS-STAYS-COUNT                              00005850
               WHEN NOT WS-ID-FOUND                                     00005860
                   ADD 1 TO WS-NOT-LISTED-COUNT                         00005870
               WHEN MST-ON-LEAVE AND WS-EXCLUDE-LEAVE                   00005880
                   ADD 1 TO WS-LEAVE-EXCLUDED                           00005890
               WHEN OTHER                                               00005900
                   MOVE 'Y' TO WS-MOVE-SWITCH                           00005910
                   MOVE WS-SHF-NEW-SHIFT (WS-FROM-SUB) TO WS-SHF-DIGIT  00005920
                   MOVE WS-SHF-DIGIT TO WS-TO-SUB                       00005930
           END-EVALUATE.                                                00005940
           IF WS-FROM-SUB > 0 AND NOT MST-ON-LEAVE                      00005950
               ADD 1 TO WS-SHF-BEFORE (WS-FROM-SUB)                     00005960
               IF WS-ASSOCIATE-MOVES                                    00005970
                   ADD 1 TO WS-SHF-AFTER (WS-TO-SUB)                    00005980
                   ADD 1 TO WS-SHF-MOVED-OUT (WS-FROM-SUB)              00005990
                   ADD 1 TO WS-SHF-MOVED-IN (WS-TO-SUB)                 00006000
               ELSE                                                     00006010
                   ADD 1 TO WS-SHF-AFTER (WS-FROM-SUB)                  00006020
               END-IF                                                   00006030
           END-IF.                                                      00006040
           IF WS-ASSOCIATE-MOVES                                        00006050
               PERFORM WRITE-ROTATION-TRANSACTION                       00006060
           END-IF.                                                      00006070
      *                                                                 00006080
       FIND-LISTED-ID.                                                  00006090
           MOVE 'N' TO WS-ID-FOUND-SWITCH.                              00006100
           SET WS-ID-IDX TO 1.                                          00006110
           SEARCH WS-ID-ENTRY                                           00006120
               AT END                                                   00006130
                   CONTINUE                                             00006140
               WHEN WS-ID-IDX > WS-ID-COUNT                             00006150
                   CONTINUE                                             00006160
               WHEN WS-IDS-ASSOCIATE-ID (WS-ID-IDX) = MST-ASSOCIATE-ID  00006170
                   MOVE 'Y' TO WS-ID-FOUND-SWITCH                       00006180
           END-SEARCH.                                                  00006190
           IF WS-ID-FOUND                                               00006200
               PERFORM MARK-LISTED-ID                                   00006210
                   VARYING WS-ID-SUB FROM 1 BY 1                        00006220
                   UNTIL WS-ID-SUB > WS-ID-COUNT                        00006230
           END-IF.                                                      00006240
      *                                                                 00006250
      * A REPEATED 'I' CARD IS MARKED WITH THE FIRST.                   00006260
       MARK-LISTED-ID.                                                  00006270
           IF WS-IDS-ASSOCIATE-ID (WS-ID-SUB) = MST-ASSOCIATE-ID        00006280
               MOVE 'Y' TO WS-IDS-MATCHED (WS-ID-SUB)                   00006290
           END-IF.                                                      00006300
      *                                                                 00006310
      * ONLY THE NAME, ID AND NEW SHIFT ARE CARRIED.  A BLANK           00006320
      * GREETING STATUS, EMPLOYMENT STATUS, SUPERVISOR AND HIRE DATE    00006330
      * ON A CHANGE KEEP THE MASTER'S VALUES WHEN EMPMAINT APPLIES IT.  00006340
       WRITE-ROTATION-TRANSACTION.                                      00006350
           MOVE SPACES TO EMPTRAN-RECORD.                               00006360
           MOVE 'C' TO TRN-ACTION-CODE.                                 00006370
           MOVE WS-PLAN-USER-ID TO TRN-USER-ID.                         00006380
           MOVE MST-ASSOCIATE-NAME TO TRN-ASSOCIATE-NAME.               00006390
           MOVE WS-SHF-NEW-SHIFT (WS-FROM-SUB) TO TRN-SHIFT-CODE.       00006400
           MOVE MST-ASSOCIATE-ID TO TRN-ASSOCIATE-ID.                   00006410
           MOVE WS-PLAN-EFFECTIVE-DATE TO TRN-EFFECTIVE-DATE.           00006420
           MOVE WS-PLAN-DECK-ID TO TRN-DECK-ID.                         00006430
           COMPUTE TRN-DECK-SEQ = WS-DECK-SEQ + 1.                      00006440
           WRITE ROTDECK-RECORD FROM EMPTRAN-RECORD.                    00006450
           IF WS-ROTDECK-STATUS NOT = '00'                              00006460
               DISPLAY 'EMPROTA: ROTDECK WRITE ERROR, STATUS = '        00006470
                   WS-ROTDECK-STATUS                                    00006480
               PERFORM FATAL-IO-ERROR                                   00006490
           ELSE                                                         00006500
               ADD 1 TO WS-DECK-SEQ                                     00006510
               ADD 1 TO WS-MOVED-COUNT                                  00006520
               PERFORM WRITE-MOVE-LINE                                  00006530
           END-IF.                                                      00006540
      *                                                                 00006550
       WRITE-MOVE-LINE.                                                 00006560
           IF MST-ON-LEAVE                                              00006570
               MOVE 'ON LEAVE' TO WS-STATUS-TEXT                        00006580
           ELSE                                                         00006590
               MOVE 'ACTIVE' TO WS-STATUS-TEXT                          00006600
           END-IF.                                                      00006610
           MOVE SPACES TO WS-REPORT-LINE.                               00006620
           MOVE MST-ASSOCIATE-ID TO WS-REPORT-LINE (1:8).               00006630
           MOVE MST-ASSOCIATE-NAME TO WS-REPORT-LINE (11:30).           00006640
           MOVE MST-SHIFT-CODE TO WS-REPORT-LINE (43:1).                00006650
           MOVE TRN-SHIFT-CODE TO WS-REPORT-LINE (48:1).                00006660
           MOVE WS-STATUS-TEXT TO WS-REPORT-LINE (52:8).                00006670
           MOVE TRN-DECK-ID TO WS-REPORT-LINE (62:8).                   00006680
           MOVE TRN-DECK-SEQ TO WS-REPORT-LINE (72:7).                  00006690
           PERFORM WRITE-REPORT-LINE.                                   00006700
      *                                                                 00006710
       WRITE-PAGE-HEADING.                                              00006720
           ADD 1 TO WS-PAGE-NUMBER.                                     00006730
           MOVE SPACES TO WS-HEADING-LINE.                              00006740
           STRING 'EMPROTA SHIFT ROTATION PREVIEW  '                    00006750
                                          DELIMITED BY SIZE             00006760
               'BUSINESS DATE: '          DELIMITED BY SIZE             00006770
               WS-RUN-DATE                DELIMITED BY SIZE             00006780
               '  EFFECTIVE: '            DELIMITED BY SIZE             00006790
               WS-PLAN-EFFECTIVE-DATE     DELIMITED BY SIZE             00006800
               '  DECK: '                 DELIMITED BY SIZE             00006810
               WS-PLAN-DECK-ID            DELIMITED BY SIZE             00006820
               '  PAGE '                  DELIMITED BY SIZE             00006830
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00006840
               INTO WS-HEADING-LINE.                                    00006850
           MOVE '1' TO WS-PRINT-CC.                                     00006860
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00006870
           WRITE ROTRPT-RECORD FROM WS-PRINT-LINE.                      00006880
           MOVE 1 TO WS-LINE-COUNT.                                     00006890
      *                                                                 00006900
      * THE PLAN AS READ, OR THE REASON IT WAS REJECTED.                00006910
       WRITE-PLAN-LINES.                                                00006920
           IF WS-ID-COUNT = 0                                           00006930
               MOVE 'ALL ASSOCIATES' TO WS-SCOPE-TEXT                   00006940
           ELSE                                                         00006950
               MOVE WS-ID-COUNT TO WS-LISTED-COUNT                      00006960
               MOVE SPACES TO WS-SCOPE-TEXT                             00006970
               STRING WS-LISTED-COUNT     DELIMITED BY SIZE             00006980
                   ' LISTED IDS'          DELIMITED BY SIZE             00006990
                   INTO WS-SCOPE-TEXT                                   00007000
           END-IF.                                                      00007010
           MOVE SPACES TO WS-REPORT-LINE.                               00007020
           PERFORM WRITE-REPORT-LINE.                                   00007030
           MOVE SPACES TO WS-REPORT-LINE.                               00007040
           STRING 'PLAN: SHIFT 1 TO '     DELIMITED BY SIZE             00007050
               WS-SHF-NEW-SHIFT (1)       DELIMITED BY SIZE             00007060
               '  SHIFT 2 TO '            DELIMITED BY SIZE             00007070
               WS-SHF-NEW-SHIFT (2)       DELIMITED BY SIZE             00007080
               '  SHIFT 3 TO '            DELIMITED BY SIZE             00007090
               WS-SHF-NEW-SHIFT (3)       DELIMITED BY SIZE             00007100
               '  (BLANK = STAYS)  EXCLUDE LEAVE: '                     00007110
                                          DELIMITED BY SIZE             00007120
               WS-PLAN-EXCLUDE-LEAVE      DELIMITED BY SIZE             00007130
               '  USER: '                 DELIMITED BY SIZE             00007140
               WS-PLAN-USER-ID            DELIMITED BY SIZE             00007150
               '  SCOPE: '                DELIMITED BY SIZE             00007160
               WS-SCOPE-TEXT              DELIMITED BY SIZE             00007170
               INTO WS-REPORT-LINE.                                     00007180
           PERFORM WRITE-REPORT-LINE.                                   00007190
           IF WS-PLAN-IN-ERROR                                          00007200
               MOVE SPACES TO WS-REPORT-LINE                            00007210
               STRING '*** PLAN REJECTED - '  DELIMITED BY SIZE         00007220
                   WS-PLAN-ERROR-TEXT         DELIMITED BY SIZE         00007230
                   INTO WS-REPORT-LINE                                  00007240
               PERFORM WRITE-REPORT-LINE                                00007250
               MOVE '*** NO TRANSACTIONS WRITTEN ***' TO WS-REPORT-LINE 00007260
               PERFORM WRITE-REPORT-LINE                                00007270
           END-IF.                                                      00007280
      *                                                                 00007290
       WRITE-MOVE-HEADING.                                              00007300
           MOVE SPACES TO WS-REPORT-LINE.                               00007310
           PERFORM WRITE-REPORT-LINE.                                   00007320
           MOVE SPACES TO WS-REPORT-LINE.                               00007330
           STRING 'ASSOCIATE NAME                           '           00007340
                                          DELIMITED BY SIZE             00007350
               'FROM  TO  STATUS    DECK      SEQ'                      00007360
                                          DELIMITED BY SIZE             00007370
               INTO WS-REPORT-LINE.                                     00007380
           PERFORM WRITE-REPORT-LINE.                                   00007390
      *                                                                 00007400
       WRITE-REPORT-LINE.                                               00007410
           IF WS-ROTRPT-OPEN-OK                                         00007420
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                    00007430
                   PERFORM WRITE-PAGE-HEADING                           00007440
               END-IF                                                   00007450
               MOVE ' ' TO WS-PRINT-CC                                  00007460
               MOVE WS-REPORT-LINE TO WS-PRINT-TEXT                     00007470
               WRITE ROTRPT-RECORD FROM WS-PRINT-LINE                   00007480
               ADD 1 TO WS-LINE-COUNT                                   00007490
           END-IF.                                                      00007500
      *                                                                 00007510
       LIST-NOT-FOUND-ID.                                               00007520
           IF NOT WS-IDS-ON-MASTER (WS-ID-SUB)                          00007530
               ADD 1 TO WS-NOT-FOUND-COUNT                              00007540
               MOVE 'Y' TO WS-IDS-MATCHED (WS-ID-SUB)                   00007550
               PERFORM MARK-REPEATED-ID                                 00007560
                   VARYING WS-ID-IDX FROM 1 BY 1                        00007570
                   UNTIL WS-ID-IDX > WS-ID-COUNT                        00007580
               MOVE SPACES TO WS-REPORT-LINE                            00007590
               MOVE WS-IDS-ASSOCIATE-ID (WS-ID-SUB)                     00007600
                   TO WS-REPORT-LINE (1:8)                              00007610
               MOVE 'NOMA - LISTED ID NOT ON EMPMSTR'                   00007620
                   TO WS-REPORT-LINE (11:31)                            00007630
               PERFORM WRITE-REPORT-LINE                                00007640
           END-IF.                                                      00007650
      *                                                                 00007660
      * A LISTED ID REPEATED ON THE PLAN IS REPORTED ONCE.              00007670
       MARK-REPEATED-ID.                                                00007680
           IF WS-IDS-ASSOCIATE-ID (WS-ID-IDX)                           00007690
                   = WS-IDS-ASSOCIATE-ID (WS-ID-SUB)                    00007700
               MOVE 'Y' TO WS-IDS-MATCHED (WS-ID-IDX)                   00007710
           END-IF.                                                      00007720
      *                                                                 00007730
       SET-SHIFT-FLAG.                                                  00007740
           IF WS-SHF-AFTER (WS-SHIFT-SUB)                               00007750
                   < WS-SHF-MINIMUM (WS-SHIFT-SUB)                      00007760
               MOVE '**' TO WS-SHF-FLAG (WS-SHIFT-SUB)                  00007770
               ADD 1 TO WS-SHORT-COUNT                                  00007780
           END-IF.                                                      00007790
           MOVE SPACES TO WS-REPORT-LINE.                               00007800
           MOVE WS-SHF-CODE (WS-SHIFT-SUB) TO WS-REPORT-LINE (4:1).     00007810
           MOVE WS-SHF-BEFORE (WS-SHIFT-SUB) TO WS-REPORT-LINE (10:5).  00007820
           MOVE WS-SHF-MOVED-OUT (WS-SHIFT-SUB)                         00007830
               TO WS-REPORT-LINE (20:5).                                00007840
           MOVE WS-SHF-MOVED-IN (WS-SHIFT-SUB)                          00007850
               TO WS-REPORT-LINE (30:5).                                00007860
           MOVE WS-SHF-AFTER (WS-SHIFT-SUB) TO WS-REPORT-LINE (40:5).   00007870
           MOVE WS-SHF-MINIMUM (WS-SHIFT-SUB) TO WS-REPORT-LINE (51:4). 00007880
           MOVE WS-SHF-FLAG (WS-SHIFT-SUB) TO WS-REPORT-LINE (57:2).    00007890
           PERFORM WRITE-REPORT-LINE.                                   00007900
      *                                                                 00007910
       WRITE-HEADCOUNT-SUMMARY.                                         00007920
           MOVE SPACES TO WS-REPORT-LINE.                               00007930
           PERFORM WRITE-REPORT-LINE.                                   00007940
           MOVE 'ACTIVE HEADCOUNT BY SHIFT (NOT COUNTING LEAVE)'        00007950
               TO WS-REPORT-LINE.                                       00007960
           PERFORM WRITE-REPORT-LINE.                                   00007970
           MOVE SPACES TO WS-REPORT-LINE.                               00007980
           STRING 'SHIFT    BEFORE  MOVED OUT   MOVED IN     AFTER'     00007990
                                          DELIMITED BY SIZE             00008000
               '      FLOOR   (** = BELOW FLOOR AFTER ROTATION)'        00008010
                                          DELIMITED BY SIZE             00008020
               INTO WS-REPORT-LINE.                                     00008030
           PERFORM WRITE-REPORT-LINE.                                   00008040
           PERFORM SET-SHIFT-FLAG                                       00008050
               VARYING WS-SHIFT-SUB FROM 1 BY 1                         00008060
               UNTIL WS-SHIFT-SUB > 3.                                  00008070
      *                                                                 00008080
       WRITE-CONTROL-TOTALS.                                            00008090
           IF WS-ID-COUNT > 0                                           00008100
               PERFORM LIST-NOT-FOUND-ID                                00008110
                   VARYING WS-ID-SUB FROM 1 BY 1                        00008120
                   UNTIL WS-ID-SUB > WS-ID-COUNT                        00008130
           END-IF.                                                      00008140
           PERFORM WRITE-HEADCOUNT-SUMMARY.                             00008150
           MOVE SPACES TO WS-REPORT-LINE.                               00008160
           PERFORM WRITE-REPORT-LINE.                                   00008170
           MOVE SPACES TO WS-REPORT-LINE.                               00008180
           STRING 'ROSTER READ: '         DELIMITED BY SIZE             00008190
               WS-MASTER-READ             DELIMITED BY SIZE             00008200
               '  MOVED: '                DELIMITED BY SIZE             00008210
               WS-MOVED-COUNT             DELIMITED BY SIZE             00008220
               '  SHIFT NOT MAPPED: '     DELIMITED BY SIZE             00008230
               WS-STAYS-COUNT             DELIMITED BY SIZE             00008240
               '  NOT LISTED: '           DELIMITED BY SIZE             00008250
               WS-NOT-LISTED-COUNT        DELIMITED BY SIZE             00008260
               INTO WS-REPORT-LINE.                                     00008270
           PERFORM WRITE-REPORT-LINE.                                   00008280
           MOVE SPACES TO WS-REPORT-LINE.                               00008290
           STRING 'ON LEAVE EXCLUDED: '   DELIMITED BY SIZE             00008300
               WS-LEAVE-EXCLUDED          DELIMITED BY SIZE             00008310
               '  LISTED NOT ON EMPMSTR: '                              00008320
                                          DELIMITED BY SIZE             00008330
               WS-NOT-FOUND-COUNT         DELIMITED BY SIZE             00008340
               '  SHIFTS BELOW FLOOR: '   DELIMITED BY SIZE             00008350
               WS-SHORT-COUNT             DELIMITED BY SIZE             00008360
               INTO WS-REPORT-LINE.                                     00008370
           PERFORM WRITE-REPORT-LINE.                                   00008380
      *                                                                 00008390
       TERMINATE-RUN.                                                   00008400
           IF WS-EMPMSTR-OPEN-OK                                        00008410
               CLOSE EMPMSTR                                            00008420
           END-IF.                                                      00008430
           IF WS-ROTDECK-OPEN-OK                                        00008440
               CLOSE ROTDECK                                            00008450
           END-IF.                                                      00008460
           IF WS-ROTRPT-OPEN-OK                                         00008470
               IF NOT WS-IO-ERROR-FOUND                                 00008480
                   PERFORM WRITE-CONTROL-TOTALS                         00008490
               END-IF                                                   00008500
               IF RETURN-CODE = 12                                      00008510
                   MOVE SPACES TO WS-REPORT-LINE                        00008520
                   MOVE '*** I/O ERROR - DO NOT RELEASE THE DECK'       00008530
                       TO WS-REPORT-LINE                                00008540
                   PERFORM WRITE-REPORT-LINE                            00008550
               END-IF                                                   00008560
               CLOSE ROTRPT                                             00008570
           END-IF.                                                      00008580
           IF RETURN-CODE = 0                                           00008590
               IF WS-SHORT-COUNT > 0 OR WS-NOT-FOUND-COUNT > 0          00008600
                   MOVE 4 TO RETURN-CODE                                00008610
               END-IF                                                   00008620
           END-IF.                                                      00008630
           DISPLAY 'EMPROTA: BUSINESS DATE:     ' WS-RUN-DATE.          00008640
           DISPLAY 'EMPROTA: EFFECTIVE DATE:    '                       00008650
               WS-PLAN-EFFECTIVE-DATE.                                  00008660
           DISPLAY 'EMPROTA: DECK ID:           ' WS-PLAN-DECK-ID.      00008670
           DISPLAY 'EMPROTA: PLAN CARDS READ:   ' WS-PLAN-READ.         00008680
           DISPLAY 'EMPROTA: ROSTER READ:       ' WS-MASTER-READ.       00008690
           DISPLAY 'EMPROTA: TRANSACTIONS:      ' WS-MOVED-COUNT.       00008700
           DISPLAY 'EMPROTA: NOT ON EMPMSTR:    ' WS-NOT-FOUND-COUNT.   00008710
           DISPLAY 'EMPROTA: BELOW FLOOR:       ' WS-SHORT-COUNT.       00008720
      *                                                                 00008730
       MAIN-LOGIC-EXIT.                                                 00008740
           STOP RUN.                                                    00008750
