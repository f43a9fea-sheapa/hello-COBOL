       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EMPLDCT.                                             00000020
      *                                                                 00000030
      * MASTER LOAD COUNT FOR THE STREAM BALANCING LEDGER.  THE         00000040
      * NIGHTLY RELOAD OF THE KEYED EMPMSTR MASTER IS AN IDCAMS         00000050
      * REPRO, WHICH PRINTS ITS COUNT BUT CANNOT RECORD IT.  THIS       00000060
      * STEP RUNS RIGHT BEHIND THE LOAD, COUNTS THE SORTED CLEAN        00000070
      * EXTRACT THE REPRO READ (CLEANID) AND THE RECORDS NOW ON         00000080
      * THE MASTER, AND APPENDS THE LOAD'S BALANCING RECORD (SEE        00000090
      * BALLDG) TO THE STREAM LEDGER - RECEIVED IS THE EXTRACT          00000100
      * COUNT AND PASSED IS THE MASTER COUNT.  REPRO HAS NO REJECT      00000110
      * FILE, SO NOTHING IS EVER DIVERTED - A RECORD NOT LOADED IS      00000120
      * A LOSS, AND THE EMPBAL STEP AT THE END OF THE STREAM            00000130
      * REPORTS IT AS A BREAK.  NOTHING IS UPDATED HERE.                00000140
      *                                                                 00000150
       ENVIRONMENT DIVISION.                                            00000160
       CONFIGURATION SECTION.                                           00000170
       SOURCE-COMPUTER. IBM-ZOS.                                        00000180
       OBJECT-COMPUTER. IBM-ZOS.                                        00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT CLEANID ASSIGN TO CLEANID                             00000220
               ORGANIZATION IS SEQUENTIAL                               00000230
               FILE STATUS IS WS-CLEANID-STATUS.                        00000240
           SELECT EMPMSTR ASSIGN TO EMPMSTR                             00000250
               ORGANIZATION IS INDEXED                                  00000260
               ACCESS MODE IS SEQUENTIAL                                00000270
               RECORD KEY IS MST-ASSOCIATE-ID                           00000280
               FILE STATUS IS WS-EMPMSTR-STATUS.                        00000290
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000300
               ORGANIZATION IS SEQUENTIAL                               00000310
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000320
           SELECT LEDGER ASSIGN TO LEDGER                               00000330
               ORGANIZATION IS SEQUENTIAL                               00000340
               FILE STATUS IS WS-LEDGER-STATUS.                         00000350
      *                                                                 00000360
       DATA DIVISION.                                                   00000370
       FILE SECTION.                                                    00000380
       FD  CLEANID                                                      00000390
           LABEL RECORDS ARE STANDARD                                   00000400
           RECORDING MODE IS F.                                         00000410
       01  CLEANID-REC                     PIC X(80).                   00000420
      *                                                                 00000430
       FD  EMPMSTR                                                      00000440
           LABEL RECORDS ARE STANDARD.                                  00000450
           COPY EMPREC REPLACING LEADING ==EMP== BY ==MST==.            00000460
      *                                                                 00000470
       FD  RUNCTL                                                       00000480
           LABEL RECORDS ARE STANDARD                                   00000490
           RECORDING MODE IS F.                                         00000500
       01  RUNCTL-REC                      PIC X(80).                   00000510
      *                                                                 00000520
       FD  LEDGER                                                       00000530
           LABEL RECORDS ARE STANDARD                                   00000540
           RECORDING MODE IS F.                                         00000550
       01  LEDGER-REC                      PIC X(80).                   00000560
      *                                                                 00000570
       WORKING-STORAGE SECTION.                                         00000580
       01  WS-CLEANID-STATUS               PIC X(02) VALUE '00'.        00000590
       01  WS-EMPMSTR-STATUS               PIC X(02) VALUE '00'.        00000600
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00000610
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00000620
       01  WS-CLEANID-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000630
           88  WS-CLEANID-OPEN-OK                    VALUE 'Y'.         00000640
       01  WS-EMPMSTR-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00000650
           88  WS-EMPMSTR-OPEN-OK                    VALUE 'Y'.         00000660
       01  WS-CLEANID-EOF-SWITCH           PIC X(01) VALUE 'N'.         00000670
           88  WS-CLEANID-EOF                        VALUE 'Y'.         00000680
       01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.         00000690
           88  WS-MASTER-EOF                         VALUE 'Y'.         00000700
       01  WS-IO-ERROR-SWITCH              PIC X(01) VALUE 'N'.         00000710
           88  WS-IO-ERROR-FOUND                     VALUE 'Y'.         00000720
       01  WS-EXTRACT-COUNT                PIC 9(09) VALUE ZERO.        00000730
       01  WS-MASTER-COUNT                 PIC 9(09) VALUE ZERO.        00000740
       01  WS-SHORT-COUNT                  PIC 9(09) VALUE ZERO.        00000750
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00000760
       01  WS-RUN-DATE.                                                 00000770
           05  WS-RDT-YYYY                 PIC X(04).                   00000780
           05  FILLER                      PIC X(01) VALUE '-'.         00000790
           05  WS-RDT-MM                   PIC X(02).                   00000800
           05  FILLER                      PIC X(01) VALUE '-'.         00000810
           05  WS-RDT-DD                   PIC X(02).                   00000820
           COPY RUNCTL.                                                 00000830
           COPY BALLDG.                                                 00000840
      *                                                                 00000850
       PROCEDURE DIVISION.                                              00000860
      *                                                                 00000870
       MAIN-LOGIC SECTION.                                              00000880
       BEGIN.                                                           00000890
           PERFORM INITIALIZE-RUN.                                      00000900
           PERFORM READ-CLEANID-RECORD UNTIL WS-CLEANID-EOF.            00000910
           PERFORM READ-MASTER-RECORD UNTIL WS-MASTER-EOF.              00000920
           PERFORM TERMINATE-RUN.                                       00000930
           GO TO MAIN-LOGIC-EXIT.                                       00000940
      *                                                                 00000950
       INITIALIZE-RUN.                                                  00000960
           PERFORM GET-RUN-DATE.                                        00000970
           OPEN INPUT CLEANID.                                          00000980
           IF WS-CLEANID-STATUS = '00'                                  00000990
               MOVE 'Y' TO WS-CLEANID-OPEN-SWITCH                       00001000
           ELSE                                                         00001010
               DISPLAY 'EMPLDCT: CLEANID OPEN FAILED, STATUS = '        00001020
                   WS-CLEANID-STATUS                                    00001030
               PERFORM FATAL-OPEN-ERROR                                 00001040
           END-IF.                                                      00001050
           OPEN INPUT EMPMSTR.                                          00001060
           IF WS-EMPMSTR-STATUS = '00'                                  00001070
               MOVE 'Y' TO WS-EMPMSTR-OPEN-SWITCH                       00001080
           ELSE                                                         00001090
               DISPLAY 'EMPLDCT: EMPMSTR OPEN FAILED, STATUS = '        00001100
                   WS-EMPMSTR-STATUS                                    00001110
               PERFORM FATAL-OPEN-ERROR                                 00001120
           END-IF.                                                      00001130
      *                                                                 00001140
       FATAL-OPEN-ERROR.                                                00001150
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00001160
           MOVE 'Y' TO WS-CLEANID-EOF-SWITCH.                           00001170
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00001180
           MOVE 8 TO RETURN-CODE.                                       00001190
      *                                                                 00001200
       FATAL-IO-ERROR.                                                  00001210
           MOVE 'Y' TO WS-IO-ERROR-SWITCH.                              00001220
           MOVE 'Y' TO WS-CLEANID-EOF-SWITCH.                           00001230
           MOVE 'Y' TO WS-MASTER-EOF-SWITCH.                            00001240
           MOVE 12 TO RETURN-CODE.                                      00001250
      *                                                                 00001260
       GET-RUN-DATE.                                                    00001270
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00001280
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00001290
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00001300
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00001310
           PERFORM READ-RUN-CONTROL.                                    00001320
      *                                                                 00001330
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00001340
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00001350
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00001360
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00001370
       READ-RUN-CONTROL.                                                00001380
           OPEN INPUT RUNCTL.                                           00001390
           IF WS-RUNCTL-STATUS = '00'                                   00001400
               READ RUNCTL                                              00001410
                   AT END                                               00001420
                       DISPLAY 'EMPLDCT: RUNCTL IS EMPTY - '            00001430
                           'SYSTEM DATE USED'                           00001440
                   NOT AT END                                           00001450
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00001460
                       IF CTL-BUSINESS-DATE NOT = SPACES                00001470
                           MOVE CTL-BUSINESS-DATE                       00001480
                               TO WS-RUN-DATE                           00001490
                       END-IF                                           00001500
               END-READ                                                 00001510
               CLOSE RUNCTL                                             00001520
           ELSE                                                         00001530
               DISPLAY 'EMPLDCT: RUNCTL OPEN FAILED, '                  00001540
                   'STATUS = ' WS-RUNCTL-STATUS                         00001550
               DISPLAY 'EMPLDCT: SYSTEM DATE USED'                      00001560
           END-IF.                                                      00001570
      *                                                                 00001580
       READ-CLEANID-RECORD.                                             00001590
           READ CLEANID                                                 00001600
               AT END                                                   00001610
                   MOVE 'Y' TO WS-CLEANID-EOF-SWITCH                    00001620
               NOT AT END                                               00001630
                   IF WS-CLEANID-STATUS NOT = '00'                      00001640
                       DISPLAY 'EMPLDCT: CLEANID READ ERROR, '          00001650
                           'STATUS = ' WS-CLEANID-STATUS                00001660
                       PERFORM FATAL-IO-ERROR                           00001670
                   ELSE                                                 00001680
                       ADD 1 TO WS-EXTRACT-COUNT                        00001690
                   END-IF                                               00001700
           END-READ.                                                    00001710
      *                                                                 00001720
       READ-MASTER-RECORD.                                              00001730
           READ EMPMSTR NEXT RECORD                                     00001740
               AT END                                                   00001750
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH                     00001760
               NOT AT END                                               00001770
                   IF WS-EMPMSTR-STATUS NOT = '00'                      00001780
                       DISPLAY 'EMPLDCT: EMPMSTR READ ERROR, '          00001790
                           'STATUS = ' WS-EMPMSTR-STATUS                00001800
                       PERFORM FATAL-IO-ERROR                           00001810
                   ELSE                                                 00001820
                       ADD 1 TO WS-MASTER-COUNT                         00001830
                   END-IF                                               00001840
           END-READ.                                                    00001850
      *                                                                 00001860
       TERMINATE-RUN.                                                   00001870
           IF WS-CLEANID-OPEN-OK                                        00001880
               CLOSE CLEANID                                            00001890
           END-IF.                                                      00001900
           IF WS-EMPMSTR-OPEN-OK                                        00001910
               CLOSE EMPMSTR                                            00001920
           END-IF.                                                      00001930
           IF WS-EXTRACT-COUNT > WS-MASTER-COUNT                        00001940
               SUBTRACT WS-MASTER-COUNT FROM WS-EXTRACT-COUNT           00001950
                   GIVING WS-SHORT-COUNT                                00001960
           END-IF.                                                      00001970
           DISPLAY 'EMPLDCT: BUSINESS DATE:     ' WS-RUN-DATE.          00001980
           DISPLAY 'EMPLDCT: EXTRACT RECORDS:   ' WS-EXTRACT-COUNT.     00001990
           DISPLAY 'EMPLDCT: MASTER RECORDS:    ' WS-MASTER-COUNT.      00002000
           DISPLAY 'EMPLDCT: NOT LOADED:        ' WS-SHORT-COUNT.       00002010
           IF NOT WS-IO-ERROR-FOUND                                     00002020
               PERFORM WRITE-LEDGER-RECORD                              00002030
           END-IF.                                                      00002040
      *                                                                 00002050
      * THE LOAD'S BALANCING RECORD (SEE BALLDG).  A COUNT TAKEN        00002060
      * FROM A FILE THAT WOULD NOT OPEN OR READ WOULD BE WRONG, SO      00002070
      * NONE IS WRITTEN THEN - EMPBAL REPORTS THE LOAD AS MISSING.      00002080
       WRITE-LEDGER-RECORD.                                             00002090
           OPEN EXTEND LEDGER.                                          00002100
           IF WS-LEDGER-STATUS = '00'                                   00002110
               MOVE SPACES TO BALLDG-RECORD                             00002120
               MOVE WS-RUN-DATE TO LDG-BUSINESS-DATE                    00002130
               MOVE 'EMPLDCT' TO LDG-PROGRAM-ID                         00002140
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00002150
               MOVE WS-EXTRACT-COUNT TO LDG-RECEIVED-COUNT              00002160
               MOVE WS-MASTER-COUNT TO LDG-PASSED-COUNT                 00002170
               MOVE ZERO TO LDG-REJECTED-COUNT                          00002180
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00002190
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00002200
               IF WS-LEDGER-STATUS NOT = '00'                           00002210
                   DISPLAY 'EMPLDCT: LEDGER WRITE ERROR, '              00002220
                       'STATUS = ' WS-LEDGER-STATUS                     00002230
                   MOVE 12 TO RETURN-CODE                               00002240
               END-IF                                                   00002250
               CLOSE LEDGER                                             00002260
           ELSE                                                         00002270
               DISPLAY 'EMPLDCT: LEDGER OPEN FAILED, STATUS = '         00002280
                   WS-LEDGER-STATUS                                     00002290
               MOVE 8 TO RETURN-CODE                                    00002300
           END-IF.                                                      00002310
      *                                                                 00002320
       MAIN-LOGIC-EXIT.                                                 00002330
           STOP RUN.                                                    00002340
