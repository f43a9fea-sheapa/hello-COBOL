      * SEQUENCE) AND REPORTS NEW ASSOCIATES, DROPPED ASSOCIATES,       00000070
      * SHIFT TRANSFERS, AND NAME CHANGES, EACH SECTION WITH A          00000080
      * COUNT, SO THE SUPERVISORS NO LONGER DIFF REPORTS BY HAND.       00000090
      * EVERY NEW ASSOCIATE, DEPARTURE, AND CHANGE OF NAME, SHIFT,      00000092
      * OR EMPLOYMENT STATUS IS ALSO WRITTEN TO HISTCHG ON THE          00000094
      * EMPHST LAYOUT, DATED THE BUSINESS DATE, FOR THE EMPHIST         00000096
      * STEP TO POST TO THE ASSOCIATE HISTORY FILE.                     00000098
      * THE SAME SECTIONS ARE BURST TO BURSTRP (SEE EMPBRST), ONE       00000108
      * SEGMENT PER SUPERVISOR ON SUPVREF PLUS AN UNASSIGNED            00000118
      * SEGMENT, EACH WITH ITS OWN HEADINGS AND TOTALS.  DELTARPT       00000128
      * STAYS THE MASTER COPY.                                          00000138
      *                                                                 00000148
       ENVIRONMENT DIVISION.                                            00000158
       CONFIGURATION SECTION.                                           00000168
       SOURCE-COMPUTER. IBM-ZOS.                                        00000178
       OBJECT-COMPUTER. IBM-ZOS.                                        00000188
       INPUT-OUTPUT SECTION.                                            00000198
       FILE-CONTROL.                                                    00000208
           SELECT EMPMSTRC ASSIGN TO EMPMSTRC                           00000218
               ORGANIZATION IS INDEXED                                  00000228
               ACCESS MODE IS SEQUENTIAL                                00000238
               RECORD KEY IS CUR-ASSOCIATE-ID                           00000248
               FILE STATUS IS WS-EMPMSTRC-STATUS.                       00000258
           SELECT EMPMSTRP ASSIGN TO EMPMSTRP                           00000268
               ORGANIZATION IS SEQUENTIAL                               00000278
               FILE STATUS IS WS-EMPMSTRP-STATUS.                       00000288
           SELECT DELTARPT ASSIGN TO DELTARPT                           00000298
               ORGANIZATION IS SEQUENTIAL                               00000308
               FILE STATUS IS WS-DELTARPT-STATUS.                       00000318
           SELECT RUNCTL ASSIGN TO RUNCTL                               00000328
               ORGANIZATION IS SEQUENTIAL                               00000338
               FILE STATUS IS WS-RUNCTL-STATUS.                         00000348
           SELECT DELTASTA ASSIGN TO DELTASTA                           00000358
               ORGANIZATION IS SEQUENTIAL                               00000368
               FILE STATUS IS WS-DELTASTA-STATUS.                       00000378
           SELECT HISTCHG ASSIGN TO HISTCHG                             00000388
               ORGANIZATION IS SEQUENTIAL                               00000398
               FILE STATUS IS WS-HISTCHG-STATUS.                        00000408
           SELECT LEDGER ASSIGN TO LEDGER                               00000418
               ORGANIZATION IS SEQUENTIAL                               00000428
               FILE STATUS IS WS-LEDGER-STATUS.                         00000438
           SELECT SUPVREF ASSIGN TO SUPVREF                             00000448
               ORGANIZATION IS SEQUENTIAL                               00000458
               FILE STATUS IS WS-SUPVREF-STATUS.                        00000468
           SELECT BURSTRP ASSIGN TO BURSTRP                             00000478
               ORGANIZATION IS SEQUENTIAL                               00000488
               FILE STATUS IS WS-BURSTRP-STATUS.                        00000498
      *                                                                 00000508
       DATA DIVISION.                                                   00000518
       FILE SECTION.                                                    00000528
       FD  EMPMSTRC                                                     00000538
           LABEL RECORDS ARE STANDARD.                                  00000548
           COPY EMPREC REPLACING LEADING ==EMP== BY ==CUR==.            00000558
      *                                                                 00000568
       FD  EMPMSTRP                                                     00000578
           LABEL RECORDS ARE STANDARD                                   00000588
           RECORDING MODE IS F.                                         00000598
       01  EMPMSTRP-RECORD                 PIC X(80).                   00000608
      *                                                                 00000618
       FD  DELTARPT                                                     00000628
           LABEL RECORDS ARE STANDARD                                   00000638
           RECORDING MODE IS F.                                         00000648
       01  DELTARPT-RECORD                 PIC X(133).                  00000658
      *                                                                 00000668
       FD  RUNCTL                                                       00000678
           LABEL RECORDS ARE STANDARD                                   00000688
           RECORDING MODE IS F.                                         00000698
       01  RUNCTL-REC                      PIC X(80).                   00000708
      *                                                                 00000718
       FD  DELTASTA                                                     00000728
           LABEL RECORDS ARE STANDARD                                   00000738
           RECORDING MODE IS F.                                         00000748
       01  DELTASTA-REC                    PIC X(80).                   00000758
      *                                                                 00000768
       FD  HISTCHG                                                      00000778
           LABEL RECORDS ARE STANDARD                                   00000788
           RECORDING MODE IS F.                                         00000798
       01  HISTCHG-REC                     PIC X(100).                  00000808
      *                                                                 00000818
       FD  LEDGER                                                       00000828
           LABEL RECORDS ARE STANDARD                                   00000838
           RECORDING MODE IS F.                                         00000848
       01  LEDGER-REC                      PIC X(80).                   00000858
      *                                                                 00000868
       FD  SUPVREF                                                      00000878
           LABEL RECORDS ARE STANDARD                                   00000888
           RECORDING MODE IS F.                                         00000898
       01  SUPVREF-REC                     PIC X(80).                   00000908
      *                                                                 00000918
       FD  BURSTRP                                                      00000928
           LABEL RECORDS ARE STANDARD                                   00000938
           RECORDING MODE IS F.                                         00000948
       01  BURSTRP-RECORD                  PIC X(141).                  00000958
      *                                                                 00000968
       WORKING-STORAGE SECTION.                                         00000978
       01  WS-EMPMSTRC-STATUS              PIC X(02) VALUE '00'.        00000988
       01  WS-EMPMSTRP-STATUS              PIC X(02) VALUE '00'.        00000998
       01  WS-DELTARPT-STATUS              PIC X(02) VALUE '00'.        00001008
       01  WS-RUNCTL-STATUS                PIC X(02) VALUE '00'.        00001018
       01  WS-DELTASTA-STATUS              PIC X(02) VALUE '00'.        00001028
       01  WS-HISTCHG-STATUS               PIC X(02) VALUE '00'.        00001038
       01  WS-LEDGER-STATUS                PIC X(02) VALUE '00'.        00001048
       01  WS-SUPVREF-STATUS               PIC X(02) VALUE '00'.        00001058
       01  WS-SUPVREF-EOF-SWITCH           PIC X(01) VALUE 'N'.         00001068
           88  WS-SUPVREF-EOF                        VALUE 'Y'.         00001078
       01  WS-SUPVREF-LOADED-SWITCH        PIC X(01) VALUE 'N'.         00001088
           88  WS-SUPVREF-LOADED                     VALUE 'Y'.         00001098
       01  WS-BURSTRP-STATUS               PIC X(02) VALUE '00'.        00001108
       01  WS-EMPMSTRC-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001118
           88  WS-EMPMSTRC-OPEN-OK                   VALUE 'Y'.         00001128
       01  WS-EMPMSTRP-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001138
           88  WS-EMPMSTRP-OPEN-OK                   VALUE 'Y'.         00001148
       01  WS-DELTARPT-OPEN-SWITCH         PIC X(01) VALUE 'N'.         00001158
           88  WS-DELTARPT-OPEN-OK                   VALUE 'Y'.         00001168
       01  WS-HISTCHG-OPEN-SWITCH          PIC X(01) VALUE 'N'.         00001178
           88  WS-HISTCHG-OPEN-OK                    VALUE 'Y'.         00001188
       01  WS-HISTCHG-ERROR-SWITCH         PIC X(01) VALUE 'N'.         00001198
           88  WS-HISTCHG-FAILED                     VALUE 'Y'.         00001208
       01  WS-CUR-KEY                      PIC X(08) VALUE LOW-VALUES.  00001218
       01  WS-PRI-KEY                      PIC X(08) VALUE LOW-VALUES.  00001228
       01  WS-CUR-READ                     PIC 9(09) VALUE ZERO.        00001238
       01  WS-PRI-READ                     PIC 9(09) VALUE ZERO.        00001248
       01  WS-HIST-WRITTEN                 PIC 9(09) VALUE ZERO.        00001258
       01  WS-NEW-COUNT                    PIC 9(05) VALUE ZERO COMP.   00001268
       01  WS-DROP-COUNT                   PIC 9(05) VALUE ZERO COMP.   00001278
       01  WS-XFER-COUNT                   PIC 9(05) VALUE ZERO COMP.   00001288
       01  WS-NCHG-COUNT                   PIC 9(05) VALUE ZERO COMP.   00001298
       01  WS-TABLE-MAX                    PIC 9(05) VALUE 10000 COMP.  00001308
       01  WS-TABLE-FULL-SWITCH            PIC X(01) VALUE 'N'.         00001318
           88  WS-TABLE-FULL                         VALUE 'Y'.         00001328
       01  WS-DELTA-SUB                    PIC 9(05) VALUE ZERO COMP.   00001338
       01  WS-COUNT-OUT                    PIC 9(05) VALUE ZERO.        00001348
       01  WS-NEW-TABLE.                                                00001358
           05  WS-NEW-ENTRY                OCCURS 10000 TIMES.          00001368
               10  WS-NEW-ID               PIC X(08).                   00001378
               10  WS-NEW-NAME             PIC X(30).                   00001388
               10  WS-NEW-SHIFT            PIC X(01).                   00001398
               10  WS-NEW-SLOT             PIC 9(04) COMP.              00001408
       01  WS-DROP-TABLE.                                               00001418
           05  WS-DROP-ENTRY               OCCURS 10000 TIMES.          00001428
               10  WS-DROP-ID              PIC X(08).                   00001438
               10  WS-DROP-NAME            PIC X(30).                   00001448
               10  WS-DROP-SHIFT           PIC X(01).                   00001458
               10  WS-DROP-SLOT            PIC 9(04) COMP.              00001468
       01  WS-XFER-TABLE.                                               00001478
           05  WS-XFER-ENTRY               OCCURS 10000 TIMES.          00001488
               10  WS-XFER-ID              PIC X(08).                   00001498
               10  WS-XFER-NAME            PIC X(30).                   00001508
               10  WS-XFER-OLD-SHIFT       PIC X(01).                   00001518
               10  WS-XFER-NEW-SHIFT       PIC X(01).                   00001528
               10  WS-XFER-SLOT            PIC 9(04) COMP.              00001538
       01  WS-NCHG-TABLE.                                               00001548
           05  WS-NCHG-ENTRY               OCCURS 10000 TIMES.          00001558
               10  WS-NCHG-ID              PIC X(08).                   00001568
               10  WS-NCHG-OLD-NAME        PIC X(30).                   00001578
               10  WS-NCHG-NEW-NAME        PIC X(30).                   00001588
               10  WS-NCHG-SLOT            PIC 9(04) COMP.              00001598
      * SUPERVISORS FROM SUPVREF (SEE EMPSUPV) IN FILE ORDER, EACH      00001608
      * WITH ITS OWN SEGMENT OF THE BURST REPORT.  THE ENTRY AFTER      00001618
      * THE LAST SUPERVISOR IS THE UNASSIGNED SEGMENT.                  00001628
       01  WS-FIND-SUPERVISOR-ID           PIC X(08) VALUE SPACES.      00001638
       01  WS-SEGMENT-SLOT                 PIC 9(04) VALUE ZERO COMP.   00001648
       01  WS-SEGMENT-LAST                 PIC 9(04) VALUE ZERO COMP.   00001658
       01  WS-SUPV-TABLE.                                               00001668
           05  WS-SUPV-MAX                 PIC 9(04) VALUE 500          00001678
                                           COMP.                        00001688
           05  WS-SUPV-COUNT               PIC 9(04) VALUE ZERO         00001698
                                           COMP.                        00001708
           05  WS-SUPV-ENTRY               OCCURS 501 TIMES             00001718
                                           INDEXED BY WS-SUPV-IDX.      00001728
               10  WS-SPV-SUPERVISOR-ID    PIC X(08).                   00001738
               10  WS-SPV-SUPERVISOR-NAME  PIC X(30).                   00001748
               10  WS-SPV-DEPARTMENT-CODE  PIC X(06).                   00001758
               10  WS-SPV-DEPARTMENT-NAME  PIC X(24).                   00001768
               10  WS-SPV-REPORTS-TO-ID    PIC X(08).                   00001778
               10  WS-SPV-NEW-COUNT        PIC 9(05).                   00001788
               10  WS-SPV-DROP-COUNT       PIC 9(05).                   00001798
               10  WS-SPV-XFER-COUNT       PIC 9(05).                   00001808
               10  WS-SPV-NCHG-COUNT       PIC 9(05).                   00001818
       01  WS-ROUTE-ID                     PIC X(08) VALUE SPACES.      00001828
       01  WS-SEGMENT-OUT                  PIC 9(04) VALUE ZERO.        00001838
       01  WS-BURST-PAGE                   PIC 9(04) VALUE ZERO.        00001848
       01  WS-BURST-LINE-COUNT             PIC 9(02) VALUE ZERO.        00001858
       01  WS-REPORT-LINE                  PIC X(133).                  00001868
       01  WS-HEADING-LINE                 PIC X(133).                  00001878
       01  WS-PRINT-LINE.                                               00001888
           05  WS-PRINT-CC                 PIC X(01).                   00001898
           05  WS-PRINT-TEXT               PIC X(132).                  00001908
       01  WS-PAGE-NUMBER                  PIC 9(04) VALUE ZERO.        00001918
       01  WS-LINE-COUNT                   PIC 9(02) VALUE ZERO.        00001928
       01  WS-LINES-PER-PAGE               PIC 9(02) VALUE 55.          00001938
       01  WS-CURRENT-DATE-TIME            PIC X(21).                   00001948
       01  WS-RUN-DATE.                                                 00001958
           05  WS-RDT-YYYY                 PIC X(04).                   00001968
           05  FILLER                      PIC X(01) VALUE '-'.         00001978
           05  WS-RDT-MM                   PIC X(02).                   00001988
           05  FILLER                      PIC X(01) VALUE '-'.         00001998
           05  WS-RDT-DD                   PIC X(02).                   00002008
           COPY EMPREC.                                                 00002018
           COPY EMPREC REPLACING LEADING ==EMP== BY ==PRI==.            00002028
           COPY RUNCTL.                                                 00002038
           COPY EMPDSTA.                                                00002048
           COPY EMPHST.                                                 00002058
           COPY BALLDG.                                                 00002068
           COPY EMPSUPV.                                                00002078
           COPY EMPBRST.                                                00002088
      *                                                                 00002098
       PROCEDURE DIVISION.                                              00002108
      *                                                                 00002118
       MAIN-LOGIC SECTION.                                              00002128
       BEGIN.                                                           00002138
           PERFORM INITIALIZE-RUN.                                      00002148
           PERFORM COMPARE-ROSTERS                                      00002158
               UNTIL (WS-CUR-KEY = HIGH-VALUES                          00002168
                   AND WS-PRI-KEY = HIGH-VALUES)                        00002178
                   OR WS-HISTCHG-FAILED.                                00002188
           PERFORM TERMINATE-RUN.                                       00002198
           GO TO MAIN-LOGIC-EXIT.                                       00002208
      *                                                                 00002218
       INITIALIZE-RUN.                                                  00002228
           PERFORM GET-RUN-DATE.                                        00002238
           PERFORM LOAD-SUPERVISOR-FILE.                                00002248
           OPEN OUTPUT DELTARPT.                                        00002258
           IF WS-DELTARPT-STATUS = '00'                                 00002268
               MOVE 'Y' TO WS-DELTARPT-OPEN-SWITCH                      00002278
               PERFORM WRITE-PAGE-HEADING                               00002288
           ELSE                                                         00002298
               DISPLAY 'EMPDELTA: DELTARPT OPEN FAILED, STATUS = '      00002308
                   WS-DELTARPT-STATUS                                   00002318
               MOVE 8 TO RETURN-CODE                                    00002328
           END-IF.                                                      00002338
           OPEN INPUT EMPMSTRC.                                         00002348
           IF WS-EMPMSTRC-STATUS = '00'                                 00002358
               MOVE 'Y' TO WS-EMPMSTRC-OPEN-SWITCH                      00002368
           ELSE                                                         00002378
               DISPLAY 'EMPDELTA: EMPMSTRC OPEN FAILED, STATUS = '      00002388
                   WS-EMPMSTRC-STATUS                                   00002398
               MOVE 8 TO RETURN-CODE                                    00002408
           END-IF.                                                      00002418
           OPEN INPUT EMPMSTRP.                                         00002428
           IF WS-EMPMSTRP-STATUS = '00'                                 00002438
               MOVE 'Y' TO WS-EMPMSTRP-OPEN-SWITCH                      00002448
           ELSE                                                         00002458
               DISPLAY 'EMPDELTA: EMPMSTRP OPEN FAILED, STATUS = '      00002468
                   WS-EMPMSTRP-STATUS                                   00002478
               MOVE 8 TO RETURN-CODE                                    00002488
           END-IF.                                                      00002498
           OPEN OUTPUT HISTCHG.                                         00002508
           IF WS-HISTCHG-STATUS = '00'                                  00002518
               MOVE 'Y' TO WS-HISTCHG-OPEN-SWITCH                       00002528
           ELSE                                                         00002538
               DISPLAY 'EMPDELTA: HISTCHG OPEN FAILED, STATUS = '       00002548
                   WS-HISTCHG-STATUS                                    00002558
               MOVE 8 TO RETURN-CODE                                    00002568
           END-IF.                                                      00002578
           IF RETURN-CODE = 8                                           00002588
               MOVE HIGH-VALUES TO WS-CUR-KEY                           00002598
               MOVE HIGH-VALUES TO WS-PRI-KEY                           00002608
           ELSE                                                         00002618
               PERFORM READ-CURRENT                                     00002628
               PERFORM READ-PRIOR                                       00002638
           END-IF.                                                      00002648
      *                                                                 00002658
       GET-RUN-DATE.                                                    00002668
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00002678
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RDT-YYYY.               00002688
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RDT-MM.                 00002698
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RDT-DD.                 00002708
           PERFORM READ-RUN-CONTROL.                                    00002718
      *                                                                 00002728
      * THE BUSINESS DATE FOR THE CYCLE COMES FROM THE SHARED           00002738
      * RUNCTL RECORD (SEE RUNCTL) SO A STREAM THAT SLIPS PAST          00002748
      * MIDNIGHT KEEPS THE DATE THE CYCLE STARTED WITH.  A              00002758
      * MISSING RUNCTL FALLS BACK TO THE SYSTEM DATE.                   00002768
       READ-RUN-CONTROL.                                                00002778
           OPEN INPUT RUNCTL.                                           00002788
           IF WS-RUNCTL-STATUS = '00'                                   00002798
               READ RUNCTL                                              00002808
                   AT END                                               00002818
                       DISPLAY 'EMPDELTA: RUNCTL IS EMPTY - '           00002828
                           'SYSTEM DATE USED'                           00002838
                   NOT AT END                                           00002848
                       MOVE RUNCTL-REC TO RUNCTL-RECORD                 00002858
                       IF CTL-BUSINESS-DATE NOT = SPACES                00002868
                           MOVE CTL-BUSINESS-DATE                       00002878
                               TO WS-RUN-DATE                           00002888
                       END-IF                                           00002898
               END-READ                                                 00002908
               CLOSE RUNCTL                                             00002918
           ELSE                                                         00002928
               DISPLAY 'EMPDELTA: RUNCTL OPEN FAILED, '                 00002938
                   'STATUS = ' WS-RUNCTL-STATUS                         00002948
               DISPLAY 'EMPDELTA: SYSTEM DATE USED'                     00002958
           END-IF.                                                      00002968
      *                                                                 00002978
      * THE SUPERVISOR FILE ONLY DRIVES THE BURST REPORT.  WITHOUT IT   00002988
      * THE DELTA STILL RUNS AND EVERY CHANGE IS BURST TO THE           00002998
      * UNASSIGNED SEGMENT, WITH A WARNING RETURN CODE.                 00003008
       LOAD-SUPERVISOR-FILE.                                            00003018
           OPEN INPUT SUPVREF.                                          00003028
           IF WS-SUPVREF-STATUS = '00'                                  00003038
               MOVE 'Y' TO WS-SUPVREF-LOADED-SWITCH                     00003048
               PERFORM READ-SUPERVISOR-RECORD                           00003058
                   UNTIL WS-SUPVREF-EOF                                 00003068
               CLOSE SUPVREF                                            00003078
           ELSE                                                         00003088
               DISPLAY 'EMPDELTA: SUPVREF OPEN FAILED, STATUS = '       00003098
                   WS-SUPVREF-STATUS                                    00003108
               DISPLAY 'EMPDELTA: ALL CHANGES BURST AS UNASSIGNED'      00003118
           END-IF.                                                      00003128
           COMPUTE WS-SEGMENT-LAST = WS-SUPV-COUNT + 1.                 00003138
           MOVE SPACES TO WS-SUPV-ENTRY (WS-SEGMENT-LAST).              00003148
           PERFORM INIT-SEGMENT-COUNTS                                  00003158
               VARYING WS-SEGMENT-SLOT FROM 1 BY 1                      00003168
               UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST.                 00003178
      *                                                                 00003188
       READ-SUPERVISOR-RECORD.                                          00003198
           READ SUPVREF                                                 00003208
               AT END                                                   00003218
                   MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                    00003228
               NOT AT END                                               00003238
                   IF WS-SUPVREF-STATUS NOT = '00'                      00003248
                       DISPLAY 'EMPDELTA: SUPVREF READ ERROR, '         00003258
                           'STATUS = ' WS-SUPVREF-STATUS                00003268
                       MOVE 'Y' TO WS-SUPVREF-EOF-SWITCH                00003278
                       MOVE 'N' TO WS-SUPVREF-LOADED-SWITCH             00003288
                   ELSE                                                 00003298
                       MOVE SUPVREF-REC TO EMPSUPV-RECORD               00003308
                       PERFORM SAVE-SUPERVISOR-ENTRY                    00003318
                   END-IF                                               00003328
           END-READ.                                                    00003338
      *                                                                 00003348
       SAVE-SUPERVISOR-ENTRY.                                           00003358
           IF SUP-SUPERVISOR-ID NOT = SPACES                            00003368
               IF WS-SUPV-COUNT < WS-SUPV-MAX                           00003378
                   ADD 1 TO WS-SUPV-COUNT                               00003388
                   SET WS-SUPV-IDX TO WS-SUPV-COUNT                     00003398
                   MOVE SUP-SUPERVISOR-ID                               00003408
                       TO WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)            00003418
                   MOVE SUP-SUPERVISOR-NAME                             00003428
                       TO WS-SPV-SUPERVISOR-NAME (WS-SUPV-IDX)          00003438
                   MOVE SUP-DEPARTMENT-CODE                             00003448
                       TO WS-SPV-DEPARTMENT-CODE (WS-SUPV-IDX)          00003458
                   MOVE SUP-DEPARTMENT-NAME                             00003468
                       TO WS-SPV-DEPARTMENT-NAME (WS-SUPV-IDX)          00003478
                   MOVE SUP-REPORTS-TO-ID                               00003488
                       TO WS-SPV-REPORTS-TO-ID (WS-SUPV-IDX)            00003498
               ELSE                                                     00003508
                   DISPLAY 'EMPDELTA: SUPERVISOR TABLE FULL, '          00003518
                       'SUPERVISOR ' SUP-SUPERVISOR-ID                  00003528
                       ' BURST AS UNASSIGNED'                           00003538
               END-IF                                                   00003548
           END-IF.                                                      00003558
      *                                                                 00003568
       INIT-SEGMENT-COUNTS.                                             00003578
           MOVE ZERO TO WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT).             00003588
           MOVE ZERO TO WS-SPV-DROP-COUNT (WS-SEGMENT-SLOT).            00003598
           MOVE ZERO TO WS-SPV-XFER-COUNT (WS-SEGMENT-SLOT).            00003608
           MOVE ZERO TO WS-SPV-NCHG-COUNT (WS-SEGMENT-SLOT).            00003618
      *                                                                 00003628
      * A CHANGE WITH NO SUPERVISOR ID, OR ONE NOT ON THE FILE, FALLS   00003638
      * TO THE UNASSIGNED SEGMENT SO NOTHING DROPS OUT.  A DEPARTURE    00003648
      * GOES TO THE SUPERVISOR ON THE PRIOR RECORD.                     00003658
       FIND-SEGMENT-SLOT.                                               00003668
           MOVE WS-SEGMENT-LAST TO WS-SEGMENT-SLOT.                     00003678
           IF WS-FIND-SUPERVISOR-ID NOT = SPACES                        00003688
                   AND WS-SUPV-COUNT > 0                                00003698
               SET WS-SUPV-IDX TO 1                                     00003708
               SEARCH WS-SUPV-ENTRY                                     00003718
                   AT END                                               00003728
                       CONTINUE                                         00003738
                   WHEN WS-SUPV-IDX > WS-SUPV-COUNT                     00003748
                       CONTINUE                                         00003758
                   WHEN WS-SPV-SUPERVISOR-ID (WS-SUPV-IDX)              00003768
                           = WS-FIND-SUPERVISOR-ID                      00003778
                       SET WS-SEGMENT-SLOT TO WS-SUPV-IDX               00003788
               END-SEARCH                                               00003798
           END-IF.                                                      00003808
      *                                                                 00003818
       READ-CURRENT.                                                    00003828
           READ EMPMSTRC                                                00003838
               AT END                                                   00003848
                   MOVE HIGH-VALUES TO WS-CUR-KEY                       00003858
               NOT AT END                                               00003868
                   IF WS-EMPMSTRC-STATUS NOT = '00'                     00003878
                       DISPLAY 'EMPDELTA: EMPMSTRC READ ERROR, '        00003888
                           'STATUS = ' WS-EMPMSTRC-STATUS               00003898
                       PERFORM FATAL-IO-ERROR                           00003908
                   ELSE                                                 00003918
                       ADD 1 TO WS-CUR-READ                             00003928
                       MOVE CURMSTR-RECORD TO EMPMSTR-RECORD            00003938
                       MOVE EMP-ASSOCIATE-ID TO WS-CUR-KEY              00003948
                   END-IF                                               00003958
           END-READ.                                                    00003968
      *                                                                 00003978
       READ-PRIOR.                                                      00003988
           READ EMPMSTRP                                                00003998
               AT END                                                   00004008
                   MOVE HIGH-VALUES TO WS-PRI-KEY                       00004018
               NOT AT END                                               00004028
                   IF WS-EMPMSTRP-STATUS NOT = '00'                     00004038
                       DISPLAY 'EMPDELTA: EMPMSTRP READ ERROR, '        00004048
                           'STATUS = ' WS-EMPMSTRP-STATUS               00004058
                       PERFORM FATAL-IO-ERROR                           00004068
                   ELSE                                                 00004078
                       ADD 1 TO WS-PRI-READ                             00004088
                       MOVE EMPMSTRP-RECORD TO PRIMSTR-RECORD           00004098
                       MOVE PRI-ASSOCIATE-ID TO WS-PRI-KEY              00004108
                   END-IF                                               00004118
           END-READ.                                                    00004128
      *                                                                 00004138
       FATAL-IO-ERROR.                                                  00004148
           MOVE HIGH-VALUES TO WS-CUR-KEY.                              00004158
           MOVE HIGH-VALUES TO WS-PRI-KEY.                              00004168
           MOVE 12 TO RETURN-CODE.                                      00004178
      *                                                                 00004188
       COMPARE-ROSTERS.                                                 00004198
           IF WS-CUR-KEY < WS-PRI-KEY                                   00004208
               PERFORM RECORD-NEW-ASSOCIATE                             00004218
               PERFORM WRITE-CURRENT-HISTORY                            00004228
               PERFORM READ-CURRENT                                     00004238
           ELSE                                                         00004248
               IF WS-CUR-KEY > WS-PRI-KEY                               00004258
                   PERFORM RECORD-DROPPED-ASSOCIATE                     00004268
                   PERFORM WRITE-PRIOR-HISTORY                          00004278
                   PERFORM READ-PRIOR                                   00004288
               ELSE                                                     00004298
                   IF EMP-SHIFT-CODE NOT = PRI-SHIFT-CODE               00004308
                       PERFORM RECORD-SHIFT-TRANSFER                    00004318
                   END-IF                                               00004328
                   IF EMP-ASSOCIATE-NAME NOT = PRI-ASSOCIATE-NAME       00004338
                       PERFORM RECORD-NAME-CHANGE                       00004348
                   END-IF                                               00004358
                   IF EMP-SHIFT-CODE NOT = PRI-SHIFT-CODE               00004368
                       OR EMP-ASSOCIATE-NAME NOT = PRI-ASSOCIATE-NAME   00004378
                       OR EMP-EMPLOYMENT-STATUS                         00004388
                           NOT = PRI-EMPLOYMENT-STATUS                  00004398
                       PERFORM WRITE-CURRENT-HISTORY                    00004408
                   END-IF                                               00004418
                   PERFORM READ-CURRENT                                 00004428
                   PERFORM READ-PRIOR                                   00004438
               END-IF                                                   00004448
           END-IF.                                                      00004458
      *                                                                 00004468
       RECORD-NEW-ASSOCIATE.                                            00004478
           MOVE EMP-SUPERVISOR-ID TO WS-FIND-SUPERVISOR-ID.             00004488
           PERFORM FIND-SEGMENT-SLOT.                                   00004498
           ADD 1 TO WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT).                 00004508
           IF WS-NEW-COUNT < WS-TABLE-MAX                               00004518
               ADD 1 TO WS-NEW-COUNT                                    00004528
               MOVE EMP-ASSOCIATE-ID                                    00004538
                   TO WS-NEW-ID (WS-NEW-COUNT)                          00004548
               MOVE EMP-ASSOCIATE-NAME                                  00004558
                   TO WS-NEW-NAME (WS-NEW-COUNT)                        00004568
               MOVE EMP-SHIFT-CODE                                      00004578
                   TO WS-NEW-SHIFT (WS-NEW-COUNT)                       00004588
               MOVE WS-SEGMENT-SLOT                                     00004598
                   TO WS-NEW-SLOT (WS-NEW-COUNT)                        00004608
           ELSE                                                         00004618
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00004628
           END-IF.                                                      00004638
      *                                                                 00004648
       RECORD-DROPPED-ASSOCIATE.                                        00004658
           MOVE PRI-SUPERVISOR-ID TO WS-FIND-SUPERVISOR-ID.             00004668
           PERFORM FIND-SEGMENT-SLOT.                                   00004678
           ADD 1 TO WS-SPV-DROP-COUNT (WS-SEGMENT-SLOT).                00004688
           IF WS-DROP-COUNT < WS-TABLE-MAX                              00004698
               ADD 1 TO WS-DROP-COUNT                                   00004708
               MOVE PRI-ASSOCIATE-ID                                    00004718
                   TO WS-DROP-ID (WS-DROP-COUNT)                        00004728
               MOVE PRI-ASSOCIATE-NAME                                  00004738
                   TO WS-DROP-NAME (WS-DROP-COUNT)                      00004748
               MOVE PRI-SHIFT-CODE                                      00004758
                   TO WS-DROP-SHIFT (WS-DROP-COUNT)                     00004768
               MOVE WS-SEGMENT-SLOT                                     00004778
                   TO WS-DROP-SLOT (WS-DROP-COUNT)                      00004788
           ELSE                                                         00004798
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00004808
           END-IF.                                                      00004818
      *                                                                 00004828
       RECORD-SHIFT-TRANSFER.                                           00004838
           MOVE EMP-SUPERVISOR-ID TO WS-FIND-SUPERVISOR-ID.             00004848
           PERFORM FIND-SEGMENT-SLOT.                                   00004858
           ADD 1 TO WS-SPV-XFER-COUNT (WS-SEGMENT-SLOT).                00004868
           IF WS-XFER-COUNT < WS-TABLE-MAX                              00004878
               ADD 1 TO WS-XFER-COUNT                                   00004888
               MOVE EMP-ASSOCIATE-ID                                    00004898
                   TO WS-XFER-ID (WS-XFER-COUNT)                        00004908
               MOVE EMP-ASSOCIATE-NAME                                  00004918
                   TO WS-XFER-NAME (WS-XFER-COUNT)                      00004928
               MOVE PRI-SHIFT-CODE                                      00004938
                   TO WS-XFER-OLD-SHIFT (WS-XFER-COUNT)                 00004948
               MOVE EMP-SHIFT-CODE                                      00004958
                   TO WS-XFER-NEW-SHIFT (WS-XFER-COUNT)                 00004968
               MOVE WS-SEGMENT-SLOT                                     00004978
                   TO WS-XFER-SLOT (WS-XFER-COUNT)                      00004988
           ELSE                                                         00004998
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00005008
           END-IF.                                                      00005018
      *                                                                 00005028
       RECORD-NAME-CHANGE.                                              00005038
           MOVE EMP-SUPERVISOR-ID TO WS-FIND-SUPERVISOR-ID.             00005048
           PERFORM FIND-SEGMENT-SLOT.                                   00005058
           ADD 1 TO WS-SPV-NCHG-COUNT (WS-SEGMENT-SLOT).                00005068
           IF WS-NCHG-COUNT < WS-TABLE-MAX                              00005078
               ADD 1 TO WS-NCHG-COUNT                                   00005088
               MOVE EMP-ASSOCIATE-ID                                    00005098
                   TO WS-NCHG-ID (WS-NCHG-COUNT)                        00005108
               MOVE PRI-ASSOCIATE-NAME                                  00005118
                   TO WS-NCHG-OLD-NAME (WS-NCHG-COUNT)                  00005128
               MOVE EMP-ASSOCIATE-NAME                                  00005138
                   TO WS-NCHG-NEW-NAME (WS-NCHG-COUNT)                  00005148
               MOVE WS-SEGMENT-SLOT                                     00005158
                   TO WS-NCHG-SLOT (WS-NCHG-COUNT)                      00005168
           ELSE                                                         00005178
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH                         00005188
           END-IF.                                                      00005198
      *                                                                 00005208
      * THE HISTORY FEED IS WRITTEN AS THE COMPARE GOES, NOT FROM       00005218
      * THE REPORT TABLES, SO A FULL REPORT TABLE NEVER LOSES A         00005228
      * HISTORY ROW.  A DEPARTURE CARRIES THE PRIOR ATTRIBUTES.         00005238
       WRITE-CURRENT-HISTORY.                                           00005248
           MOVE SPACES TO EMPHIST-RECORD.                               00005258
           MOVE EMP-ASSOCIATE-ID TO HST-ASSOCIATE-ID.                   00005268
           MOVE EMP-ASSOCIATE-NAME TO HST-ASSOCIATE-NAME.               00005278
           MOVE EMP-SHIFT-CODE TO HST-SHIFT-CODE.                       00005288
           MOVE EMP-EMPLOYMENT-STATUS TO HST-EMPLOYMENT-STATUS.         00005298
           MOVE 'R' TO HST-ROW-TYPE.                                    00005308
           PERFORM WRITE-HISTORY-CHANGE.                                00005318
      *                                                                 00005328
       WRITE-PRIOR-HISTORY.                                             00005338
           MOVE SPACES TO EMPHIST-RECORD.                               00005348
           MOVE PRI-ASSOCIATE-ID TO HST-ASSOCIATE-ID.                   00005358
           MOVE PRI-ASSOCIATE-NAME TO HST-ASSOCIATE-NAME.               00005368
           MOVE PRI-SHIFT-CODE TO HST-SHIFT-CODE.                       00005378
           MOVE PRI-EMPLOYMENT-STATUS TO HST-EMPLOYMENT-STATUS.         00005388
           MOVE 'X' TO HST-ROW-TYPE.                                    00005398
           PERFORM WRITE-HISTORY-CHANGE.                                00005408
      *                                                                 00005418
       WRITE-HISTORY-CHANGE.                                            00005428
           MOVE WS-RUN-DATE TO HST-EFFECTIVE-DATE.                      00005438
           MOVE ZERO TO HST-ROW-SEQ.                                    00005448
           MOVE ZERO TO HST-DECK-SEQ.                                   00005458
           MOVE 'D' TO HST-SOURCE.                                      00005468
           WRITE HISTCHG-REC FROM EMPHIST-RECORD.                       00005478
           IF WS-HISTCHG-STATUS NOT = '00'                              00005488
               DISPLAY 'EMPDELTA: HISTCHG WRITE ERROR, '                00005498
                   'STATUS = ' WS-HISTCHG-STATUS                        00005508
               MOVE 'Y' TO WS-HISTCHG-ERROR-SWITCH                      00005518
               PERFORM FATAL-IO-ERROR                                   00005528
           ELSE                                                         00005538
               ADD 1 TO WS-HIST-WRITTEN                                 00005548
           END-IF.                                                      00005558
      *                                                                 00005568
       WRITE-PAGE-HEADING.                                              00005578
           ADD 1 TO WS-PAGE-NUMBER.                                     00005588
           MOVE SPACES TO WS-HEADING-LINE.                              00005598
           STRING 'EMPDELTA DAILY ROSTER DELTA REPORT  '                00005608
                                          DELIMITED BY SIZE             00005618
               'RUN DATE: '               DELIMITED BY SIZE             00005628
               WS-RUN-DATE                DELIMITED BY SIZE             00005638
               '  PAGE '                  DELIMITED BY SIZE             00005648
               WS-PAGE-NUMBER             DELIMITED BY SIZE             00005658
               INTO WS-HEADING-LINE.                                    00005668
           MOVE '1' TO WS-PRINT-CC.                                     00005678
           MOVE WS-HEADING-LINE TO WS-PRINT-TEXT.                       00005688
           WRITE DELTARPT-RECORD FROM WS-PRINT-LINE.                    00005698
           MOVE 1 TO WS-LINE-COUNT.                                     00005708
      *                                                                 00005718
       WRITE-REPORT-LINE.                                               00005728
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00005738
               PERFORM WRITE-PAGE-HEADING                               00005748
           END-IF.                                                      00005758
           MOVE ' ' TO WS-PRINT-CC.                                     00005768
           MOVE WS-REPORT-LINE TO WS-PRINT-TEXT.                        00005778
           WRITE DELTARPT-RECORD FROM WS-PRINT-LINE.                    00005788
           ADD 1 TO WS-LINE-COUNT.                                      00005798
      *                                                                 00005808
       WRITE-DELTA-SECTIONS.                                            00005818
           MOVE WS-NEW-COUNT TO WS-COUNT-OUT.                           00005828
           MOVE SPACES TO WS-REPORT-LINE.                               00005838
           STRING 'NEW ASSOCIATES - COUNT: ' DELIMITED BY SIZE          00005848
               WS-COUNT-OUT                  DELIMITED BY SIZE          00005858
               INTO WS-REPORT-LINE.                                     00005868
           PERFORM WRITE-REPORT-LINE.                                   00005878
           PERFORM WRITE-NEW-LINE                                       00005888
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00005898
               UNTIL WS-DELTA-SUB > WS-NEW-COUNT.                       00005908
           MOVE SPACES TO WS-REPORT-LINE.                               00005918
           PERFORM WRITE-REPORT-LINE.                                   00005928
           MOVE WS-DROP-COUNT TO WS-COUNT-OUT.                          00005938
           MOVE SPACES TO WS-REPORT-LINE.                               00005948
           STRING 'DROPPED ASSOCIATES - COUNT: '                        00005958
                                             DELIMITED BY SIZE          00005968
               WS-COUNT-OUT                 DELIMITED BY SIZE           00005978
               INTO WS-REPORT-LINE.                                     00005988
           PERFORM WRITE-REPORT-LINE.                                   00005998
           PERFORM WRITE-DROP-LINE                                      00006008
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00006018
               UNTIL WS-DELTA-SUB > WS-DROP-COUNT.                      00006028
           MOVE SPACES TO WS-REPORT-LINE.                               00006038
           PERFORM WRITE-REPORT-LINE.                                   00006048
           MOVE WS-XFER-COUNT TO WS-COUNT-OUT.                          00006058
           MOVE SPACES TO WS-REPORT-LINE.                               00006068
           STRING 'SHIFT TRANSFERS - COUNT: '                           00006078
                                             DELIMITED BY SIZE          00006088
               WS-COUNT-OUT                 DELIMITED BY SIZE           00006098
               INTO WS-REPORT-LINE.                                     00006108
           PERFORM WRITE-REPORT-LINE.                                   00006118
           PERFORM WRITE-XFER-LINE                                      00006128
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00006138
               UNTIL WS-DELTA-SUB > WS-XFER-COUNT.                      00006148
           MOVE SPACES TO WS-REPORT-LINE.                               00006158
           PERFORM WRITE-REPORT-LINE.                                   00006168
           MOVE WS-NCHG-COUNT TO WS-COUNT-OUT.                          00006178
           MOVE SPACES TO WS-REPORT-LINE.                               00006188
           STRING 'NAME CHANGES - COUNT: '                              00006198
                                             DELIMITED BY SIZE          00006208
               WS-COUNT-OUT                 DELIMITED BY SIZE           00006218
               INTO WS-REPORT-LINE.                                     00006228
           PERFORM WRITE-REPORT-LINE.                                   00006238
           PERFORM WRITE-NCHG-LINE                                      00006248
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00006258
               UNTIL WS-DELTA-SUB > WS-NCHG-COUNT.                      00006268
           IF WS-TABLE-FULL                                             00006278
               MOVE SPACES TO WS-REPORT-LINE                            00006288
               STRING 'WARNING - DELTA TABLE FULL, REPORT IS '          00006298
                                             DELIMITED BY SIZE          00006308
                   'INCOMPLETE'               DELIMITED BY SIZE         00006318
                   INTO WS-REPORT-LINE                                  00006328
               PERFORM WRITE-REPORT-LINE                                00006338
           END-IF.                                                      00006348
      *                                                                 00006358
       WRITE-NEW-LINE.                                                  00006368
           PERFORM FORMAT-NEW-LINE.                                     00006378
           PERFORM WRITE-REPORT-LINE.                                   00006388
      *                                                                 00006398
       FORMAT-NEW-LINE.                                                 00006408
           MOVE SPACES TO WS-REPORT-LINE.                               00006418
           STRING '  '                    DELIMITED BY SIZE             00006428
               WS-NEW-ID (WS-DELTA-SUB)   DELIMITED BY SIZE             00006438
               '  '                       DELIMITED BY SIZE             00006448
               WS-NEW-NAME (WS-DELTA-SUB) DELIMITED BY SIZE             00006458
               '  JOINED SHIFT '          DELIMITED BY SIZE             00006468
               WS-NEW-SHIFT (WS-DELTA-SUB)                              00006478
                                          DELIMITED BY SIZE             00006488
               INTO WS-REPORT-LINE.                                     00006498
      *                                                                 00006508
       WRITE-DROP-LINE.                                                 00006518
           PERFORM FORMAT-DROP-LINE.                                    00006528
           PERFORM WRITE-REPORT-LINE.                                   00006538
      *                                                                 00006548
       FORMAT-DROP-LINE.                                                00006558
           MOVE SPACES TO WS-REPORT-LINE.                               00006568
           STRING '  '                    DELIMITED BY SIZE             00006578
               WS-DROP-ID (WS-DELTA-SUB)  DELIMITED BY SIZE             00006588
               '  '                       DELIMITED BY SIZE             00006598
               WS-DROP-NAME (WS-DELTA-SUB)                              00006608
                                          DELIMITED BY SIZE             00006618
               '  LEFT SHIFT '            DELIMITED BY SIZE             00006628
               WS-DROP-SHIFT (WS-DELTA-SUB)                             00006638
                                          DELIMITED BY SIZE             00006648
               INTO WS-REPORT-LINE.                                     00006658
      *                                                                 00006668
       WRITE-XFER-LINE.                                                 00006678
           PERFORM FORMAT-XFER-LINE.                                    00006688
           PERFORM WRITE-REPORT-LINE.                                   00006698
      *                                                                 00006708
       FORMAT-XFER-LINE.                                                00006718
           MOVE SPACES TO WS-REPORT-LINE.                               00006728
           STRING '  '                    DELIMITED BY SIZE             00006738
               WS-XFER-ID (WS-DELTA-SUB)  DELIMITED BY SIZE             00006748
               '  '                       DELIMITED BY SIZE             00006758
               WS-XFER-NAME (WS-DELTA-SUB)                              00006768
                                          DELIMITED BY SIZE             00006778
               '  MOVED FROM SHIFT '      DELIMITED BY SIZE             00006788
               WS-XFER-OLD-SHIFT (WS-DELTA-SUB)                         00006798
                                          DELIMITED BY SIZE             00006808
               ' TO SHIFT '               DELIMITED BY SIZE             00006818
               WS-XFER-NEW-SHIFT (WS-DELTA-SUB)                         00006828
                                          DELIMITED BY SIZE             00006838
               INTO WS-REPORT-LINE.                                     00006848
      *                                                                 00006858
       WRITE-NCHG-LINE.                                                 00006868
           PERFORM FORMAT-NCHG-LINE.                                    00006878
           PERFORM WRITE-REPORT-LINE.                                   00006888
      *                                                                 00006898
       FORMAT-NCHG-LINE.                                                00006908
           MOVE SPACES TO WS-REPORT-LINE.                               00006918
           STRING '  '                    DELIMITED BY SIZE             00006928
               WS-NCHG-ID (WS-DELTA-SUB)  DELIMITED BY SIZE             00006938
               '  '                       DELIMITED BY SIZE             00006948
               WS-NCHG-OLD-NAME (WS-DELTA-SUB)                          00006958
                                          DELIMITED BY SIZE             00006968
               '  IS NOW '                DELIMITED BY SIZE             00006978
               WS-NCHG-NEW-NAME (WS-DELTA-SUB)                          00006988
                                          DELIMITED BY SIZE             00006998
               INTO WS-REPORT-LINE.                                     00007008
      *                                                                 00007018
      * THE BURST REPORT (SEE EMPBRST) - ONE SEGMENT PER SUPERVISOR     00007028
      * ON THE REFERENCE FILE, IN FILE ORDER, THEN THE UNASSIGNED       00007038
      * SEGMENT, EACH WITH ITS OWN HEADINGS, ITS OWN SECTIONS AND       00007048
      * ITS OWN TOTALS.  A SUPERVISOR WITH NO CHANGES STILL GETS A      00007058
      * SEGMENT SO A QUIET DAY IS NOT MISTAKEN FOR A LOST ONE.          00007068
       WRITE-BURST-REPORT.                                              00007078
           IF NOT WS-SUPVREF-LOADED AND RETURN-CODE = 0                 00007088
               MOVE 4 TO RETURN-CODE                                    00007098
           END-IF.                                                      00007108
           OPEN OUTPUT BURSTRP.                                         00007118
           IF WS-BURSTRP-STATUS = '00'                                  00007128
               PERFORM WRITE-BURST-SEGMENT                              00007138
                   VARYING WS-SEGMENT-SLOT FROM 1 BY 1                  00007148
                   UNTIL WS-SEGMENT-SLOT > WS-SEGMENT-LAST              00007158
               CLOSE BURSTRP                                            00007168
               MOVE WS-SEGMENT-LAST TO WS-SEGMENT-OUT                   00007178
               DISPLAY 'EMPDELTA: SUPERVISOR SEGMENTS BURST: '          00007188
                   WS-SEGMENT-OUT                                       00007198
           ELSE                                                         00007208
               DISPLAY 'EMPDELTA: BURSTRP OPEN FAILED, STATUS = '       00007218
                   WS-BURSTRP-STATUS                                    00007228
               DISPLAY 'EMPDELTA: NO SUPERVISOR COPIES THIS RUN'        00007238
               IF RETURN-CODE = 0                                       00007248
                   MOVE 4 TO RETURN-CODE                                00007258
               END-IF                                                   00007268
           END-IF.                                                      00007278
      *                                                                 00007288
       WRITE-BURST-SEGMENT.                                             00007298
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00007308
               MOVE 'UNASSIGN' TO WS-ROUTE-ID                           00007318
           ELSE                                                         00007328
               MOVE WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)              00007338
                   TO WS-ROUTE-ID                                       00007348
           END-IF.                                                      00007358
           MOVE ZERO TO WS-BURST-PAGE.                                  00007368
           PERFORM WRITE-BURST-HEADING.                                 00007378
           MOVE SPACES TO WS-REPORT-LINE.                               00007388
           STRING 'NEW ASSOCIATES - COUNT: ' DELIMITED BY SIZE          00007398
               WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT)                       00007408
                                             DELIMITED BY SIZE          00007418
               INTO WS-REPORT-LINE.                                     00007428
           PERFORM WRITE-BURST-LINE.                                    00007438
           PERFORM WRITE-BURST-NEW                                      00007448
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00007458
               UNTIL WS-DELTA-SUB > WS-NEW-COUNT.                       00007468
           MOVE SPACES TO WS-REPORT-LINE.                               00007478
           PERFORM WRITE-BURST-LINE.                                    00007488
           STRING 'DROPPED ASSOCIATES - COUNT: '                        00007498
                                             DELIMITED BY SIZE          00007508
               WS-SPV-DROP-COUNT (WS-SEGMENT-SLOT)                      00007518
                                             DELIMITED BY SIZE          00007528
               INTO WS-REPORT-LINE.                                     00007538
           PERFORM WRITE-BURST-LINE.                                    00007548
           PERFORM WRITE-BURST-DROP                                     00007558
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00007568
               UNTIL WS-DELTA-SUB > WS-DROP-COUNT.                      00007578
           MOVE SPACES TO WS-REPORT-LINE.                               00007588
           PERFORM WRITE-BURST-LINE.                                    00007598
           STRING 'SHIFT TRANSFERS - COUNT: '                           00007608
                                             DELIMITED BY SIZE          00007618
               WS-SPV-XFER-COUNT (WS-SEGMENT-SLOT)                      00007628
                                             DELIMITED BY SIZE          00007638
               INTO WS-REPORT-LINE.                                     00007648
           PERFORM WRITE-BURST-LINE.                                    00007658
           PERFORM WRITE-BURST-XFER                                     00007668
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00007678
               UNTIL WS-DELTA-SUB > WS-XFER-COUNT.                      00007688
           MOVE SPACES TO WS-REPORT-LINE.                               00007698
           PERFORM WRITE-BURST-LINE.                                    00007708
           STRING 'NAME CHANGES - COUNT: '                              00007718
                                             DELIMITED BY SIZE          00007728
               WS-SPV-NCHG-COUNT (WS-SEGMENT-SLOT)                      00007738
                                             DELIMITED BY SIZE          00007748
               INTO WS-REPORT-LINE.                                     00007758
           PERFORM WRITE-BURST-LINE.                                    00007768
           PERFORM WRITE-BURST-NCHG                                     00007778
               VARYING WS-DELTA-SUB FROM 1 BY 1                         00007788
               UNTIL WS-DELTA-SUB > WS-NCHG-COUNT.                      00007798
           PERFORM WRITE-SEGMENT-TOTALS.                                00007808
      *                                                                 00007818
       WRITE-BURST-NEW.                                                 00007828
           IF WS-NEW-SLOT (WS-DELTA-SUB) = WS-SEGMENT-SLOT              00007838
               PERFORM FORMAT-NEW-LINE                                  00007848
               PERFORM WRITE-BURST-LINE                                 00007858
           END-IF.                                                      00007868
      *                                                                 00007878
       WRITE-BURST-DROP.                                                00007888
           IF WS-DROP-SLOT (WS-DELTA-SUB) = WS-SEGMENT-SLOT             00007898
               PERFORM FORMAT-DROP-LINE                                 00007908
               PERFORM WRITE-BURST-LINE                                 00007918
           END-IF.                                                      00007928
      *                                                                 00007938
       WRITE-BURST-XFER.                                                00007948
           IF WS-XFER-SLOT (WS-DELTA-SUB) = WS-SEGMENT-SLOT             00007958
               PERFORM FORMAT-XFER-LINE                                 00007968
               PERFORM WRITE-BURST-LINE                                 00007978
           END-IF.                                                      00007988
      *                                                                 00007998
       WRITE-BURST-NCHG.                                                00008008
           IF WS-NCHG-SLOT (WS-DELTA-SUB) = WS-SEGMENT-SLOT             00008018
               PERFORM FORMAT-NCHG-LINE                                 00008028
               PERFORM WRITE-BURST-LINE                                 00008038
           END-IF.                                                      00008048
      *                                                                 00008058
       WRITE-SEGMENT-TOTALS.                                            00008068
           MOVE SPACES TO WS-REPORT-LINE.                               00008078
           PERFORM WRITE-BURST-LINE.                                    00008088
           STRING 'SEGMENT TOTALS - NEW: '   DELIMITED BY SIZE          00008098
               WS-SPV-NEW-COUNT (WS-SEGMENT-SLOT)                       00008108
                                             DELIMITED BY SIZE          00008118
               '  DROPPED: '                 DELIMITED BY SIZE          00008128
               WS-SPV-DROP-COUNT (WS-SEGMENT-SLOT)                      00008138
                                             DELIMITED BY SIZE          00008148
               '  TRANSFERS: '               DELIMITED BY SIZE          00008158
               WS-SPV-XFER-COUNT (WS-SEGMENT-SLOT)                      00008168
                                             DELIMITED BY SIZE          00008178
               '  NAME CHANGES: '            DELIMITED BY SIZE          00008188
               WS-SPV-NCHG-COUNT (WS-SEGMENT-SLOT)                      00008198
                                             DELIMITED BY SIZE          00008208
               INTO WS-REPORT-LINE.                                     00008218
           PERFORM WRITE-BURST-LINE.                                    00008228
           IF WS-TABLE-FULL                                             00008238
               MOVE SPACES TO WS-REPORT-LINE                            00008248
               STRING 'WARNING - DELTA TABLE FULL, SEGMENT LISTING '    00008258
                                             DELIMITED BY SIZE          00008268
                   'IS INCOMPLETE'           DELIMITED BY SIZE          00008278
                   INTO WS-REPORT-LINE                                  00008288
               PERFORM WRITE-BURST-LINE                                 00008298
           END-IF.                                                      00008308
      *                                                                 00008318
       WRITE-BURST-HEADING.                                             00008328
           ADD 1 TO WS-BURST-PAGE.                                      00008338
           MOVE SPACES TO WS-HEADING-LINE.                              00008348
           STRING 'EMPDELTA DAILY ROSTER DELTA REPORT - SUPERVISOR '    00008358
                                          DELIMITED BY SIZE             00008368
               'COPY  RUN DATE: '         DELIMITED BY SIZE             00008378
               WS-RUN-DATE                DELIMITED BY SIZE             00008388
               '  PAGE '                  DELIMITED BY SIZE             00008398
               WS-BURST-PAGE              DELIMITED BY SIZE             00008408
               INTO WS-HEADING-LINE.                                    00008418
           MOVE '1' TO BST-CC.                                          00008428
           PERFORM WRITE-BURST-RECORD.                                  00008438
           MOVE SPACES TO WS-HEADING-LINE.                              00008448
           IF WS-SEGMENT-SLOT > WS-SUPV-COUNT                           00008458
               STRING 'SUPERVISOR: UNASSIGNED - NO SUPERVISOR ID, '     00008468
                                      DELIMITED BY SIZE                 00008478
                   'OR ONE NOT ON THE SUPERVISOR FILE'                  00008488
                                      DELIMITED BY SIZE                 00008498
                   INTO WS-HEADING-LINE                                 00008508
           ELSE                                                         00008518
               STRING 'SUPERVISOR: '  DELIMITED BY SIZE                 00008528
                   WS-SPV-SUPERVISOR-ID (WS-SEGMENT-SLOT)               00008538
                                      DELIMITED BY SIZE                 00008548
                   ' '                DELIMITED BY SIZE                 00008558
                   WS-SPV-SUPERVISOR-NAME (WS-SEGMENT-SLOT)             00008568
                                      DELIMITED BY SIZE                 00008578
                   '  DEPT: '         DELIMITED BY SIZE                 00008588
                   WS-SPV-DEPARTMENT-CODE (WS-SEGMENT-SLOT)             00008598
                                      DELIMITED BY SIZE                 00008608
                   ' '                DELIMITED BY SIZE                 00008618
                   WS-SPV-DEPARTMENT-NAME (WS-SEGMENT-SLOT)             00008628
                                      DELIMITED BY SIZE                 00008638
                   '  REPORTS TO: '   DELIMITED BY SIZE                 00008648
                   WS-SPV-REPORTS-TO-ID (WS-SEGMENT-SLOT)               00008658
                                      DELIMITED BY SIZE                 00008668
                   INTO WS-HEADING-LINE                                 00008678
           END-IF.                                                      00008688
           MOVE ' ' TO BST-CC.                                          00008698
           PERFORM WRITE-BURST-RECORD.                                  00008708
           MOVE SPACES TO WS-HEADING-LINE.                              00008718
           MOVE ' ' TO BST-CC.                                          00008728
           PERFORM WRITE-BURST-RECORD.                                  00008738
           MOVE 3 TO WS-BURST-LINE-COUNT.                               00008748
      *                                                                 00008758
       WRITE-BURST-RECORD.                                              00008768
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00008778
           MOVE WS-HEADING-LINE TO BST-TEXT.                            00008788
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00008798
      *                                                                 00008808
       WRITE-BURST-LINE.                                                00008818
           IF WS-BURST-LINE-COUNT >= WS-LINES-PER-PAGE                  00008828
               PERFORM WRITE-BURST-HEADING                              00008838
           END-IF.                                                      00008848
           MOVE WS-ROUTE-ID TO BST-ROUTE-ID.                            00008858
           MOVE ' ' TO BST-CC.                                          00008868
           MOVE WS-REPORT-LINE TO BST-TEXT.                             00008878
           WRITE BURSTRP-RECORD FROM EMPBRST-RECORD.                    00008888
           ADD 1 TO WS-BURST-LINE-COUNT.                                00008898
      *                                                                 00008908
       WRITE-DELTA-STATISTICS.                                          00008918
           OPEN OUTPUT DELTASTA.                                        00008928
           IF WS-DELTASTA-STATUS = '00'                                 00008938
               MOVE SPACES TO EMPDSTA-RECORD                            00008948
               MOVE WS-RUN-DATE TO DST-RUN-DATE                         00008958
               MOVE WS-NEW-COUNT TO DST-NEW-COUNT                       00008968
               MOVE WS-DROP-COUNT TO DST-DROP-COUNT                     00008978
               MOVE WS-XFER-COUNT TO DST-XFER-COUNT                     00008988
               MOVE WS-NCHG-COUNT TO DST-NCHG-COUNT                     00008998
               WRITE DELTASTA-REC FROM EMPDSTA-RECORD                   00009008
               IF WS-DELTASTA-STATUS NOT = '00'                         00009018
                   DISPLAY 'EMPDELTA: DELTASTA WRITE ERROR, '           00009028
                       'STATUS = ' WS-DELTASTA-STATUS                   00009038
               END-IF                                                   00009048
               CLOSE DELTASTA                                           00009058
           ELSE                                                         00009068
               DISPLAY 'EMPDELTA: DELTASTA OPEN FAILED, '               00009078
                   'STATUS = ' WS-DELTASTA-STATUS                       00009088
           END-IF.                                                      00009098
      *                                                                 00009108
       TERMINATE-RUN.                                                   00009118
           IF WS-DELTARPT-OPEN-OK                                       00009128
               PERFORM WRITE-DELTA-SECTIONS                             00009138
           END-IF.                                                      00009148
           IF RETURN-CODE < 8                                           00009158
               PERFORM WRITE-BURST-REPORT                               00009168
           END-IF.                                                      00009178
      * NO STATS RECORD ON A FAILED COMPARE - EMPOPSUM THEN SHOWS       00009188
      * THE DELTA AS NOT AVAILABLE AND FLAGS THE STREAM FOR             00009198
      * ATTENTION INSTEAD OF PRINTING CONFIDENT ZERO COUNTS.            00009208
           IF RETURN-CODE < 8                                           00009218
               PERFORM WRITE-DELTA-STATISTICS                           00009228
           END-IF.                                                      00009238
           DISPLAY 'EMPDELTA: CURRENT READ: ' WS-CUR-READ               00009248
               '  PRIOR READ: ' WS-PRI-READ.                            00009258
           DISPLAY 'EMPDELTA: NEW: ' WS-NEW-COUNT                       00009268
               '  DROPPED: ' WS-DROP-COUNT                              00009278
               '  TRANSFERS: ' WS-XFER-COUNT                            00009288
               '  NAME CHANGES: ' WS-NCHG-COUNT.                        00009298
           DISPLAY 'EMPDELTA: HISTORY ROWS WRITTEN: ' WS-HIST-WRITTEN.  00009308
           IF WS-EMPMSTRC-OPEN-OK                                       00009318
               CLOSE EMPMSTRC                                           00009328
           END-IF.                                                      00009338
           IF WS-EMPMSTRP-OPEN-OK                                       00009348
               CLOSE EMPMSTRP                                           00009358
           END-IF.                                                      00009368
           IF WS-DELTARPT-OPEN-OK                                       00009378
               CLOSE DELTARPT                                           00009388
           END-IF.                                                      00009398
           IF WS-HISTCHG-OPEN-OK                                        00009408
               CLOSE HISTCHG                                            00009418
           END-IF.                                                      00009428
           PERFORM WRITE-LEDGER-RECORD.                                 00009438
      *                                                                 00009448
      * THE STREAM BALANCING RECORD (SEE BALLDG).  RECEIVED IS          00009458
      * TONIGHT'S MASTER RECORDS READ; PASSED IS THE HISTORY ROWS       00009468
      * WRITTEN TO HISTCHG FOR THE EMPHIST STEP, WHICH RECORDS THE      00009478
      * SAME COUNT AS RECEIVED.                                         00009488
       WRITE-LEDGER-RECORD.                                             00009498
           OPEN EXTEND LEDGER.                                          00009508
           IF WS-LEDGER-STATUS = '00'                                   00009518
               MOVE SPACES TO BALLDG-RECORD                             00009528
               MOVE WS-RUN-DATE TO LDG-BUSINESS-DATE                    00009538
               MOVE 'EMPDELTA' TO LDG-PROGRAM-ID                        00009548
               MOVE WS-CURRENT-DATE-TIME (1:14) TO LDG-RUN-STARTED      00009558
               MOVE WS-CUR-READ TO LDG-RECEIVED-COUNT                   00009568
               MOVE WS-HIST-WRITTEN TO LDG-PASSED-COUNT                 00009578
               MOVE ZERO TO LDG-REJECTED-COUNT                          00009588
               MOVE RETURN-CODE TO LDG-RETURN-CODE                      00009598
               WRITE LEDGER-REC FROM BALLDG-RECORD                      00009608
               IF WS-LEDGER-STATUS NOT = '00'                           00009618
                   DISPLAY 'EMPDELTA: LEDGER WRITE ERROR, '             00009628
                       'STATUS = ' WS-LEDGER-STATUS                     00009638
               END-IF                                                   00009648
               CLOSE LEDGER                                             00009658
           ELSE                                                         00009668
               DISPLAY 'EMPDELTA: LEDGER OPEN FAILED, STATUS = '        00009678
                   WS-LEDGER-STATUS                                     00009688
           END-IF.                                                      00009698
      *                                                                 00009708
       MAIN-LOGIC-EXIT.                                                 00009718
           STOP RUN.                                                    00009728
