      *                                                                 00000010
      * BALRES - STREAM BALANCING RESULT RECORD.  THE EMPBAL STEP       00000020
      * REWRITES THIS FILE EVERY RUN - ONE SUMMARY ('S') RECORD         00000030
      * WITH THE NUMBER OF CHECKS MADE AND BREAKS FOUND, FOLLOWED       00000040
      * BY ONE BREAK ('B') RECORD PER CHECK THAT FAILED - SO THE        00000050
      * EMPOPSUM MORNING SUMMARY CAN PRINT THE BREAKS WITHOUT           00000060
      * PARSING THE BALANCING REPORT.  COPY THIS MEMBER IN BOTH         00000070
      * PROGRAMS SO THE LAYOUT CANNOT DRIFT.                            00000080
      *                                                                 00000090
       01  BALRES-RECORD.                                               00000100
           05  BRS-BUSINESS-DATE          PIC X(10).                    00000110
           05  BRS-RECORD-TYPE            PIC X(01).                    00000120
               88  BRS-SUMMARY                     VALUE 'S'.           00000130
               88  BRS-BREAK                       VALUE 'B'.           00000140
           05  BRS-DETAIL                 PIC X(69).                    00000150
           05  BRS-SUMMARY-DATA REDEFINES BRS-DETAIL.                   00000160
               10  BRS-CHECK-COUNT        PIC 9(05).                    00000170
               10  BRS-BREAK-COUNT        PIC 9(05).                    00000180
               10  FILLER                 PIC X(59).                    00000190
           05  BRS-BREAK-DATA REDEFINES BRS-DETAIL.                     00000200
               10  BRS-BREAK-TEXT         PIC X(69).                    00000210
