      *                                                                 00000010
      * BALLDG - STREAM BALANCING LEDGER RECORD.  EVERY PROGRAM IN      00000020
      * THE OVERNIGHT STREAM THAT PASSES ROSTER RECORDS ALONG           00000030
      * APPENDS ONE RECORD PER RUN TO THE SHARED LEDGER WITH THE        00000040
      * COUNT IT RECEIVED, THE COUNT IT PASSED ON, AND THE COUNT        00000050
      * IT DIVERTED TO REJECTS, FOR THE BUSINESS DATE IT RAN            00000060
      * UNDER.  THE EMPBAL STEP AT THE END OF THE STREAM PROVES         00000070
      * THE COUNTS FLOW FROM ONE STEP TO THE NEXT.  A RERUN             00000080
      * APPENDS AGAIN - THE LAST RECORD FOR A PROGRAM AND DATE          00000090
      * STANDS.  COPY THIS MEMBER IN EVERY PROGRAM THAT WRITES OR       00000100
      * READS THE LEDGER SO THE LAYOUT CANNOT DRIFT.                    00000110
      *                                                                 00000120
       01  BALLDG-RECORD.                                               00000130
           05  LDG-BUSINESS-DATE          PIC X(10).                    00000140
           05  LDG-PROGRAM-ID             PIC X(08).                    00000150
           05  LDG-RUN-STARTED            PIC X(14).                    00000160
           05  LDG-RECEIVED-COUNT         PIC 9(09).                    00000170
           05  LDG-PASSED-COUNT           PIC 9(09).                    00000180
           05  LDG-REJECTED-COUNT         PIC 9(09).                    00000190
           05  LDG-RETURN-CODE            PIC 9(04).                    00000200
           05  FILLER                     PIC X(17).                    00000210
