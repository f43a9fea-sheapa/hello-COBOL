      *                                                                 00000010
      * HWASTA - GREETING ACKNOWLEDGMENT STATISTICS RECORD.  ONE        00000020
      * RECORD IS WRITTEN PER HWACKPST RUN WITH THE DELIVERED,          00000030
      * FAILED, AND STILL-UNACKNOWLEDGED COUNTS FOR THE HANDOFF         00000040
      * DATE POSTED, SO THE EMPOPSUM MORNING SUMMARY CAN REPORT         00000050
      * THEM WITHOUT PARSING THE FOLLOW-UP LIST.  COPY THIS MEMBER      00000060
      * IN BOTH PROGRAMS SO THE LAYOUT CANNOT DRIFT.                    00000070
      *                                                                 00000080
       01  HWASTA-RECORD.                                               00000090
           05  AST-HANDOFF-DATE           PIC X(10).                    00000100
           05  AST-ACKS-READ              PIC 9(07).                    00000110
           05  AST-DELIVERED-COUNT        PIC 9(07).                    00000120
           05  AST-FAILED-COUNT           PIC 9(07).                    00000130
           05  AST-UNACKED-COUNT          PIC 9(07).                    00000140
           05  AST-NOT-FOUND-COUNT        PIC 9(07).                    00000150
           05  AST-NOT-POSTED-COUNT       PIC 9(07).                    00000160
           05  FILLER                     PIC X(28).                    00000170
