      * FOR ADD AND CHANGE ACTIONS.  THE EFFECTIVE DATE HOLDS A         00000060
      * TRANSACTION OUT OF THE MASTER UNTIL THE BUSINESS DATE           00000070
      * REACHES IT - BLANK OR MALFORMED MEANS APPLY AT ONCE.            00000071
      * THE DECK ID AND SEQUENCE NUMBER IDENTIFY THE TRANSACTION FOR    00000072
      * THE EMPMAINT CHECKPOINT - EVERY DECK NEEDS ITS OWN ID, AND      00000073
      * SEQUENCE NUMBERS MUST ASCEND WITHIN A DECK.  A BLANK DECK ID    00000074
      * IS TAKEN AS AN UNNUMBERED DECK AND CHECKPOINTED BY POSITION.    00000075
      * A DELETE MUST NAME A SECOND APPROVING USER ID (SEE EMPAUTH).    00000077
      * A CHANGE WITH A BLANK SUPERVISOR ID OR HIRE DATE KEEPS THE      00000078
      * VALUE ALREADY ON THE MASTER.                                    00000079
      *                                                                 00000080
       01  EMPTRAN-RECORD.                                              00000090
           05  TRN-ACTION-CODE            PIC X(01).                    00000100
               10  TRN-GREETING-STATUS    PIC X(01).                    00000190
               10  TRN-ASSOCIATE-ID       PIC X(08).                    00000200
               10  TRN-EMPLOYMENT-STATUS  PIC X(01).                    00000201
               10  TRN-SUPERVISOR-ID      PIC X(08).                    00000207
               10  TRN-HIRE-DATE          PIC X(10).                    00000211
               10  FILLER                 PIC X(21).                    00000215
           05  TRN-EFFECTIVE-DATE         PIC X(10).                    00000220
           05  TRN-DECK-ID                PIC X(08).                    00000230
           05  TRN-DECK-SEQ               PIC 9(07).                    00000240
           05  TRN-APPROVER-ID            PIC X(08).                    00000245
           05  FILLER                     PIC X(08).                    00000250
