      *                                                                 00000010
      * EMPHST - ASSOCIATE HISTORY RECORD.  ONE EFFECTIVE-DATED ROW     00000020
      * PER ASSOCIATE PER CHANGE OF NAME, SHIFT, OR EMPLOYMENT          00000030
      * STATUS, KEPT ON THE HISTORY KSDS (RECORD KEY = HST-KEY) IN      00000040
      * ASSOCIATE-ID / EFFECTIVE-DATE / ROW-SEQUENCE ORDER.  THE        00000050
      * ROW IN EFFECT ON A DATE IS THE LAST ROW FOR THE ID WHOSE        00000060
      * EFFECTIVE DATE IS NOT LATER THAN THAT DATE.  AN 'X' ROW         00000070
      * MEANS THE ASSOCIATE LEFT THE ROSTER ON THAT DATE AND            00000080
      * CARRIES THE LAST ATTRIBUTES HELD.  EMPDELTA WRITES ITS          00000090
      * NIGHTLY CHANGES ON THIS LAYOUT (SOURCE 'D', SEQUENCE ZERO)      00000100
      * FOR EMPHIST TO POST; MAINTENANCE ROWS ('M') CARRY THE           00000110
      * EMPMAINT DECK ID, SEQUENCE, AND AUDIT TIME THEY CAME FROM.      00000120
      *                                                                 00000130
       01  EMPHIST-RECORD.                                              00000140
           05  HST-KEY.                                                 00000150
               10  HST-ASSOCIATE-ID       PIC X(08).                    00000160
               10  HST-EFFECTIVE-DATE     PIC X(10).                    00000170
               10  HST-ROW-SEQ            PIC 9(03).                    00000180
           05  HST-ASSOCIATE-NAME         PIC X(30).                    00000190
           05  HST-SHIFT-CODE             PIC X(01).                    00000200
           05  HST-EMPLOYMENT-STATUS      PIC X(01).                    00000210
               88  HST-EMP-ACTIVE                  VALUE 'A'.           00000220
               88  HST-ON-LEAVE                    VALUE 'L'.           00000230
           05  HST-ROW-TYPE               PIC X(01).                    00000240
               88  HST-ON-ROSTER                   VALUE 'R'.           00000250
               88  HST-OFF-ROSTER                  VALUE 'X'.           00000260
           05  HST-SOURCE                 PIC X(01).                    00000270
               88  HST-FROM-BASELINE               VALUE 'B'.           00000280
               88  HST-FROM-DELTA                  VALUE 'D'.           00000290
               88  HST-FROM-MAINTENANCE            VALUE 'M'.           00000300
           05  HST-DECK-ID                PIC X(08).                    00000310
           05  HST-DECK-SEQ               PIC 9(09).                    00000320
           05  HST-AUDIT-TIME             PIC X(08).                    00000330
           05  HST-POSTED-DATE            PIC X(10).                    00000340
           05  FILLER                     PIC X(10).                    00000350
