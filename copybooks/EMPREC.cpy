      * HR SOURCE SYSTEM AND IS THE MATCH/SORT/DUPLICATE KEY            00000060
      * THROUGHOUT THE STREAM - THE ASSOCIATE NAME IS A DISPLAY         00000070
      * FIELD ONLY AND MAY CHANGE WITHOUT AFFECTING THE KEY.            00000080
      * GREETING STATUS 'S' MEANS THE GREETING WAS HANDED OFF TO THE    00000082
      * SITE MESSAGING GATEWAY (SEE HWGATE); THE GATEWAY'S              00000084
      * ACKNOWLEDGMENT LATER POSTS 'D' (DELIVERED) OR 'F' (FAILED).     00000086
      * THE SUPERVISOR ID NAMES THE ASSOCIATE'S SUPERVISOR ON THE       00000087
      * SUPERVISOR REFERENCE FILE (SEE EMPSUPV).  BLANK MEANS NONE      00000088
      * ASSIGNED.                                                       00000089
      * THE HIRE DATE (YYYY-MM-DD) DRIVES THE SERVICE-ANNIVERSARY       00000090
      * GREETING (SEE HWORLDPS) AND LISTING (SEE EMPANNV).  BLANK       00000092
      * MEANS NOT KNOWN - NO ANNIVERSARY IS RECOGNISED.                 00000094
      *                                                                 00000096
       01  EMPMSTR-RECORD.                                              00000100
           05  EMP-ASSOCIATE-NAME         PIC X(30).                    00000110
           05  EMP-SHIFT-CODE             PIC X(01).                    00000120
           05  EMP-GREETING-STATUS        PIC X(01).                    00000140
               88  EMP-GREETING-PENDING            VALUE 'P'.           00000150
               88  EMP-GREETING-SENT               VALUE 'S'.           00000160
               88  EMP-GREETING-DELIVERED          VALUE 'D'.           00000162
               88  EMP-GREETING-FAILED             VALUE 'F'.           00000164
               88  EMP-GREETING-HANDED-OFF         VALUES 'S' 'D' 'F'.  00000166
           05  EMP-ASSOCIATE-ID           PIC X(08).                    00000170
           05  EMP-EMPLOYMENT-STATUS      PIC X(01).                    00000171
               88  EMP-EMP-ACTIVE                  VALUE 'A'.           00000172
               88  EMP-ON-LEAVE                    VALUE 'L'.           00000173
           05  EMP-SUPERVISOR-ID          PIC X(08).                    00000183
           05  EMP-HIRE-DATE              PIC X(10).                    00000186
           05  FILLER                     PIC X(21).                    00000193
