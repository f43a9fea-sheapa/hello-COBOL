      *                                                                 00000010
      * HWGATE - OUTBOUND GREETING RECORD FOR THE SITE MESSAGING        00000020
      * GATEWAY.  HWORLDPS WRITES ONE RECORD PER GREETED ASSOCIATE      00000030
      * WITH THE FULLY RESOLVED TEMPLATE TEXT (THE SAME TEXT THAT       00000040
      * PRINTS ON HWORLDRP) AND THE BUSINESS DATE OF THE CYCLE.         00000050
      * THE GATEWAY ECHOES THE ASSOCIATE ID AND BUSINESS DATE BACK      00000060
      * ON ITS ACKNOWLEDGMENT (SEE HWGACK).  FIXED LENGTH 160.          00000070
      *                                                                 00000080
       01  HWGATE-RECORD.                                               00000090
           05  GTW-ASSOCIATE-ID           PIC X(08).                    00000100
           05  GTW-BUSINESS-DATE          PIC X(10).                    00000110
           05  GTW-SHIFT-CODE             PIC X(01).                    00000120
           05  GTW-GREETING-TEXT          PIC X(132).                   00000130
           05  FILLER                     PIC X(09).                    00000140
