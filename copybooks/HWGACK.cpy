      *                                                                 00000010
      * HWGACK - GREETING DELIVERY ACKNOWLEDGMENT RETURNED BY THE       00000020
      * SITE MESSAGING GATEWAY, ONE RECORD PER GREETING IT WAS          00000030
      * HANDED (SEE HWGATE).  ACK-BUSINESS-DATE IS THE BUSINESS         00000040
      * DATE ECHOED FROM THE OUTBOUND RECORD.  A FAILED DELIVERY        00000050
      * CARRIES THE GATEWAY'S REASON TEXT.  HWACKPST POSTS THE          00000060
      * DELIVERY STATUS BACK TO THE EMPMSTR GREETING STATUS.            00000070
      *                                                                 00000080
       01  HWGACK-RECORD.                                               00000090
           05  ACK-ASSOCIATE-ID           PIC X(08).                    00000100
           05  ACK-BUSINESS-DATE          PIC X(10).                    00000110
           05  ACK-DELIVERY-STATUS        PIC X(01).                    00000120
               88  ACK-DELIVERED                   VALUE 'D'.           00000130
               88  ACK-FAILED                      VALUE 'F'.           00000140
           05  ACK-REASON-TEXT            PIC X(30).                    00000150
           05  ACK-GATEWAY-TIMESTAMP      PIC X(19).                    00000160
           05  FILLER                     PIC X(12).                    00000170
