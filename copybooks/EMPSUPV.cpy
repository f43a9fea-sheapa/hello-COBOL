      *                                                                 00000010
      * EMPSUPV - SUPERVISOR/DEPARTMENT REFERENCE RECORD.  ONE RECORD   00000020
      * PER SUPERVISOR WHO MAY HAVE ASSOCIATES ASSIGNED (SEE            00000030
      * EMP-SUPERVISOR-ID ON EMPREC).  THE REPORTS-TO ID NAMES THE      00000040
      * SUPERVISOR'S OWN MANAGER, ITSELF A RECORD ON THIS FILE, SO      00000050
      * THE FILE CARRIES THE WHOLE HIERARCHY.  FILE ORDER IS THE        00000060
      * ORDER THE BURST REPORTS WRITE THEIR SEGMENTS.  AN ASSOCIATE     00000070
      * WHOSE SUPERVISOR ID IS BLANK OR NOT ON THIS FILE IS             00000080
      * REPORTED IN THE UNASSIGNED SEGMENT.  FIXED LENGTH 80.           00000090
      *                                                                 00000100
       01  EMPSUPV-RECORD.                                              00000110
           05  SUP-SUPERVISOR-ID          PIC X(08).                    00000120
           05  SUP-SUPERVISOR-NAME        PIC X(30).                    00000130
           05  SUP-DEPARTMENT-CODE        PIC X(06).                    00000140
           05  SUP-DEPARTMENT-NAME        PIC X(24).                    00000150
           05  SUP-REPORTS-TO-ID          PIC X(08).                    00000160
           05  FILLER                     PIC X(04).                    00000170
