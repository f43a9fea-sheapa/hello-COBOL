      *                                                                 00000010
      * EMPAUTH - EMPMAINT USER AUTHORITY RECORD.  ONE RECORD PER       00000020
      * USER ID ALLOWED TO SUBMIT ROSTER MAINTENANCE.  THE ADD,         00000030
      * CHANGE AND DELETE FLAGS GRANT THE MATCHING EMPTRAN ACTION       00000040
      * CODES; THE STATUS FLAG SEPARATELY GRANTS CHANGES TO THE         00000050
      * EMPLOYMENT STATUS (PUTTING AN ASSOCIATE ON OR OFF LEAVE).       00000060
      * A DELETE ALSO NEEDS A SECOND USER WITH DELETE AUTHORITY AS      00000070
      * ITS APPROVER.  A USER ID NOT ON THE FILE MAY SUBMIT NOTHING.    00000080
      *                                                                 00000090
       01  EMPAUTH-RECORD.                                              00000100
           05  AUTH-USER-ID               PIC X(08).                    00000110
           05  FILLER                     PIC X(01).                    00000120
           05  AUTH-ADD-FLAG              PIC X(01).                    00000130
               88  AUTH-ADD-ALLOWED                VALUE 'Y'.           00000140
           05  AUTH-CHANGE-FLAG           PIC X(01).                    00000150
               88  AUTH-CHANGE-ALLOWED             VALUE 'Y'.           00000160
           05  AUTH-DELETE-FLAG           PIC X(01).                    00000170
               88  AUTH-DELETE-ALLOWED             VALUE 'Y'.           00000180
           05  AUTH-STATUS-FLAG           PIC X(01).                    00000190
               88  AUTH-STATUS-ALLOWED             VALUE 'Y'.           00000200
           05  FILLER                     PIC X(01).                    00000210
           05  AUTH-USER-NAME             PIC X(30).                    00000220
           05  FILLER                     PIC X(36).                    00000230
