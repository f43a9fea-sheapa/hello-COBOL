      * FUTURE EFFECTIVE DATE - WITH BEFORE AND                         00000041
      * AFTER IMAGES OF THE EMPMSTR-RECORD (SEE EMPREC) SO THE          00000050
      * FILE CAN BE HANDED TO INTERNAL AUDIT AS-IS.                     00000060
      * A RERUN OF AN INTERRUPTED DECK LOGS EACH TRANSACTION THE        00000062
      * FIRST RUN ALREADY PROCESSED AS ALREADY APPLIED ('S') WITH       00000064
      * NO MASTER UPDATE, SO THE TRAIL SHOWS THE SKIP INSTEAD OF A      00000066
      * FALSE DUPL OR NOMA REJECT.                                      00000068
      * USER, AUTH, LOAA AND APPR ARE AUTHORITY REJECTS (SEE EMPAUTH) - 00000078
      * UNKNOWN USER, ACTION NOT GRANTED, EMPLOYMENT STATUS CHANGE      00000088
      * NOT GRANTED, AND DELETE WITHOUT A VALID SECOND APPROVER.        00000098
      * SUPV REJECTS AN ADD OR CHANGE NAMING A SUPERVISOR ID THAT IS    00000101
      * NOT ON THE SUPERVISOR REFERENCE FILE (SEE EMPSUPV).             00000104
      * HIRE REJECTS AN ADD OR CHANGE WHOSE HIRE DATE IS NOT A VALID    00000105
      * YYYY-MM-DD DATE.                                                00000106
      *                                                                 00000108
       01  EMPAUDIT-RECORD.                                             00000118
           05  AUD-RUN-DATE               PIC X(10).                    00000128
           05  AUD-RUN-TIME               PIC X(08).                    00000138
           05  AUD-ACTION-CODE            PIC X(01).                    00000148
           05  AUD-USER-ID                PIC X(08).                    00000158
           05  AUD-DISPOSITION            PIC X(01).                    00000168
               88  AUD-APPLIED                     VALUE 'A'.           00000178
               88  AUD-REJECTED                    VALUE 'R'.           00000188
               88  AUD-HELD                        VALUE 'H'.           00000198
               88  AUD-ALREADY-APPLIED             VALUE 'S'.           00000208
           05  AUD-REASON-CODE            PIC X(04).                    00000218
               88  AUD-REASON-NONE                 VALUE '    '.        00000228
               88  AUD-REASON-DUP-ADD              VALUE 'DUPL'.        00000238
               88  AUD-REASON-NO-MASTER            VALUE 'NOMA'.        00000248
               88  AUD-REASON-BAD-ACTION           VALUE 'ACTN'.        00000258
               88  AUD-REASON-BLANK-NAME           VALUE 'NAME'.        00000268
               88  AUD-REASON-BAD-SHIFT            VALUE 'SHFT'.        00000278
               88  AUD-REASON-BLANK-ID             VALUE 'NOID'.        00000288
               88  AUD-REASON-DECK-SEQUENCE        VALUE 'SEQN'.        00000298
               88  AUD-REASON-UNKNOWN-USER         VALUE 'USER'.        00000308
               88  AUD-REASON-NOT-AUTHORIZED       VALUE 'AUTH'.        00000318
               88  AUD-REASON-STATUS-AUTHORITY     VALUE 'LOAA'.        00000328
               88  AUD-REASON-NO-APPROVER          VALUE 'APPR'.        00000338
               88  AUD-REASON-BAD-SUPERVISOR       VALUE 'SUPV'.        00000343
               88  AUD-REASON-BAD-HIRE-DATE        VALUE 'HIRE'.        00000345
           05  AUD-BEFORE-IMAGE           PIC X(80).                    00000348
           05  AUD-AFTER-IMAGE            PIC X(80).                    00000358
           05  AUD-DECK-ID                PIC X(08).                    00000368
           05  AUD-DECK-SEQ               PIC 9(09).                    00000378
           05  AUD-APPROVER-ID            PIC X(08).                    00000388
           05  FILLER                     PIC X(03).                    00000398
