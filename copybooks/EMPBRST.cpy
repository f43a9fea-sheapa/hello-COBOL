      *                                                                 00000010
      * EMPBRST - PER-SUPERVISOR BURST REPORT RECORD.  THE BURST        00000020
      * REPORTS (HWORLDPS, EMPDELTA, EMPSUSP) WRITE EACH PRINT LINE     00000030
      * PREFIXED WITH THE ROUTING KEY OF ITS SEGMENT - THE              00000040
      * SUPERVISOR ID FROM EMPSUPV, OR 'UNASSIGN' FOR ASSOCIATES        00000050
      * WITH NO VALID SUPERVISOR - SO REPORT DISTRIBUTION CAN ROUTE     00000060
      * EACH SEGMENT ON THE KEY IN COLUMNS 1-8.  EVERY SEGMENT          00000070
      * STARTS ON A NEW PAGE WITH ITS OWN HEADINGS AND ENDS WITH        00000080
      * ITS OWN TOTALS.  THE PRINT LINE CARRIES ITS ASA CONTROL         00000090
      * CHARACTER IN COLUMN 9.  FIXED LENGTH 141.                       00000100
      *                                                                 00000110
       01  EMPBRST-RECORD.                                              00000120
           05  BST-ROUTE-ID               PIC X(08).                    00000130
           05  BST-PRINT-LINE.                                          00000140
               10  BST-CC                 PIC X(01).                    00000150
               10  BST-TEXT               PIC X(132).                   00000160
