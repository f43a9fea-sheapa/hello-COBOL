       01  WS-CARDS-NOT-FOUND              PIC 9(09) VALUE ZERO.        00000810
       01  WS-MASTER-SUB                   PIC 9(05) VALUE ZERO COMP.   00000820
       01  WS-REJ-SUB                      PIC 9(05) VALUE ZERO COMP.   00000830
       01  WS-GREET-TEXT                   PIC X(10) VALUE SPACES.      00000840
       01  WS-EMPL-TEXT                    PIC X(08) VALUE SPACES.      00000850
       01  WS-REJ-TEXT                     PIC X(03) VALUE SPACES.      00000860
       01  WS-MASTER-TABLE.                                             00000870
       WRITE-ANSWER-LINE.                                               00002880
           EVALUATE WS-MST-GREETING (WS-MASTER-SUB)                     00002890
               WHEN 'S'                                                 00002900
                   MOVE 'HANDED OFF' TO WS-GREET-TEXT                   00002906
               WHEN 'D'                                                 00002912
                   MOVE 'DELIVERED ' TO WS-GREET-TEXT                   00002918
               WHEN 'F'                                                 00002924
                   MOVE 'FAILED    ' TO WS-GREET-TEXT                   00002930
               WHEN 'P'                                                 00002936
                   MOVE 'PENDING   ' TO WS-GREET-TEXT                   00002942
               WHEN OTHER                                               00002948
                   MOVE 'UNKNOWN   ' TO WS-GREET-TEXT                   00002954
           END-EVALUATE.                                                00002960
           EVALUATE WS-MST-EMPLOYMENT (WS-MASTER-SUB)                   00002970
               WHEN 'L'                                                 00002980
