               10  WS-MOV-BALANCE     PIC S9(7)V99.
               10  WS-MOV-DATE        PIC 9(8).
               10  WS-MOV-TIME        PIC 9(8).
               10  WS-MOV-CANAL       PIC X(3).

       01  WS-OWNER-ACTUAL    PIC 9(5).
       01  WS-CTA-IDX         PIC 9(3).
           05  WS-LM-TIME         PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LM-TYPE         PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LM-CANAL        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LM-AMOUNT       PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
                   MOVE TL-BALANCE TO WS-MOV-BALANCE (WS-MOV-IDX)
                   MOVE TL-DATE TO WS-MOV-DATE (WS-MOV-IDX)
                   MOVE TL-TIME TO WS-MOV-TIME (WS-MOV-IDX)
                   MOVE TL-CANAL TO WS-MOV-CANAL (WS-MOV-IDX)
               END-IF
           END-IF.

               MOVE WS-MOV-DATE (WS-MOV-IDX) TO WS-LM-DATE
               MOVE WS-MOV-TIME (WS-MOV-IDX) TO WS-LM-TIME
               MOVE WS-MOV-TYPE (WS-MOV-IDX) TO WS-LM-TYPE
               MOVE WS-MOV-CANAL (WS-MOV-IDX) TO WS-LM-CANAL
               MOVE WS-MOV-AMOUNT (WS-MOV-IDX) TO WS-LM-AMOUNT
               MOVE WS-MOV-BALANCE (WS-MOV-IDX) TO WS-LM-BALANCE
               MOVE WS-LINEA-MOV TO STMT-RECORD
