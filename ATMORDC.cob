               88  ORD-ACTIVA    VALUE 'A'.
               88  ORD-CANCELADA VALUE 'C'.
               88  ORD-VENCIDA   VALUE 'V'.
           05  ORD-PACTADA    PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  WS-ORD-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-ORD-COUNT
                       INDEXED BY WS-ORD-IDX.
               10  WS-ORD-REG         PIC X(50).

       01  WS-NUEVA-ORDEN.
           05  WS-NO-ID       PIC 9(5).
           05  WS-NO-NEXT     PIC 9(8).
           05  WS-NO-EXPIRY   PIC 9(8).
           05  WS-NO-STATUS   PIC X(1).
           05  WS-NO-PACTADA  PIC 9(8).

       01  WS-CUENTA-VALIDA   PIC X VALUE 'N'.
           88  CUENTA-UTILIZABLE VALUE 'S'.
       GRABAR-ORDEN-NUEVA.
           MOVE WS-PROXIMA-ORDEN TO WS-NO-ID
           MOVE 'A' TO WS-NO-STATUS
           MOVE WS-NO-NEXT TO WS-NO-PACTADA
           ADD 1 TO WS-ORD-COUNT
           SET WS-ORD-IDX TO WS-ORD-COUNT
           MOVE WS-NUEVA-ORDEN TO WS-ORD-REG (WS-ORD-IDX)
