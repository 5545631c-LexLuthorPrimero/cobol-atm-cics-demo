       01  WS-GT-DEPOSITS     PIC S9(11)V99 VALUE 0.
       01  WS-GT-WITHDRAWALS  PIC S9(11)V99 VALUE 0.
       01  WS-GT-CLOSING      PIC S9(11)V99 VALUE 0.
       01  WS-GT-CLR-CREDITOS PIC S9(11)V99 VALUE 0.
       01  WS-GT-CLR-DEBITOS  PIC S9(11)V99 VALUE 0.
       01  WS-CANAL-CLR       PIC X(3) VALUE 'CLR'.

       01  WS-REPORT-LINE.
           05  WS-RL-ID           PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RL-CLOSING      PIC -(7)9.99.

       01  WS-CLR-LINE.
           05  WS-CLR-LABEL       PIC X(27) VALUE
               'INCLUYE COMPENSACION'.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  WS-CLR-CREDITOS    PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CLR-DEBITOS     PIC -(9)9.99.

       01  WS-TRUNCATED-LINE.
           05  FILLER             PIC X(52) VALUE
               'ADVERTENCIA: SE ALCANZO EL LIMITE DE CUENTAS - '.
       LEER-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK AND TL-DATE = WS-RPT-TODAY
               IF TL-CANAL = WS-CANAL-CLR
                   PERFORM ACUMULAR-COMPENSACION
               END-IF
               PERFORM BUSCAR-CUENTA-RPT
               IF CUENTA-RPT-ENCONTRADA
                   EVALUATE TRUE
               END-IF
           END-IF.

       ACUMULAR-COMPENSACION.
           EVALUATE TRUE
               WHEN TL-DEPOSITO
                   ADD TL-AMOUNT TO WS-GT-CLR-CREDITOS
               WHEN TL-RETIRO
                   ADD TL-AMOUNT TO WS-GT-CLR-DEBITOS
           END-EVALUATE.

       BUSCAR-CUENTA-RPT.
           MOVE 'N' TO WS-RPT-FOUND
           PERFORM COMPARAR-CUENTA-RPT
           MOVE WS-GT-CLOSING     TO WS-TL-CLOSING
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GT-CLR-CREDITOS NOT = 0 OR WS-GT-CLR-DEBITOS NOT = 0
               MOVE WS-GT-CLR-CREDITOS TO WS-CLR-CREDITOS
               MOVE WS-GT-CLR-DEBITOS  TO WS-CLR-DEBITOS
               MOVE WS-CLR-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF CUENTAS-TRUNCADAS
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
