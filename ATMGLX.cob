           SELECT GLMAP-FILE ASSIGN TO 'ATMGLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT DIF-FILE ASSIGN TO 'ATMCDIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIF-STATUS.
           SELECT GLX-FILE ASSIGN TO 'ATMGLX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.
           05  GLM-TXN-TYPE   PIC X(1).
           05  GLM-GL-DEBE    PIC 9(8).
           05  GLM-GL-HABER   PIC 9(8).
           05  GLM-CANAL      PIC X(3).

       FD  DIF-FILE.
       01  DIF-RECORD.
           05  DIF-TERMINAL   PIC X(4).
           05  DIF-FECHA      PIC 9(8).
           05  DIF-HORA       PIC 9(8).
           05  DIF-TIPO       PIC X(1).
               88  DIF-SOBRANTE     VALUE 'S'.
               88  DIF-FALTANTE     VALUE 'Q'.
           05  DIF-MONTO      PIC 9(7)V99.
           05  DIF-OP-ID      PIC X(8).

       FD  GLX-FILE.
       01  GLX-RECORD         PIC X(60).
           88  GLMAP-OK       VALUE '00'.
           88  GLMAP-EOF      VALUE '10'.

       01  WS-DIF-STATUS      PIC X(2).
           88  DIFERENCIAS-OK VALUE '00'.
           88  DIFERENCIAS-EOF VALUE '10'.

       01  WS-GLX-STATUS      PIC X(2).
           88  EXTRACTO-OK    VALUE '00'.

       01  WS-DIA-ACTUAL      PIC 9(7).
       01  WS-DIA-TOPE        PIC 9(7).

       01  WS-MAX-MAPAS       PIC 9(2) VALUE 20.
       01  WS-MAPA-COUNT      PIC 9(2) VALUE 0.
       01  WS-MAPA-MATCH      PIC 9(2) VALUE 0.
       01  WS-MAPA-CANAL-BUSCADO PIC X(3).
       01  WS-MAPA-TABLE.
           05  WS-MAPA-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-MAPA-COUNT
                       INDEXED BY WS-MAPA-IDX.
               10  WS-MAPA-TIPO       PIC X(1).
               10  WS-MAPA-DEBE       PIC 9(8).
               10  WS-MAPA-HABER      PIC 9(8).
               10  WS-MAPA-CANAL      PIC X(3).

       01  WS-GLX-DETALLES    PIC 9(7) VALUE 0.
       01  WS-GLX-SIN-MAPA    PIC 9(5) VALUE 0.
           05  GLX-DET-HABER      PIC 9(8).
           05  GLX-DET-MONTO      PIC 9(7)V99.
           05  GLX-DET-CUENTA     PIC 9(5).
           05  GLX-DET-TERMINAL   PIC X(4).
           05  GLX-DET-CANAL      PIC X(3).
           05  FILLER             PIC X(21) VALUE SPACES.

       01  GLX-PIE.
           05  FILLER             PIC X(1)  VALUE '9'.
               MOVE GLM-TXN-TYPE TO WS-MAPA-TIPO (WS-MAPA-IDX)
               MOVE GLM-GL-DEBE TO WS-MAPA-DEBE (WS-MAPA-IDX)
               MOVE GLM-GL-HABER TO WS-MAPA-HABER (WS-MAPA-IDX)
               MOVE GLM-CANAL TO WS-MAPA-CANAL (WS-MAPA-IDX)
           END-IF.

       EXTRAER-MOVIMIENTOS.

           MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME
           PERFORM EXTRAER-DE-UN-JOURNAL
           PERFORM EXTRAER-DIFERENCIAS-CAJA

           IF WS-GLX-DETALLES = 0 AND WS-GLX-SIN-MAPA = 0
               DISPLAY 'ADVERTENCIA: SIN MOVIMIENTOS PARA LA '
       EXTRAER-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK AND TL-DATE = WS-GLX-FECHA
               MOVE TL-TXN-TYPE TO GLX-DET-TIPO
               MOVE TL-AMOUNT TO GLX-DET-MONTO
               MOVE TL-ACC-ID TO GLX-DET-CUENTA
               MOVE TL-TERMINAL TO GLX-DET-TERMINAL
               MOVE TL-CANAL TO GLX-DET-CANAL
               PERFORM BUSCAR-MAPA
               IF WS-MAPA-MATCH = 0
                   ADD 1 TO WS-GLX-SIN-MAPA
                   DISPLAY 'SIN MAPA CONTABLE PARA TIPO '
                       TL-TXN-TYPE ' CANAL ' TL-CANAL
                       ' - CUENTA ' TL-ACC-ID
               ELSE
                   PERFORM GRABAR-DETALLE
               END-IF
           END-IF.

       EXTRAER-DIFERENCIAS-CAJA.
           OPEN INPUT DIF-FILE
           IF DIFERENCIAS-OK
               PERFORM EXTRAER-UNA-DIFERENCIA UNTIL DIFERENCIAS-EOF
               CLOSE DIF-FILE
           END-IF.

       EXTRAER-UNA-DIFERENCIA.
           READ DIF-FILE
           IF DIFERENCIAS-OK AND DIF-FECHA = WS-GLX-FECHA
               MOVE DIF-TIPO TO GLX-DET-TIPO
               MOVE DIF-MONTO TO GLX-DET-MONTO
               MOVE 0 TO GLX-DET-CUENTA
               MOVE DIF-TERMINAL TO GLX-DET-TERMINAL
               MOVE SPACES TO GLX-DET-CANAL
               PERFORM BUSCAR-MAPA
               IF WS-MAPA-MATCH = 0
                   ADD 1 TO WS-GLX-SIN-MAPA
                   DISPLAY 'SIN MAPA CONTABLE PARA TIPO '
                       DIF-TIPO ' - TERMINAL ' DIF-TERMINAL
               ELSE
                   PERFORM GRABAR-DETALLE
               END-IF

       BUSCAR-MAPA.
           MOVE 0 TO WS-MAPA-MATCH
           MOVE GLX-DET-CANAL TO WS-MAPA-CANAL-BUSCADO
           IF WS-MAPA-CANAL-BUSCADO NOT = SPACES
               PERFORM COMPARAR-MAPA
                   VARYING WS-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
                      OR WS-MAPA-MATCH NOT = 0
           END-IF
           IF WS-MAPA-MATCH = 0
               MOVE SPACES TO WS-MAPA-CANAL-BUSCADO
               PERFORM COMPARAR-MAPA
                   VARYING WS-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
                      OR WS-MAPA-MATCH NOT = 0
           END-IF.

       COMPARAR-MAPA.
           IF GLX-DET-TIPO = WS-MAPA-TIPO (WS-MAPA-IDX)
              AND WS-MAPA-CANAL (WS-MAPA-IDX) = WS-MAPA-CANAL-BUSCADO
               SET WS-MAPA-MATCH TO WS-MAPA-IDX
           END-IF.

       GRABAR-DETALLE.
           MOVE WS-MAPA-DEBE (WS-MAPA-MATCH) TO GLX-DET-DEBE
           MOVE WS-MAPA-HABER (WS-MAPA-MATCH) TO GLX-DET-HABER
           MOVE GLX-DETALLE TO GLX-RECORD
           WRITE GLX-RECORD
           IF NOT EXTRACTO-OK
               STOP RUN
           END-IF
           ADD 1 TO WS-GLX-DETALLES
           ADD GLX-DET-MONTO TO WS-GLX-TOTAL
           ADD WS-MAPA-DEBE (WS-MAPA-MATCH) TO WS-GLX-HASH
           ADD WS-MAPA-HABER (WS-MAPA-MATCH) TO WS-GLX-HASH.

