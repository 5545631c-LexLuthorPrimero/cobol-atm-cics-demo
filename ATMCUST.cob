           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUB-FILE ASSIGN TO 'ATMALSUB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  AUD-TIME       PIC 9(8).
           05  AUD-DETALLE    PIC X(20).

       FD  SUB-FILE.
       01  SUB-RECORD.
           05  SUB-CLIENTE        PIC 9(5).
           05  SUB-SALDO-BAJO     PIC X(1).
           05  SUB-UMBRAL-SALDO   PIC 9(7)V99.
           05  SUB-SOBREGIRO      PIC X(1).
           05  SUB-MOVIMIENTO     PIC X(1).
           05  SUB-UMBRAL-MOV     PIC 9(7)V99.
           05  SUB-BLOQUEO        PIC X(1).
           05  SUB-ORDEN          PIC X(1).
           05  SUB-LIBERACION     PIC X(1).
           05  SUB-ESTADO         PIC X(1).
               88  SUB-ACTIVA       VALUE 'A'.
               88  SUB-BAJA         VALUE 'B'.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-AUDIT-STATUS    PIC X(2).
           88  AUDITORIA-OK   VALUE '00'.

       01  WS-SUB-STATUS      PIC X(2).
           88  SUSCRIPCIONES-OK    VALUE '00'.
           88  SUSCRIPCIONES-EOF   VALUE '10'.
           88  SUSCRIPCIONES-NOFILE VALUE '35'.

       01  WS-MAX-SUSCRIPCIONES PIC 9(3) VALUE 500.
       01  WS-SUB-COUNT       PIC 9(3) VALUE 0.
       01  WS-SUB-HALLADA     PIC 9(3) VALUE 0.
       01  WS-SUB-REG-IDX     PIC 9(3).
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-SUB-COUNT
                       INDEXED BY WS-SUB-IDX.
               10  WS-SUB-REG         PIC X(30).

       01  WS-NUEVA-SUSCRIPCION.
           05  WS-NS-CLIENTE      PIC 9(5).
           05  WS-NS-SALDO-BAJO   PIC X(1).
           05  WS-NS-UMBRAL-SALDO PIC 9(7)V99.
           05  WS-NS-SOBREGIRO    PIC X(1).
           05  WS-NS-MOVIMIENTO   PIC X(1).
           05  WS-NS-UMBRAL-MOV   PIC 9(7)V99.
           05  WS-NS-BLOQUEO      PIC X(1).
           05  WS-NS-ORDEN        PIC X(1).
           05  WS-NS-LIBERACION   PIC X(1).
           05  WS-NS-ESTADO       PIC X(1).

       01  WS-OP-INGRESADO    PIC X(8).
       01  WS-OP-CLAVE        PIC X(8).
       01  WS-OP-ACTUAL       PIC X(8).
       01  WS-RAW-ID          PIC X(5).
       01  WS-RAW-NAME        PIC X(20).
       01  WS-RAW-TEXTO       PIC X(30).
       01  WS-RAW-OPCION      PIC X(1).
       01  WS-RAW-MONTO       PIC X(9).
       01  WS-RAW-MONTO-NUM REDEFINES WS-RAW-MONTO PIC 9(7)V99.
       01  WS-PROMPT-ALERTA   PIC X(40).
       01  WS-OPCION-LEIDA    PIC X(1).
       01  WS-MONTO-LEIDO     PIC 9(7)V99.
       01  WS-MONTO-EDIT      PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN.
               STOP RUN
           END-IF

           PERFORM ABRIR-AUDITORIA
           PERFORM CARGAR-SUSCRIPCIONES.

       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           DISPLAY '  2. MODIFICAR CLIENTE'
           DISPLAY '  3. CONSULTAR CLIENTE'
           DISPLAY '  4. BAJA DE CLIENTE'
           DISPLAY '  5. ALERTAS DEL CLIENTE'
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE
               WHEN '2' PERFORM MODIFICAR-CLIENTE
               WHEN '3' PERFORM CONSULTAR-CLIENTE
               WHEN '4' PERFORM BAJA-CLIENTE
               WHEN '5' PERFORM ALERTAS-CLIENTE
               WHEN 'S' CONTINUE
               WHEN 's' CONTINUE
               WHEN OTHER DISPLAY 'OPCION NO VALIDA'
               END-IF
           END-IF.

       ALERTAS-CLIENTE.
           PERFORM LEER-CLIENTE
           IF CLIENTE-LEIDO
               IF CUST-BAJA
                   DISPLAY 'CLIENTE DADO DE BAJA - NO ADMITE ALERTAS'
               ELSE
                   PERFORM EDITAR-ALERTAS-CLIENTE
               END-IF
           END-IF.

       EDITAR-ALERTAS-CLIENTE.
           DISPLAY 'CLIENTE:   ' CUST-ID ' ' CUST-NAME
           IF CUST-TEL = SPACES
               DISPLAY 'ADVERTENCIA: CLIENTE SIN TELEFONO - LAS '
                   'ALERTAS NO SE ENVIARAN HASTA CARGARLO'
           ELSE
               DISPLAY 'TELEFONO:  ' CUST-TEL
           END-IF
           PERFORM BUSCAR-SUSCRIPCION
           IF WS-SUB-HALLADA = 0
               DISPLAY 'EL CLIENTE NO TIENE ALERTAS CONFIGURADAS'
           ELSE
               SET WS-SUB-IDX TO WS-SUB-HALLADA
               MOVE WS-SUB-REG (WS-SUB-IDX) TO SUB-RECORD
               PERFORM MOSTRAR-SUSCRIPCION
           END-IF
           DISPLAY 'INDIQUE S/N PARA CADA TIPO DE ALERTA'
           PERFORM CAPTURAR-SUSCRIPCION
           IF ENTRADA-VALIDA
               PERFORM GUARDAR-SUSCRIPCION
           ELSE
               DISPLAY 'OPERACION CANCELADA'
           END-IF.

       MOSTRAR-SUSCRIPCION.
           DISPLAY 'ALERTAS ACTUALES (ESTADO ' SUB-ESTADO '):'
           MOVE SUB-UMBRAL-SALDO TO WS-MONTO-EDIT
           DISPLAY '  SALDO BAJO:          ' SUB-SALDO-BAJO
               '  MINIMO $' WS-MONTO-EDIT
           DISPLAY '  SOBREGIRO:           ' SUB-SOBREGIRO
           MOVE SUB-UMBRAL-MOV TO WS-MONTO-EDIT
           DISPLAY '  RETIRO/TRANSFER.:    ' SUB-MOVIMIENTO
               '  MAYOR A $' WS-MONTO-EDIT
           DISPLAY '  BLOQUEO DE CUENTA:   ' SUB-BLOQUEO
           DISPLAY '  ORDEN FALLIDA:       ' SUB-ORDEN
           DISPLAY '  RETENCION LIBERADA:  ' SUB-LIBERACION.

       CAPTURAR-SUSCRIPCION.
           MOVE CUST-ID TO WS-NS-CLIENTE
           MOVE 0 TO WS-NS-UMBRAL-SALDO
           MOVE 0 TO WS-NS-UMBRAL-MOV
           MOVE 'SALDO POR DEBAJO DE UN MINIMO (S/N): '
             TO WS-PROMPT-ALERTA
           PERFORM SOLICITAR-OPCION-ALERTA
           IF ENTRADA-VALIDA
               MOVE WS-OPCION-LEIDA TO WS-NS-SALDO-BAJO
               IF WS-NS-SALDO-BAJO = 'S'
                   MOVE 'SALDO MINIMO PARA AVISAR: '
                     TO WS-PROMPT-ALERTA
                   PERFORM SOLICITAR-UMBRAL
                   MOVE WS-MONTO-LEIDO TO WS-NS-UMBRAL-SALDO
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               MOVE 'SOBREGIRO - SALDO NEGATIVO (S/N): '
                 TO WS-PROMPT-ALERTA
               PERFORM SOLICITAR-OPCION-ALERTA
               MOVE WS-OPCION-LEIDA TO WS-NS-SOBREGIRO
           END-IF
           IF ENTRADA-VALIDA
               MOVE 'RETIRO O TRANSFERENCIA GRANDE (S/N): '
                 TO WS-PROMPT-ALERTA
               PERFORM SOLICITAR-OPCION-ALERTA
               IF ENTRADA-VALIDA
                   MOVE WS-OPCION-LEIDA TO WS-NS-MOVIMIENTO
                   IF WS-NS-MOVIMIENTO = 'S'
                       MOVE 'AVISAR SI EL MONTO SUPERA: '
                         TO WS-PROMPT-ALERTA
                       PERFORM SOLICITAR-UMBRAL
                       MOVE WS-MONTO-LEIDO TO WS-NS-UMBRAL-MOV
                   END-IF
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               MOVE 'BLOQUEO DE CUENTA POR PIN (S/N): '
                 TO WS-PROMPT-ALERTA
               PERFORM SOLICITAR-OPCION-ALERTA
               MOVE WS-OPCION-LEIDA TO WS-NS-BLOQUEO
           END-IF
           IF ENTRADA-VALIDA
               MOVE 'ORDEN PERMANENTE FALLIDA (S/N): '
                 TO WS-PROMPT-ALERTA
               PERFORM SOLICITAR-OPCION-ALERTA
               MOVE WS-OPCION-LEIDA TO WS-NS-ORDEN
           END-IF
           IF ENTRADA-VALIDA
               MOVE 'RETENCION DE DEPOSITO LIBERADA (S/N): '
                 TO WS-PROMPT-ALERTA
               PERFORM SOLICITAR-OPCION-ALERTA
               MOVE WS-OPCION-LEIDA TO WS-NS-LIBERACION
           END-IF.

       GUARDAR-SUSCRIPCION.
           IF WS-NS-SALDO-BAJO = 'N' AND WS-NS-SOBREGIRO = 'N'
              AND WS-NS-MOVIMIENTO = 'N' AND WS-NS-BLOQUEO = 'N'
              AND WS-NS-ORDEN = 'N' AND WS-NS-LIBERACION = 'N'
               MOVE 'B' TO WS-NS-ESTADO
           ELSE
               MOVE 'A' TO WS-NS-ESTADO
           END-IF
           IF WS-SUB-HALLADA = 0
              AND WS-SUB-COUNT = WS-MAX-SUSCRIPCIONES
               DISPLAY 'HAY ' WS-MAX-SUSCRIPCIONES
                   ' CLIENTES CON ALERTAS EN ATMALSUB.DAT - '
                   'AMPLIAR LA TABLA'
           ELSE
               IF WS-SUB-HALLADA = 0
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-SUB-COUNT TO WS-SUB-HALLADA
               END-IF
               SET WS-SUB-IDX TO WS-SUB-HALLADA
               MOVE WS-NUEVA-SUSCRIPCION TO WS-SUB-REG (WS-SUB-IDX)
               PERFORM REGRABAR-SUSCRIPCIONES
               IF REGRABACION-OK
                   IF WS-NS-ESTADO = 'B'
                       DISPLAY 'ALERTAS DESACTIVADAS: ' CUST-ID
                   ELSE
                       DISPLAY 'ALERTAS ACTUALIZADAS: ' CUST-ID
                   END-IF
                   MOVE 'ALERTAS CLIENTE' TO AUD-ACCION
                   MOVE CUST-ID TO AUD-ACC-ID
                   STRING 'TIPOS ' WS-NS-SALDO-BAJO WS-NS-SOBREGIRO
                       WS-NS-MOVIMIENTO WS-NS-BLOQUEO WS-NS-ORDEN
                       WS-NS-LIBERACION ' ' WS-NS-ESTADO
                       DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-IF.

       BUSCAR-SUSCRIPCION.
           MOVE 0 TO WS-SUB-HALLADA
           PERFORM COMPARAR-SUSCRIPCION
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
                  OR WS-SUB-HALLADA NOT = 0.

       COMPARAR-SUSCRIPCION.
           MOVE WS-SUB-REG (WS-SUB-IDX) TO SUB-RECORD
           IF SUB-CLIENTE = CUST-ID
               SET WS-SUB-HALLADA TO WS-SUB-IDX
           END-IF.

       LEER-CLIENTE.
           MOVE 'N' TO WS-FOUND
           PERFORM SOLICITAR-ID-CLIENTE
               DISPLAY 'NOMBRE INVALIDO - NO PUEDE SER BLANCO'
           END-IF.

       SOLICITAR-OPCION-ALERTA.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-OPCION-ALERTA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-OPCION-ALERTA.
           DISPLAY WS-PROMPT-ALERTA WITH NO ADVANCING
           ACCEPT WS-RAW-OPCION
           EVALUATE WS-RAW-OPCION
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-OPCION-LEIDA
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-OPCION-LEIDA
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN OTHER
                   DISPLAY 'RESPUESTA INVALIDA - INGRESE S O N'
           END-EVALUATE.

       SOLICITAR-UMBRAL.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-UMBRAL
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-UMBRAL.
           DISPLAY WS-PROMPT-ALERTA WITH NO ADVANCING
           ACCEPT WS-RAW-MONTO
           IF WS-RAW-MONTO IS NUMERIC AND WS-RAW-MONTO-NUM > 0
               MOVE WS-RAW-MONTO-NUM TO WS-MONTO-LEIDO
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'MONTO INVALIDO - INGRESE 9 DIGITOS NUMERICOS'
               ' (LOS ULTIMOS 2 SON LOS CENTAVOS)'
           END-IF.

       CARGAR-SUSCRIPCIONES.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUB-FILE
           IF SUSCRIPCIONES-NOFILE
               CONTINUE
           ELSE
               IF NOT SUSCRIPCIONES-OK
                   DISPLAY 'ERROR AL ABRIR ATMALSUB.DAT'
                   CLOSE CUSTOMER-FILE
                   CLOSE AUDIT-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-SUSCRIPCION UNTIL SUSCRIPCIONES-EOF
                     OR WS-SUB-COUNT = WS-MAX-SUSCRIPCIONES
               IF NOT SUSCRIPCIONES-EOF
                   READ SUB-FILE
                   IF NOT SUSCRIPCIONES-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-SUSCRIPCIONES
                           ' CLIENTES EN ATMALSUB.DAT - AMPLIAR LA '
                           'TABLA ANTES DE CONTINUAR'
                       CLOSE SUB-FILE
                       CLOSE CUSTOMER-FILE
                       CLOSE AUDIT-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE SUB-FILE
           END-IF.

       CARGAR-UNA-SUSCRIPCION.
           READ SUB-FILE
           IF SUSCRIPCIONES-OK
               ADD 1 TO WS-SUB-COUNT
               SET WS-SUB-IDX TO WS-SUB-COUNT
               MOVE SUB-RECORD TO WS-SUB-REG (WS-SUB-IDX)
           END-IF.

       REGRABAR-SUSCRIPCIONES.
           MOVE 'S' TO WS-REGRABADO-OK
           OPEN OUTPUT SUB-FILE
           IF NOT SUSCRIPCIONES-OK
               DISPLAY 'ERROR AL REGRABAR ATMALSUB.DAT'
               MOVE 'N' TO WS-REGRABADO-OK
           ELSE
               PERFORM REGRABAR-UNA-SUSCRIPCION
                   VARYING WS-SUB-REG-IDX FROM 1 BY 1
                   UNTIL WS-SUB-REG-IDX > WS-SUB-COUNT
                      OR NOT REGRABACION-OK
               CLOSE SUB-FILE
           END-IF
           IF NOT REGRABACION-OK
               DISPLAY 'ADVERTENCIA: ATMALSUB.DAT PUEDE ESTAR '
                   'INCOMPLETO - VERIFIQUE ANTES DEL PROXIMO '
                   'PROCESO'
           END-IF.

       REGRABAR-UNA-SUSCRIPCION.
           MOVE WS-SUB-REG (WS-SUB-REG-IDX) TO SUB-RECORD
           WRITE SUB-RECORD
           IF NOT SUSCRIPCIONES-OK
               DISPLAY 'ERROR AL GRABAR CLIENTE EN ATMALSUB.DAT'
               MOVE 'N' TO WS-REGRABADO-OK
           END-IF.

       FINALIZAR.
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-FILE.
