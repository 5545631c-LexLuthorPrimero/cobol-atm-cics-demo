       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCARD.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'ATMCARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMERO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CRD-NUMERO         PIC 9(16).
           05  CRD-CUST-ID        PIC 9(5).
           05  CRD-CUENTAS.
               10  CRD-CUENTA     PIC 9(5) OCCURS 5 TIMES.
           05  CRD-VENCE          PIC 9(8).
           05  CRD-ESTADO         PIC X(1).
               88  CRD-ACTIVA       VALUE 'A'.
               88  CRD-PERDIDA      VALUE 'P'.
               88  CRD-ROBADA       VALUE 'R'.
               88  CRD-VENCIDA      VALUE 'V'.
               88  CRD-REEMPLAZADA  VALUE 'S'.
           05  CRD-PIN            PIC X(4).
           05  CRD-EMISION        PIC 9(8).
           05  CRD-ANTERIOR       PIC 9(16).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05  ACC-ID              PIC 9(5).
           05  ACC-PIN             PIC 9(4).
           05  ACC-OWNER-ID        PIC 9(5).
           05  ACC-NAME            PIC X(20).
           05  ACC-TYPE            PIC X(1).
               88  ACC-TIPO-CORRIENTE VALUE 'C'.
               88  ACC-TIPO-AHORRO    VALUE 'S'.
           05  ACC-BALANCE         PIC S9(7)V99.
           05  ACC-FAILED-ATTEMPTS PIC 9(1).
           05  ACC-LOCKED          PIC X(1).
               88  ACC-IS-LOCKED     VALUE 'S'.
               88  ACC-NOT-LOCKED    VALUE 'N'.
           05  ACC-DAILY-LIMIT     PIC 9(7)V99.
           05  ACC-WITHDRAWN-TODAY PIC 9(7)V99.
           05  ACC-STATUS          PIC X(1).
               88  ACC-ACTIVA        VALUE 'A'.
               88  ACC-CERRADA       VALUE 'C'.
               88  ACC-DORMIDA       VALUE 'D'.
           05  ACC-OVERDRAFT-LIMIT PIC 9(7)V99.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID            PIC 9(5).
           05  CUST-NAME          PIC X(20).
           05  CUST-DOC           PIC X(12).
           05  CUST-DIR1          PIC X(30).
           05  CUST-DIR2          PIC X(30).
           05  CUST-TEL           PIC X(12).
           05  CUST-STATUS        PIC X(1).
               88  CUST-ACTIVO      VALUE 'A'.
               88  CUST-BAJA        VALUE 'B'.

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-ID          PIC X(8).
           05  OP-PASSWORD    PIC X(8).
           05  OP-PRIV        PIC 9(1).
           05  OP-ESTADO      PIC X(1).
               88  OP-ACTIVO        VALUE 'A'.
               88  OP-DESHABILITADO VALUE 'D'.
               88  OP-BLOQUEADO     VALUE 'B'.
           05  OP-INTENTOS    PIC 9(1).
           05  OP-VENCIDA     PIC X(1).
               88  OP-CLAVE-VENCIDA VALUE 'S'.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-OP-ID      PIC X(8).
           05  AUD-ACC-ID     PIC 9(5).
           05  AUD-ACCION     PIC X(15).
           05  AUD-DATE       PIC 9(8).
           05  AUD-TIME       PIC 9(8).
           05  AUD-DETALLE    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS     PIC X(2).
           88  TARJETAS-OK    VALUE '00'.

       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.

       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-CLIENTES-ABIERTOS PIC X VALUE 'N'.
           88  CLIENTES-PRESENTES VALUE 'S'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-OPERATOR-STATUS PIC X(2).
           88  OPERADORES-OK  VALUE '00'.
           88  OPERADORES-EOF VALUE '10'.

       01  WS-AUDIT-STATUS    PIC X(2).
           88  AUDITORIA-OK   VALUE '00'.

       01  WS-OP-INGRESADO    PIC X(8).
       01  WS-OP-CLAVE        PIC X(8).
       01  WS-OP-ACTUAL       PIC X(8).
       01  WS-OP-PRIV-ACTUAL  PIC 9(1) VALUE 0.
       01  WS-PRIV-REQUERIDO  PIC 9(1) VALUE 2.
       01  WS-OP-VALIDADO     PIC X VALUE 'N'.
           88  OPERADOR-VALIDO  VALUE 'S'.
       01  WS-INTENTO-OP      PIC 9(1) VALUE 0.
       01  WS-MAX-INTENTOS-OP PIC 9(1) VALUE 3.

       01  WS-MAX-OPERADORES  PIC 9(2) VALUE 50.
       01  WS-OPER-COUNT      PIC 9(2) VALUE 0.
       01  WS-OPER-HALLADO    PIC 9(2) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-OPER-COUNT
                       INDEXED BY WS-OPER-IDX.
               10  WS-OPE-REG         PIC X(20).
       01  WS-REG-IDX         PIC 9(2).
       01  WS-REGRABADO-OK    PIC X VALUE 'S'.
           88  REGRABACION-OK   VALUE 'S'.
       01  WS-ALFABETO-CLARO.
           05  FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER PIC X(10) VALUE '0123456789'.
       01  WS-ALFABETO-CIFRADO.
           05  FILLER PIC X(26) VALUE 'MNBVCXZLKJHGFDSAPOIUYTREWQ'.
           05  FILLER PIC X(26) VALUE 'mnbvcxzlkjhgfdsapoiuytrewq'.
           05  FILLER PIC X(10) VALUE '9876543210'.
       01  WS-CLAVE-ABIERTA   PIC X(8).
       01  WS-CLAVE-CIFRADA   PIC X(8).
       01  WS-AUD-DETALLE     PIC X(20) VALUE SPACES.

       01  WS-AUD-DATE        PIC 9(8).
       01  WS-AUD-TIME        PIC 9(8).

       01  WS-DIGITOS-CLAROS  PIC X(10) VALUE '0123456789'.
       01  WS-DIGITOS-PIN     PIC X(10) VALUE 'KQZHWMBTRF'.
       01  WS-PIN-TARJETA     PIC 9(16).
       01  WS-PIN-TARJETA-R REDEFINES WS-PIN-TARJETA.
           05  WS-PTJ-DIG     PIC 9(1) OCCURS 16 TIMES.
       01  WS-PIN-TRABAJO     PIC 9(4).
       01  WS-PIN-TRABAJO-R REDEFINES WS-PIN-TRABAJO.
           05  WS-PTR-DIG     PIC 9(1) OCCURS 4 TIMES.
       01  WS-PIN-TRABAJO-X REDEFINES WS-PIN-TRABAJO PIC X(4).
       01  WS-PIN-CIFRADO     PIC X(4).
       01  WS-PIN-I           PIC 9(1).
       01  WS-PIN-SUMA        PIC 9(2).
       01  WS-PIN-COCIENTE    PIC 9(2).
       01  WS-PIN-RESTO       PIC 9(1).

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-ANIOS-VIGENCIA  PIC 9(1) VALUE 4.
       01  WS-FECHA-CALC      PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05  WS-FC-ANIO     PIC 9(4).
           05  WS-FC-MES      PIC 9(2).
           05  WS-FC-DIA      PIC 9(2).
       01  WS-DIA-CALC        PIC 9(7).
       01  WS-NUEVO-VENCE     PIC 9(8).

       01  WS-CHOICE          PIC X.
       01  WS-INPUT-TARJETA   PIC 9(16).
       01  WS-INPUT-CLIENTE   PIC 9(5).
       01  WS-INPUT-ID        PIC 9(5).
       01  WS-NEW-PIN         PIC 9(4).
       01  WS-NUEVO-ESTADO    PIC X(1).
       01  WS-ESTADO-TEXTO    PIC X(11).
       01  WS-TITULAR-CUENTA  PIC 9(5).

       01  WS-MAX-CTAS-TARJETA PIC 9(1) VALUE 5.
       01  WS-CTA-COUNT       PIC 9(1) VALUE 0.
       01  WS-CTA-I           PIC 9(1).
       01  WS-CTA-ERRORES     PIC 9(1) VALUE 0.
       01  WS-CTA-REPETIDA    PIC X VALUE 'N'.
           88  CUENTA-REPETIDA  VALUE 'S'.
       01  WS-CTA-FIN         PIC X VALUE 'N'.
           88  FIN-CUENTAS      VALUE 'S'.
       01  WS-NUEVAS-CUENTAS.
           05  WS-NUEVA-CUENTA    PIC 9(5) OCCURS 5 TIMES.

       01  WS-TARJETA-GUARDADA PIC X(83).
       01  WS-TARJETA-ANTERIOR PIC 9(16).
       01  WS-TARJETA-NUEVA   PIC 9(16).

       01  WS-FOUND           PIC X VALUE 'N'.
           88  TARJETA-LEIDA    VALUE 'S'.
       01  WS-REWRITE-OK      PIC X VALUE 'S'.
           88  GRABADO-OK       VALUE 'S'.

       01  WS-VALID-INPUT     PIC X VALUE 'N'.
           88  ENTRADA-VALIDA   VALUE 'S'.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-RAW-TARJETA     PIC X(16).
       01  WS-RAW-ID          PIC X(5).
       01  WS-RAW-PIN         PIC X(4).
       01  WS-RAW-ESTADO      PIC X(1).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIAR-SESION-OPERADOR
           IF NOT OPERADOR-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF
           IF WS-OP-PRIV-ACTUAL < WS-PRIV-REQUERIDO
               DISPLAY 'OPERADOR SIN PRIVILEGIO DE TARJETAS'
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           DISPLAY '============================================'
           DISPLAY '   MANTENIMIENTO DE TARJETAS - BACK OFFICE  '
           DISPLAY '============================================'
           PERFORM RUTINA-MENU-TARJ
               UNTIL WS-CHOICE = 'S' OR WS-CHOICE = 's'
           PERFORM FINALIZAR
           DISPLAY 'FIN DE MANTENIMIENTO DE TARJETAS'
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO

           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS = '35'
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF
           IF NOT TARJETAS-OK
               DISPLAY 'ERROR AL ABRIR TARJETAS'
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               CLOSE CARD-FILE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTOS
           ELSE
               MOVE 'N' TO WS-CLIENTES-ABIERTOS
           END-IF

           PERFORM ABRIR-AUDITORIA.

       LEER-FECHA-NEGOCIO.
           OPEN INPUT BDATE-FILE
           IF NOT FECHA-OK
               DISPLAY 'FALTA LA FECHA DE NEGOCIO - EJECUTE ATMSOD'
               STOP RUN
           END-IF
           READ BDATE-FILE
           IF NOT FECHA-OK
               DISPLAY 'FALTA LA FECHA DE NEGOCIO - EJECUTE ATMSOD'
               CLOSE BDATE-FILE
               STOP RUN
           END-IF
           MOVE BD-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           CLOSE BDATE-FILE.

       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO WS-OP-VALIDADO
           PERFORM VALIDAR-UN-INGRESO
               VARYING WS-INTENTO-OP FROM 1 BY 1
               UNTIL OPERADOR-VALIDO
                  OR WS-INTENTO-OP > WS-MAX-INTENTOS-OP.

       CARGAR-OPERADORES.
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERADORES-OK
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE OPERADORES'
               STOP RUN
           END-IF
           PERFORM CARGAR-UN-OPERADOR UNTIL OPERADORES-EOF
                 OR WS-OPER-COUNT = WS-MAX-OPERADORES
           IF NOT OPERADORES-EOF
               READ OPERATOR-FILE
               IF NOT OPERADORES-EOF
                   DISPLAY 'HAY MAS DE ' WS-MAX-OPERADORES
                       ' OPERADORES EN OPERATOR.DAT - AMPLIAR LA '
                       'TABLA ANTES DE CONTINUAR'
                   CLOSE OPERATOR-FILE
                   STOP RUN
               END-IF
           END-IF
           CLOSE OPERATOR-FILE.

       CARGAR-UN-OPERADOR.
           READ OPERATOR-FILE
           IF OPERADORES-OK
               ADD 1 TO WS-OPER-COUNT
               SET WS-OPER-IDX TO WS-OPER-COUNT
               MOVE OPERATOR-RECORD TO WS-OPE-REG (WS-OPER-IDX)
           END-IF.

       VALIDAR-UN-INGRESO.
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING
           ACCEPT WS-OP-INGRESADO
           DISPLAY 'CLAVE: ' WITH NO ADVANCING
           ACCEPT WS-OP-CLAVE
           MOVE WS-OP-CLAVE TO WS-CLAVE-ABIERTA
           PERFORM CODIFICAR-CLAVE
           MOVE 0 TO WS-OPER-HALLADO
           PERFORM BUSCAR-OPERADOR
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                  OR WS-OPER-HALLADO NOT = 0
           IF WS-OPER-HALLADO = 0
               DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
           ELSE
               PERFORM EVALUAR-INGRESO
           END-IF.

       BUSCAR-OPERADOR.
           MOVE WS-OPE-REG (WS-OPER-IDX) TO OPERATOR-RECORD
           IF OP-ID = WS-OP-INGRESADO
               MOVE WS-OPER-IDX TO WS-OPER-HALLADO
           END-IF.

       EVALUAR-INGRESO.
           SET WS-OPER-IDX TO WS-OPER-HALLADO
           MOVE WS-OPE-REG (WS-OPER-IDX) TO OPERATOR-RECORD
           EVALUATE TRUE
               WHEN OP-DESHABILITADO
                   DISPLAY 'OPERADOR DESHABILITADO'
               WHEN OP-BLOQUEADO
                   DISPLAY 'OPERADOR BLOQUEADO - CONSULTE AL '
                       'ADMINISTRADOR'
               WHEN OP-PASSWORD = WS-CLAVE-CIFRADA
               WHEN OP-PASSWORD = WS-OP-CLAVE
                    AND OP-ESTADO = SPACE
                   PERFORM ACEPTAR-INGRESO
               WHEN OTHER
                   PERFORM RECHAZAR-INGRESO
           END-EVALUATE.

       ACEPTAR-INGRESO.
           IF OP-CLAVE-VENCIDA
               DISPLAY 'CLAVE VENCIDA - CONSULTE AL ADMINISTRADOR'
           ELSE
               MOVE 'S' TO WS-OP-VALIDADO
               MOVE OP-ID TO WS-OP-ACTUAL
               MOVE OP-PRIV TO WS-OP-PRIV-ACTUAL
               MOVE WS-CLAVE-CIFRADA TO OP-PASSWORD
               MOVE 'A' TO OP-ESTADO
               MOVE 0 TO OP-INTENTOS
               MOVE OPERATOR-RECORD TO WS-OPE-REG (WS-OPER-IDX)
               PERFORM REGRABAR-OPERADORES
           END-IF.

       RECHAZAR-INGRESO.
           IF OP-INTENTOS NOT NUMERIC
               MOVE 0 TO OP-INTENTOS
           END-IF
           ADD 1 TO OP-INTENTOS
           IF OP-INTENTOS >= WS-MAX-INTENTOS-OP
               MOVE 'B' TO OP-ESTADO
               DISPLAY 'OPERADOR BLOQUEADO POR INTENTOS FALLIDOS'
               PERFORM AUDITAR-BLOQUEO-OPERADOR
           ELSE
               DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
           END-IF
           MOVE OPERATOR-RECORD TO WS-OPE-REG (WS-OPER-IDX)
           PERFORM REGRABAR-OPERADORES.

       AUDITAR-BLOQUEO-OPERADOR.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDITORIA-OK
               MOVE WS-OP-INGRESADO TO AUD-OP-ID
               MOVE 0 TO AUD-ACC-ID
               MOVE 'BLOQUEO OPER' TO AUD-ACCION
               MOVE WS-OP-INGRESADO TO AUD-DETALLE
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE WS-AUD-DATE TO AUD-DATE
               MOVE WS-AUD-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
               IF NOT AUDITORIA-OK
                   DISPLAY 'ERROR AL GRABAR AUDITORIA'
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'ERROR AL ABRIR AUDITORIA'
           END-IF.

       CODIFICAR-CLAVE.
           MOVE WS-CLAVE-ABIERTA TO WS-CLAVE-CIFRADA
           INSPECT WS-CLAVE-CIFRADA
               CONVERTING WS-ALFABETO-CLARO TO WS-ALFABETO-CIFRADO.

       REGRABAR-OPERADORES.
           MOVE 'S' TO WS-REGRABADO-OK
           OPEN OUTPUT OPERATOR-FILE
           IF NOT OPERADORES-OK
               DISPLAY 'ERROR AL REGRABAR OPERADORES'
               MOVE 'N' TO WS-REGRABADO-OK
           ELSE
               PERFORM REGRABAR-UN-OPERADOR
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-OPER-COUNT
                      OR NOT REGRABACION-OK
               CLOSE OPERATOR-FILE
           END-IF
           IF NOT REGRABACION-OK
               DISPLAY 'ADVERTENCIA: OPERATOR.DAT PUEDE ESTAR '
                   'INCOMPLETO - VERIFIQUE ANTES DE CONTINUAR'
           END-IF.

       REGRABAR-UN-OPERADOR.
           MOVE WS-OPE-REG (WS-REG-IDX) TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD
           IF NOT OPERADORES-OK
               DISPLAY 'ERROR AL GRABAR OPERADOR EN OPERATOR.DAT'
               MOVE 'N' TO WS-REGRABADO-OK
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDITORIA-OK
               DISPLAY 'ERROR AL ABRIR AUDITORIA'
               CLOSE CARD-FILE
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OP-ACTUAL TO AUD-OP-ID
           MOVE WS-AUD-DATE TO AUD-DATE
           MOVE WS-AUD-TIME TO AUD-TIME
           MOVE WS-AUD-DETALLE TO AUD-DETALLE
           WRITE AUDIT-RECORD
           IF NOT AUDITORIA-OK
               DISPLAY 'ERROR AL GRABAR AUDITORIA'
           END-IF
           MOVE SPACES TO WS-AUD-DETALLE.

       AUDITAR-TARJETA.
           MOVE CRD-CUENTA (1) TO AUD-ACC-ID
           MOVE SPACES TO WS-AUD-DETALLE
           STRING CRD-NUMERO ' ' CRD-ESTADO
               DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           PERFORM GRABAR-AUDITORIA.

       RUTINA-MENU-TARJ.
           DISPLAY ' '
           DISPLAY 'Opciones:'
           DISPLAY '  1. EMITIR TARJETA'
           DISPLAY '  2. REEMPLAZAR TARJETA'
           DISPLAY '  3. DENUNCIAR TARJETA PERDIDA O ROBADA'
           DISPLAY '  4. CAMBIAR PIN DE TARJETA'
           DISPLAY '  5. CONSULTAR TARJETA'
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN '1' PERFORM EMITIR-TARJETA
               WHEN '2' PERFORM REEMPLAZAR-TARJETA
               WHEN '3' PERFORM DENUNCIAR-TARJETA
               WHEN '4' PERFORM CAMBIAR-PIN-TARJETA
               WHEN '5' PERFORM CONSULTAR-TARJETA
               WHEN 'S' CONTINUE
               WHEN 's' CONTINUE
               WHEN OTHER DISPLAY 'OPCION NO VALIDA'
           END-EVALUATE.

       EMITIR-TARJETA.
           PERFORM SOLICITAR-CLIENTE
           IF ENTRADA-VALIDA
               PERFORM VALIDAR-CLIENTE
           END-IF
           IF ENTRADA-VALIDA
               PERFORM SOLICITAR-CUENTAS-TARJETA
               IF WS-CTA-COUNT = 0
                   DISPLAY 'LA TARJETA DEBE TENER AL MENOS UNA CUENTA'
                   MOVE 'N' TO WS-VALID-INPUT
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               PERFORM SOLICITAR-TARJETA-NUEVA
           END-IF
           IF ENTRADA-VALIDA
               PERFORM SOLICITAR-PIN-NUEVO
           END-IF
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
           ELSE
               PERFORM GRABAR-TARJETA-NUEVA
           END-IF.

       VALIDAR-CLIENTE.
           IF CLIENTES-PRESENTES
               MOVE WS-INPUT-CLIENTE TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'CLIENTE NO ENCONTRADO'
               END-READ
               IF NOT CLIENTES-OK
                   MOVE 'N' TO WS-VALID-INPUT
               ELSE
                   IF CUST-BAJA
                       DISPLAY 'CLIENTE DADO DE BAJA - NO SE EMITEN '
                           'TARJETAS'
                       MOVE 'N' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY 'CLIENTE: ' CUST-NAME
                   END-IF
               END-IF
           END-IF.

       GRABAR-TARJETA-NUEVA.
           PERFORM CALCULAR-VENCIMIENTO
           MOVE WS-INPUT-TARJETA TO CRD-NUMERO
           MOVE WS-INPUT-CLIENTE TO CRD-CUST-ID
           MOVE WS-NUEVAS-CUENTAS TO CRD-CUENTAS
           MOVE WS-NUEVO-VENCE TO CRD-VENCE
           MOVE 'A' TO CRD-ESTADO
           MOVE WS-NEW-PIN TO WS-PIN-TRABAJO
           MOVE WS-INPUT-TARJETA TO WS-PIN-TARJETA
           PERFORM CODIFICAR-PIN
           MOVE WS-PIN-CIFRADO TO CRD-PIN
           MOVE WS-FECHA-NEGOCIO TO CRD-EMISION
           MOVE 0 TO CRD-ANTERIOR
           MOVE 'S' TO WS-REWRITE-OK
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR TARJETA NUEVA'
                   MOVE 'N' TO WS-REWRITE-OK
           END-WRITE
           IF GRABADO-OK
               DISPLAY 'TARJETA EMITIDA: ' CRD-NUMERO
                   ' VENCE ' CRD-VENCE
               MOVE 'EMISION TARJETA' TO AUD-ACCION
               PERFORM AUDITAR-TARJETA
           END-IF.

       CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC
           ADD WS-ANIOS-VIGENCIA TO WS-FC-ANIO
           MOVE 1 TO WS-FC-DIA
           IF WS-FC-MES = 12
               ADD 1 TO WS-FC-ANIO
               MOVE 1 TO WS-FC-MES
           ELSE
               ADD 1 TO WS-FC-MES
           END-IF
           COMPUTE WS-DIA-CALC =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-CALC) - 1
           COMPUTE WS-NUEVO-VENCE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CALC).

       SOLICITAR-CUENTAS-TARJETA.
           MOVE 0 TO WS-CTA-COUNT
           MOVE 0 TO WS-CTA-ERRORES
           MOVE 'N' TO WS-CTA-FIN
           MOVE ZEROS TO WS-NUEVAS-CUENTAS
           PERFORM SOLICITAR-UNA-CUENTA-TARJETA
               UNTIL FIN-CUENTAS
                  OR WS-CTA-COUNT = WS-MAX-CTAS-TARJETA
                  OR WS-CTA-ERRORES > WS-MAX-RETRIES.

       SOLICITAR-UNA-CUENTA-TARJETA.
           DISPLAY 'CUENTA A VINCULAR (5 DIGITOS, ENTER PARA '
               'TERMINAR): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RAW-ID
           ACCEPT WS-RAW-ID
           EVALUATE TRUE
               WHEN WS-RAW-ID = SPACES OR WS-RAW-ID = ZEROS
                   MOVE 'S' TO WS-CTA-FIN
               WHEN WS-RAW-ID IS NOT NUMERIC
                   DISPLAY 'ID INVALIDO - INGRESE 5 DIGITOS NUMERICOS'
                   ADD 1 TO WS-CTA-ERRORES
               WHEN OTHER
                   MOVE WS-RAW-ID TO WS-INPUT-ID
                   PERFORM VALIDAR-CUENTA-TARJETA
           END-EVALUATE.

       VALIDAR-CUENTA-TARJETA.
           MOVE 'N' TO WS-CTA-REPETIDA
           PERFORM BUSCAR-CUENTA-REPETIDA
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT
           MOVE WS-INPUT-ID TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE 0 TO WS-TITULAR-CUENTA
           IF ACCOUNTS-OK
               IF ACC-OWNER-ID = 0
                   MOVE ACC-ID TO WS-TITULAR-CUENTA
               ELSE
                   MOVE ACC-OWNER-ID TO WS-TITULAR-CUENTA
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CUENTA-REPETIDA
                   DISPLAY 'LA CUENTA YA ESTA VINCULADA A LA TARJETA'
                   ADD 1 TO WS-CTA-ERRORES
               WHEN NOT ACCOUNTS-OK
                   DISPLAY 'CUENTA NO ENCONTRADA: ' WS-INPUT-ID
                   ADD 1 TO WS-CTA-ERRORES
               WHEN WS-TITULAR-CUENTA NOT = WS-INPUT-CLIENTE
                   DISPLAY 'LA CUENTA NO PERTENECE AL CLIENTE '
                       WS-INPUT-CLIENTE
                   ADD 1 TO WS-CTA-ERRORES
               WHEN ACC-CERRADA
                   DISPLAY 'CUENTA CERRADA - NO SE PUEDE VINCULAR'
                   ADD 1 TO WS-CTA-ERRORES
               WHEN OTHER
                   ADD 1 TO WS-CTA-COUNT
                   MOVE WS-INPUT-ID TO WS-NUEVA-CUENTA (WS-CTA-COUNT)
                   DISPLAY 'CUENTA VINCULADA: ' WS-INPUT-ID
                       ' ' ACC-NAME
           END-EVALUATE.

       BUSCAR-CUENTA-REPETIDA.
           IF WS-NUEVA-CUENTA (WS-CTA-I) = WS-INPUT-ID
               MOVE 'S' TO WS-CTA-REPETIDA
           END-IF.

       REEMPLAZAR-TARJETA.
           PERFORM LEER-TARJETA
           IF TARJETA-LEIDA
               IF CRD-REEMPLAZADA
                   DISPLAY 'LA TARJETA YA FUE REEMPLAZADA'
               ELSE
                   MOVE CARD-RECORD TO WS-TARJETA-GUARDADA
                   MOVE CRD-NUMERO TO WS-TARJETA-ANTERIOR
                   MOVE CRD-NUMERO TO WS-PIN-TARJETA
                   MOVE CRD-PIN TO WS-PIN-CIFRADO
                   PERFORM DECODIFICAR-PIN
                   PERFORM SOLICITAR-TARJETA-NUEVA
                   IF ENTRADA-VALIDA
                       PERFORM GRABAR-TARJETA-REEMPLAZO
                   ELSE
                       DISPLAY 'OPERACION CANCELADA'
                   END-IF
               END-IF
           END-IF.

       GRABAR-TARJETA-REEMPLAZO.
           PERFORM CALCULAR-VENCIMIENTO
           MOVE WS-INPUT-TARJETA TO WS-TARJETA-NUEVA
           MOVE WS-TARJETA-GUARDADA TO CARD-RECORD
           MOVE WS-TARJETA-NUEVA TO CRD-NUMERO
           MOVE WS-NUEVO-VENCE TO CRD-VENCE
           MOVE 'A' TO CRD-ESTADO
           MOVE WS-TARJETA-NUEVA TO WS-PIN-TARJETA
           PERFORM CODIFICAR-PIN
           MOVE WS-PIN-CIFRADO TO CRD-PIN
           MOVE WS-FECHA-NEGOCIO TO CRD-EMISION
           MOVE WS-TARJETA-ANTERIOR TO CRD-ANTERIOR
           MOVE 'S' TO WS-REWRITE-OK
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR TARJETA NUEVA'
                   MOVE 'N' TO WS-REWRITE-OK
           END-WRITE
           IF GRABADO-OK
               DISPLAY 'TARJETA EMITIDA: ' CRD-NUMERO
                   ' VENCE ' CRD-VENCE
               MOVE 'EMISION TARJETA' TO AUD-ACCION
               PERFORM AUDITAR-TARJETA
               MOVE WS-TARJETA-GUARDADA TO CARD-RECORD
               IF CRD-ACTIVA OR CRD-VENCIDA
                   MOVE 'S' TO CRD-ESTADO
               END-IF
               PERFORM GRABAR-TARJETA
               IF GRABADO-OK
                   DISPLAY 'TARJETA REEMPLAZADA: ' CRD-NUMERO
                   MOVE 'REEMPLAZO TARJ' TO AUD-ACCION
                   PERFORM AUDITAR-TARJETA
               ELSE
                   DISPLAY 'ADVERTENCIA: LA TARJETA ' CRD-NUMERO
                       ' SIGUE HABILITADA - DENUNCIELA'
               END-IF
           END-IF.

       DENUNCIAR-TARJETA.
           PERFORM LEER-TARJETA
           IF TARJETA-LEIDA
               IF CRD-ACTIVA OR CRD-VENCIDA
                   PERFORM SOLICITAR-MOTIVO-DENUNCIA
                   IF ENTRADA-VALIDA
                       MOVE WS-NUEVO-ESTADO TO CRD-ESTADO
                       PERFORM GRABAR-TARJETA
                       IF GRABADO-OK
                           DISPLAY 'TARJETA INHABILITADA: '
                               CRD-NUMERO
                           MOVE 'BLOQUEO TARJETA' TO AUD-ACCION
                           PERFORM AUDITAR-TARJETA
                       END-IF
                   ELSE
                       DISPLAY 'OPERACION CANCELADA'
                   END-IF
               ELSE
                   PERFORM DESCRIBIR-ESTADO
                   DISPLAY 'LA TARJETA YA ESTA INHABILITADA - '
                       WS-ESTADO-TEXTO
               END-IF
           END-IF.

       CAMBIAR-PIN-TARJETA.
           PERFORM LEER-TARJETA
           IF TARJETA-LEIDA
               IF CRD-ACTIVA
                   PERFORM SOLICITAR-PIN-NUEVO
                   IF ENTRADA-VALIDA
                       MOVE WS-NEW-PIN TO WS-PIN-TRABAJO
                       MOVE CRD-NUMERO TO WS-PIN-TARJETA
                       PERFORM CODIFICAR-PIN
                       MOVE WS-PIN-CIFRADO TO CRD-PIN
                       PERFORM GRABAR-TARJETA
                       IF GRABADO-OK
                           DISPLAY 'PIN ACTUALIZADO: ' CRD-NUMERO
                           MOVE 'CAMBIO PIN TARJ' TO AUD-ACCION
                           PERFORM AUDITAR-TARJETA
                       END-IF
                   ELSE
                       DISPLAY 'OPERACION CANCELADA'
                   END-IF
               ELSE
                   PERFORM DESCRIBIR-ESTADO
                   DISPLAY 'TARJETA NO ACTIVA - ' WS-ESTADO-TEXTO
               END-IF
           END-IF.

       CONSULTAR-TARJETA.
           PERFORM LEER-TARJETA
           IF TARJETA-LEIDA
               PERFORM DESCRIBIR-ESTADO
               DISPLAY 'TARJETA:   ' CRD-NUMERO
               DISPLAY 'CLIENTE:   ' CRD-CUST-ID
               DISPLAY 'CUENTAS:   ' CRD-CUENTA (1) ' '
                   CRD-CUENTA (2) ' ' CRD-CUENTA (3) ' '
                   CRD-CUENTA (4) ' ' CRD-CUENTA (5)
               DISPLAY 'EMISION:   ' CRD-EMISION
               DISPLAY 'VENCE:     ' CRD-VENCE
               DISPLAY 'ESTADO:    ' WS-ESTADO-TEXTO
               IF CRD-ANTERIOR NOT = 0
                   DISPLAY 'REEMPLAZA: ' CRD-ANTERIOR
               END-IF
           END-IF.

       DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN CRD-ACTIVA
                   MOVE 'ACTIVA' TO WS-ESTADO-TEXTO
               WHEN CRD-PERDIDA
                   MOVE 'PERDIDA' TO WS-ESTADO-TEXTO
               WHEN CRD-ROBADA
                   MOVE 'ROBADA' TO WS-ESTADO-TEXTO
               WHEN CRD-VENCIDA
                   MOVE 'VENCIDA' TO WS-ESTADO-TEXTO
               WHEN CRD-REEMPLAZADA
                   MOVE 'REEMPLAZADA' TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE 'DESCONOCIDO' TO WS-ESTADO-TEXTO
           END-EVALUATE.

       LEER-TARJETA.
           MOVE 'N' TO WS-FOUND
           PERFORM SOLICITAR-TARJETA
           IF ENTRADA-VALIDA
               MOVE WS-INPUT-TARJETA TO CRD-NUMERO
               READ CARD-FILE
                   INVALID KEY
                       DISPLAY 'TARJETA NO ENCONTRADA'
               END-READ
               IF TARJETAS-OK
                   MOVE 'S' TO WS-FOUND
               END-IF
           ELSE
               DISPLAY 'OPERACION CANCELADA'
           END-IF.

       GRABAR-TARJETA.
           MOVE 'S' TO WS-REWRITE-OK
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR TARJETA'
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE.

       CODIFICAR-PIN.
           PERFORM CODIFICAR-UN-DIGITO
               VARYING WS-PIN-I FROM 1 BY 1
               UNTIL WS-PIN-I > 4
           MOVE WS-PIN-TRABAJO-X TO WS-PIN-CIFRADO
           INSPECT WS-PIN-CIFRADO
               CONVERTING WS-DIGITOS-CLAROS TO WS-DIGITOS-PIN.

       CODIFICAR-UN-DIGITO.
           COMPUTE WS-PIN-SUMA = WS-PTR-DIG (WS-PIN-I)
               + WS-PTJ-DIG (WS-PIN-I + 12) + WS-PIN-I
           DIVIDE WS-PIN-SUMA BY 10 GIVING WS-PIN-COCIENTE
               REMAINDER WS-PIN-RESTO
           MOVE WS-PIN-RESTO TO WS-PTR-DIG (WS-PIN-I).

       DECODIFICAR-PIN.
           INSPECT WS-PIN-CIFRADO
               CONVERTING WS-DIGITOS-PIN TO WS-DIGITOS-CLAROS
           MOVE WS-PIN-CIFRADO TO WS-PIN-TRABAJO-X
           PERFORM DECODIFICAR-UN-DIGITO
               VARYING WS-PIN-I FROM 1 BY 1
               UNTIL WS-PIN-I > 4.

       DECODIFICAR-UN-DIGITO.
           COMPUTE WS-PIN-SUMA = WS-PTR-DIG (WS-PIN-I) + 20
               - WS-PTJ-DIG (WS-PIN-I + 12) - WS-PIN-I
           DIVIDE WS-PIN-SUMA BY 10 GIVING WS-PIN-COCIENTE
               REMAINDER WS-PIN-RESTO
           MOVE WS-PIN-RESTO TO WS-PTR-DIG (WS-PIN-I).

       SOLICITAR-TARJETA-NUEVA.
           PERFORM SOLICITAR-TARJETA
           IF ENTRADA-VALIDA
               MOVE WS-INPUT-TARJETA TO CRD-NUMERO
               READ CARD-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TARJETAS-OK
                   DISPLAY 'LA TARJETA YA EXISTE: ' WS-INPUT-TARJETA
                   MOVE 'N' TO WS-VALID-INPUT
               END-IF
           END-IF.

       SOLICITAR-TARJETA.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-TARJETA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-TARJETA.
           DISPLAY 'NUMERO DE TARJETA (16 DIGITOS): '
               WITH NO ADVANCING
           ACCEPT WS-RAW-TARJETA
           IF WS-RAW-TARJETA IS NUMERIC AND WS-RAW-TARJETA NOT = ZEROS
               MOVE WS-RAW-TARJETA TO WS-INPUT-TARJETA
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'TARJETA INVALIDA - INGRESE 16 DIGITOS '
                   'NUMERICOS'
           END-IF.

       SOLICITAR-CLIENTE.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-CLIENTE
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-CLIENTE.
           DISPLAY 'ID DE CLIENTE (5 DIGITOS): ' WITH NO ADVANCING
           ACCEPT WS-RAW-ID
           IF WS-RAW-ID IS NUMERIC AND WS-RAW-ID NOT = ZEROS
               MOVE WS-RAW-ID TO WS-INPUT-CLIENTE
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'ID INVALIDO - INGRESE 5 DIGITOS NUMERICOS'
           END-IF.

       SOLICITAR-PIN-NUEVO.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-PIN-NUEVO
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-PIN-NUEVO.
           DISPLAY 'PIN (4 DIGITOS): ' WITH NO ADVANCING
           ACCEPT WS-RAW-PIN
           IF WS-RAW-PIN IS NUMERIC
               MOVE WS-RAW-PIN TO WS-NEW-PIN
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'PIN INVALIDO - INGRESE 4 DIGITOS NUMERICOS'
           END-IF.

       SOLICITAR-MOTIVO-DENUNCIA.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-MOTIVO-DENUNCIA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-MOTIVO-DENUNCIA.
           DISPLAY 'MOTIVO (P=PERDIDA R=ROBADA): ' WITH NO ADVANCING
           ACCEPT WS-RAW-ESTADO
           EVALUATE WS-RAW-ESTADO
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-NUEVO-ESTADO
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-NUEVO-ESTADO
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN OTHER
                   DISPLAY 'MOTIVO INVALIDO - INGRESE P O R'
           END-EVALUATE.

       FINALIZAR.
           CLOSE CARD-FILE
           CLOSE ACCOUNTS-FILE
           IF CLIENTES-PRESENTES
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE AUDIT-FILE.
