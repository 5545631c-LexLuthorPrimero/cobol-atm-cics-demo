       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCSET.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-FILE ASSIGN TO 'ATMCASH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.
           SELECT CLOG-FILE ASSIGN TO 'ATMCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT TRANLOG-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT DIF-FILE ASSIGN TO 'ATMCDIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIF-STATUS.
           SELECT SET-REPORT-FILE ASSIGN TO 'ATMCSET.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASH-FILE.
       01  CASH-RECORD.
           05  CAS-TERMINAL   PIC X(4).
           05  CAS-DENOM      PIC 9(3).
           05  CAS-CANTIDAD   PIC 9(5).

       FD  CLOG-FILE.
       01  CLOG-RECORD.
           05  CLG-TERMINAL   PIC X(4).
           05  CLG-FECHA      PIC 9(8).
           05  CLG-HORA       PIC 9(8).
           05  CLG-DENOM      PIC 9(3).
           05  CLG-CANTIDAD   PIC 9(5).
           05  CLG-CARGADO    PIC 9(5).
           05  CLG-OP-ID      PIC X(8).

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD.
           05  TL-ACC-ID      PIC 9(5).
           05  TL-TXN-TYPE    PIC X(1).
               88  TL-DEPOSITO       VALUE 'D'.
               88  TL-RETIRO         VALUE 'R'.
               88  TL-TRANSF-DEBITO  VALUE 'X'.
               88  TL-TRANSF-CREDITO VALUE 'Y'.
               88  TL-INTERES        VALUE 'I'.
               88  TL-COMISION       VALUE 'F'.
               88  TL-LIBERACION     VALUE 'L'.
               88  TL-INTERES-DEBITO VALUE 'J'.
               88  TL-AJUSTE-CREDITO VALUE 'A'.
               88  TL-AJUSTE-DEBITO  VALUE 'B'.
           05  TL-AMOUNT      PIC 9(7)V99.
           05  TL-BALANCE     PIC S9(7)V99.
           05  TL-DATE        PIC 9(8).
           05  TL-TIME        PIC 9(8).
           05  TL-REF         PIC 9(9).
           05  TL-CANAL       PIC X(3).
           05  TL-TERMINAL    PIC X(4).
           05  TL-MOTIVO      PIC X(3).
           05  TL-REF-ORIG    PIC 9(9).

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

       FD  SET-REPORT-FILE.
       01  SET-REPORT-RECORD  PIC X(80).

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

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CASH-STATUS     PIC X(2).
           88  EFECTIVO-OK    VALUE '00'.
           88  EFECTIVO-EOF   VALUE '10'.
           88  EFECTIVO-NOFILE VALUE '35'.

       01  WS-CLOG-STATUS     PIC X(2).
           88  HISTORIAL-OK   VALUE '00'.
           88  HISTORIAL-EOF  VALUE '10'.
           88  HISTORIAL-NOFILE VALUE '35'.

       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.
           88  TRANLOG-EOF    VALUE '10'.

       01  WS-DIF-STATUS      PIC X(2).
           88  DIFERENCIAS-OK VALUE '00'.
           88  DIFERENCIAS-NOFILE VALUE '35'.

       01  WS-SR-STATUS       PIC X(2).
           88  REPORTE-ARQ-OK VALUE '00'.

       01  WS-OPERATOR-STATUS PIC X(2).
           88  OPERADORES-OK  VALUE '00'.
           88  OPERADORES-EOF VALUE '10'.

       01  WS-AUDIT-STATUS    PIC X(2).
           88  AUDITORIA-OK   VALUE '00'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.
       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).

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

       01  WS-JOURNAL-NAME    PIC X(30).
       01  WS-FECHA-ARCHIVO   PIC 9(8).
       01  WS-DIA-INI         PIC 9(7).
       01  WS-DIA-ACTUAL      PIC 9(7).
       01  WS-DIA-TOPE        PIC 9(7).

       01  WS-CARGA-FECHA     PIC 9(8) VALUE 0.
       01  WS-CARGA-HORA      PIC 9(8) VALUE 0.
       01  WS-CARGA-OP        PIC X(8).

       01  WS-MAX-DENOM       PIC 9(2) VALUE 20.
       01  WS-DEN-COUNT       PIC 9(2) VALUE 0.
       01  WS-DEN-HALLADO     PIC 9(2) VALUE 0.
       01  WS-DEN-I           PIC 9(2).
       01  WS-DEN-TABLE.
           05  WS-DEN-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-DEN-COUNT
                       INDEXED BY WS-DEN-IDX.
               10  WS-DEN-VALOR       PIC 9(3).
               10  WS-DEN-CARGA       PIC 9(5).
               10  WS-DEN-LIBROS      PIC 9(5).
               10  WS-DEN-FISICO      PIC 9(5).

       01  WS-RETIROS-CANT    PIC 9(7) VALUE 0.
       01  WS-RETIROS-MONTO   PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-CARGA     PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-LIBROS    PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-CONTADO   PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-ESPERADO  PIC S9(9)V99 VALUE 0.
       01  WS-DIFERENCIA      PIC S9(9)V99 VALUE 0.
       01  WS-DIF-BILLETES    PIC S9(6).
       01  WS-DIF-HORA        PIC 9(8).
       01  WS-AUD-MONTO       PIC 9(7)V99.
       01  WS-RESULTADO       PIC X(10).
       01  WS-RESULTADO-COD   PIC X(4).

       01  WS-ARQUEOS         PIC 9(3) VALUE 0.
       01  WS-CUADRADOS       PIC 9(3) VALUE 0.
       01  WS-CON-DIFERENCIA  PIC 9(3) VALUE 0.

       01  WS-CHOICE          PIC X.
       01  WS-TERMINAL        PIC X(4).
       01  WS-DENOM           PIC 9(3).

       01  WS-VALID-INPUT     PIC X VALUE 'N'.
           88  ENTRADA-VALIDA   VALUE 'S'.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-RAW-TERM        PIC X(4).
       01  WS-RAW-CANT        PIC X(5).

       01  WS-SET-TITULO.
           05  FILLER             PIC X(16) VALUE 'ARQUEO TERMINAL '.
           05  WS-ST-TERMINAL     PIC X(4).
           05  FILLER             PIC X(8)  VALUE '  FECHA '.
           05  WS-ST-FECHA        PIC 9(8).
           05  FILLER             PIC X(16) VALUE '  ULTIMA CARGA '.
           05  WS-ST-CARGA-FECHA  PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-ST-CARGA-HORA   PIC 9(8).

       01  WS-SET-DETALLE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SD-DENOM        PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-SD-CARGA        PIC ZZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SD-LIBROS       PIC ZZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SD-FISICO       PIC ZZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-SD-DIF          PIC -(5)9.

       01  WS-SET-TOTAL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SS-TEXTO        PIC X(30).
           05  WS-SS-MONTO        PIC -(9)9.99.

       01  WS-SET-RESUMEN.
           05  FILLER             PIC X(9)  VALUE 'ARQUEOS: '.
           05  WS-SR-ARQUEOS      PIC ZZ9.
           05  FILLER             PIC X(14) VALUE '  CUADRADOS: '.
           05  WS-SR-CUADRADOS    PIC ZZ9.
           05  FILLER             PIC X(19) VALUE
               '  CON DIFERENCIA: '.
           05  WS-SR-DIFERENCIAS  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIAR-SESION-OPERADOR
           IF NOT OPERADOR-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF
           IF WS-OP-PRIV-ACTUAL < WS-PRIV-REQUERIDO
               DISPLAY 'OPERADOR SIN PRIVILEGIO DE EFECTIVO'
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           DISPLAY '============================================'
           DISPLAY '   ARQUEO Y CUADRE DE EFECTIVO POR TERMINAL '
           DISPLAY '============================================'
           PERFORM RUTINA-MENU-ARQ
               UNTIL WS-CHOICE = 'S' OR WS-CHOICE = 's'
           PERFORM FINALIZAR
           DISPLAY 'FIN DE ARQUEO DE EFECTIVO'
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM ABRIR-AUDITORIA
           OPEN OUTPUT SET-REPORT-FILE
           IF NOT REPORTE-ARQ-OK
               DISPLAY 'ERROR AL ABRIR REPORTE DE ARQUEO'
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           MOVE 'ARQUEO DE EFECTIVO POR TERMINAL' TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD.

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
           CLOSE BDATE-FILE
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD
           IF WS-FECHA-MAQUINA NOT = WS-FECHA-NEGOCIO
               DISPLAY 'ADVERTENCIA: RELOJ ' WS-FECHA-MAQUINA
                   ' DISTINTO DE LA FECHA DE NEGOCIO '
                   WS-FECHA-NEGOCIO ' - SE OPERA CON LA FECHA '
                   'DE NEGOCIO'
           END-IF.

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

       RUTINA-MENU-ARQ.
           DISPLAY ' '
           DISPLAY 'Opciones:'
           DISPLAY '  1. ARQUEAR TERMINAL'
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN '1' PERFORM ARQUEAR-TERMINAL
               WHEN 'S' CONTINUE
               WHEN 's' CONTINUE
               WHEN OTHER DISPLAY 'OPCION NO VALIDA'
           END-EVALUATE.

       ARQUEAR-TERMINAL.
           PERFORM SOLICITAR-TERMINAL
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
           ELSE
               PERFORM BUSCAR-ULTIMA-CARGA
               IF WS-DEN-COUNT = 0
                   DISPLAY 'NO HAY CARGAS REGISTRADAS PARA LA '
                       'TERMINAL ' WS-TERMINAL
               ELSE
                   DISPLAY 'ULTIMA CARGA: ' WS-CARGA-FECHA ' '
                       WS-CARGA-HORA ' OPERADOR ' WS-CARGA-OP
                   PERFORM CARGAR-LIBROS
                   PERFORM SUMAR-RETIROS
                   PERFORM SOLICITAR-CONTEO
                   IF NOT ENTRADA-VALIDA
                       DISPLAY 'OPERACION CANCELADA'
                   ELSE
                       PERFORM CALCULAR-DIFERENCIA
                       PERFORM EMITIR-ARQUEO
                       PERFORM REGISTRAR-DIFERENCIA
                       PERFORM AUDITAR-ARQUEO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-ULTIMA-CARGA.
           MOVE 0 TO WS-DEN-COUNT
           MOVE 0 TO WS-CARGA-FECHA
           MOVE 0 TO WS-CARGA-HORA
           MOVE SPACES TO WS-CARGA-OP
           OPEN INPUT CLOG-FILE
           IF HISTORIAL-NOFILE
               CONTINUE
           ELSE
               IF NOT HISTORIAL-OK
                   DISPLAY 'ERROR AL ABRIR ATMCLOG.DAT'
               ELSE
                   PERFORM LEER-UNA-CARGA UNTIL HISTORIAL-EOF
                   CLOSE CLOG-FILE
               END-IF
           END-IF.

       LEER-UNA-CARGA.
           READ CLOG-FILE
           IF HISTORIAL-OK AND CLG-TERMINAL = WS-TERMINAL
               IF CLG-FECHA > WS-CARGA-FECHA
                  OR (CLG-FECHA = WS-CARGA-FECHA
                      AND CLG-HORA > WS-CARGA-HORA)
                   MOVE 0 TO WS-DEN-COUNT
                   MOVE CLG-FECHA TO WS-CARGA-FECHA
                   MOVE CLG-HORA TO WS-CARGA-HORA
                   MOVE CLG-OP-ID TO WS-CARGA-OP
               END-IF
               IF CLG-FECHA = WS-CARGA-FECHA
                  AND CLG-HORA = WS-CARGA-HORA
                   MOVE CLG-DENOM TO WS-DENOM
                   PERFORM UBICAR-DENOMINACION
                   IF WS-DEN-HALLADO NOT = 0
                       SET WS-DEN-IDX TO WS-DEN-HALLADO
                       MOVE CLG-CANTIDAD TO WS-DEN-CARGA (WS-DEN-IDX)
                   END-IF
               END-IF
           END-IF.

       UBICAR-DENOMINACION.
           MOVE 0 TO WS-DEN-HALLADO
           PERFORM BUSCAR-DENOMINACION
               VARYING WS-DEN-I FROM 1 BY 1
               UNTIL WS-DEN-I > WS-DEN-COUNT
                  OR WS-DEN-HALLADO NOT = 0
           IF WS-DEN-HALLADO = 0
               IF WS-DEN-COUNT = WS-MAX-DENOM
                   DISPLAY 'HAY MAS DE ' WS-MAX-DENOM
                       ' DENOMINACIONES EN LA TERMINAL - AMPLIAR LA '
                       'TABLA ANTES DE CONTINUAR'
               ELSE
                   ADD 1 TO WS-DEN-COUNT
                   SET WS-DEN-IDX TO WS-DEN-COUNT
                   MOVE WS-DENOM TO WS-DEN-VALOR (WS-DEN-IDX)
                   MOVE 0 TO WS-DEN-CARGA (WS-DEN-IDX)
                   MOVE 0 TO WS-DEN-LIBROS (WS-DEN-IDX)
                   MOVE 0 TO WS-DEN-FISICO (WS-DEN-IDX)
                   MOVE WS-DEN-COUNT TO WS-DEN-HALLADO
               END-IF
           END-IF.

       BUSCAR-DENOMINACION.
           IF WS-DEN-VALOR (WS-DEN-I) = WS-DENOM
               MOVE WS-DEN-I TO WS-DEN-HALLADO
           END-IF.

       CARGAR-LIBROS.
           OPEN INPUT CASH-FILE
           IF EFECTIVO-NOFILE
               DISPLAY 'NO EXISTE ATMCASH.DAT - SIN SALDO EN LIBROS'
           ELSE
               IF NOT EFECTIVO-OK
                   DISPLAY 'ERROR AL ABRIR ATMCASH.DAT'
               ELSE
                   PERFORM CARGAR-UN-CASSETTE UNTIL EFECTIVO-EOF
                   CLOSE CASH-FILE
               END-IF
           END-IF.

       CARGAR-UN-CASSETTE.
           READ CASH-FILE
           IF EFECTIVO-OK AND CAS-TERMINAL = WS-TERMINAL
               MOVE CAS-DENOM TO WS-DENOM
               PERFORM UBICAR-DENOMINACION
               IF WS-DEN-HALLADO NOT = 0
                   SET WS-DEN-IDX TO WS-DEN-HALLADO
                   MOVE CAS-CANTIDAD TO WS-DEN-LIBROS (WS-DEN-IDX)
               END-IF
           END-IF.

       SUMAR-RETIROS.
           MOVE 0 TO WS-RETIROS-CANT
           MOVE 0 TO WS-RETIROS-MONTO
           COMPUTE WS-DIA-INI =
               FUNCTION INTEGER-OF-DATE (WS-CARGA-FECHA)
           COMPUTE WS-DIA-TOPE =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           PERFORM SUMAR-ARCHIVO-DE-UN-DIA
               VARYING WS-DIA-ACTUAL FROM WS-DIA-INI BY 1
               UNTIL WS-DIA-ACTUAL > WS-DIA-TOPE
           MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME
           PERFORM SUMAR-DE-UN-JOURNAL.

       SUMAR-ARCHIVO-DE-UN-DIA.
           COMPUTE WS-FECHA-ARCHIVO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-ACTUAL)
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING 'TRANLOG.' WS-FECHA-ARCHIVO '.DAT'
               DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           PERFORM SUMAR-DE-UN-JOURNAL.

       SUMAR-DE-UN-JOURNAL.
           OPEN INPUT TRANLOG-FILE
           IF TRANLOG-OK
               PERFORM SUMAR-UN-MOVIMIENTO UNTIL TRANLOG-EOF
               CLOSE TRANLOG-FILE
           END-IF.

       SUMAR-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK AND TL-RETIRO
              AND TL-TERMINAL = WS-TERMINAL
               IF TL-DATE > WS-CARGA-FECHA
                  OR (TL-DATE = WS-CARGA-FECHA
                      AND TL-TIME NOT < WS-CARGA-HORA)
                   ADD 1 TO WS-RETIROS-CANT
                   ADD TL-AMOUNT TO WS-RETIROS-MONTO
               END-IF
           END-IF.

       SOLICITAR-CONTEO.
           MOVE 'S' TO WS-VALID-INPUT
           PERFORM SOLICITAR-CONTEO-DENOM
               VARYING WS-DEN-I FROM 1 BY 1
               UNTIL WS-DEN-I > WS-DEN-COUNT
                  OR NOT ENTRADA-VALIDA.

       SOLICITAR-CONTEO-DENOM.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-CONTEO
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-CONTEO.
           DISPLAY 'BILLETES DE ' WS-DEN-VALOR (WS-DEN-I)
               ' CONTADOS (5 DIGITOS): ' WITH NO ADVANCING
           ACCEPT WS-RAW-CANT
           IF WS-RAW-CANT IS NUMERIC
               MOVE WS-RAW-CANT TO WS-DEN-FISICO (WS-DEN-I)
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'CANTIDAD INVALIDA - INGRESE 5 DIGITOS '
                   'NUMERICOS'
           END-IF.

       CALCULAR-DIFERENCIA.
           MOVE 0 TO WS-VALOR-CARGA
           MOVE 0 TO WS-VALOR-LIBROS
           MOVE 0 TO WS-VALOR-CONTADO
           PERFORM VALORIZAR-UNA-DENOM
               VARYING WS-DEN-I FROM 1 BY 1
               UNTIL WS-DEN-I > WS-DEN-COUNT
           COMPUTE WS-VALOR-ESPERADO =
               WS-VALOR-CARGA - WS-RETIROS-MONTO
           COMPUTE WS-DIFERENCIA =
               WS-VALOR-CONTADO - WS-VALOR-ESPERADO
           EVALUATE TRUE
               WHEN WS-DIFERENCIA > 0
                   MOVE 'SOBRANTE' TO WS-RESULTADO
                   MOVE 'SOBR' TO WS-RESULTADO-COD
                   MOVE WS-DIFERENCIA TO WS-AUD-MONTO
                   ADD 1 TO WS-CON-DIFERENCIA
               WHEN WS-DIFERENCIA < 0
                   MOVE 'FALTANTE' TO WS-RESULTADO
                   MOVE 'FALT' TO WS-RESULTADO-COD
                   COMPUTE WS-AUD-MONTO = 0 - WS-DIFERENCIA
                   ADD 1 TO WS-CON-DIFERENCIA
               WHEN OTHER
                   MOVE 'CUADRADO' TO WS-RESULTADO
                   MOVE 'CUAD' TO WS-RESULTADO-COD
                   MOVE 0 TO WS-AUD-MONTO
                   ADD 1 TO WS-CUADRADOS
           END-EVALUATE
           ADD 1 TO WS-ARQUEOS.

       VALORIZAR-UNA-DENOM.
           COMPUTE WS-VALOR-CARGA = WS-VALOR-CARGA
               + WS-DEN-VALOR (WS-DEN-I) * WS-DEN-CARGA (WS-DEN-I)
           COMPUTE WS-VALOR-LIBROS = WS-VALOR-LIBROS
               + WS-DEN-VALOR (WS-DEN-I) * WS-DEN-LIBROS (WS-DEN-I)
           COMPUTE WS-VALOR-CONTADO = WS-VALOR-CONTADO
               + WS-DEN-VALOR (WS-DEN-I) * WS-DEN-FISICO (WS-DEN-I).

       EMITIR-ARQUEO.
           MOVE SPACES TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD
           MOVE WS-TERMINAL TO WS-ST-TERMINAL
           MOVE WS-FECHA-NEGOCIO TO WS-ST-FECHA
           MOVE WS-CARGA-FECHA TO WS-ST-CARGA-FECHA
           MOVE WS-CARGA-HORA TO WS-ST-CARGA-HORA
           MOVE WS-SET-TITULO TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD
           MOVE 'DENOM  CARGADOS  EN LIBROS  CONTADOS  DIF.BILLETES'
             TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD
           PERFORM EMITIR-UNA-DENOM
               VARYING WS-DEN-I FROM 1 BY 1
               UNTIL WS-DEN-I > WS-DEN-COUNT

           MOVE 'VALOR A LA ULTIMA CARGA' TO WS-SS-TEXTO
           MOVE WS-VALOR-CARGA TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL
           MOVE SPACES TO WS-SS-TEXTO
           STRING 'RETIROS EN JOURNAL (' WS-RETIROS-CANT ')'
               DELIMITED BY SIZE
               INTO WS-SS-TEXTO
           MOVE WS-RETIROS-MONTO TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL
           MOVE 'EFECTIVO ESPERADO' TO WS-SS-TEXTO
           MOVE WS-VALOR-ESPERADO TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL
           MOVE 'EFECTIVO EN LIBROS (CASSETTES)' TO WS-SS-TEXTO
           MOVE WS-VALOR-LIBROS TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL
           MOVE 'EFECTIVO CONTADO' TO WS-SS-TEXTO
           MOVE WS-VALOR-CONTADO TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL
           MOVE SPACES TO WS-SS-TEXTO
           STRING 'DIFERENCIA - ' WS-RESULTADO
               DELIMITED BY SIZE
               INTO WS-SS-TEXTO
           MOVE WS-DIFERENCIA TO WS-SS-MONTO
           PERFORM EMITIR-TOTAL

           MOVE WS-VALOR-ESPERADO TO WS-SS-MONTO
           DISPLAY 'EFECTIVO ESPERADO:  ' WS-SS-MONTO
           MOVE WS-VALOR-CONTADO TO WS-SS-MONTO
           DISPLAY 'EFECTIVO CONTADO:   ' WS-SS-MONTO
           MOVE WS-DIFERENCIA TO WS-SS-MONTO
           DISPLAY 'DIFERENCIA:         ' WS-SS-MONTO ' '
               WS-RESULTADO.

       EMITIR-UNA-DENOM.
           MOVE WS-DEN-VALOR (WS-DEN-I) TO WS-SD-DENOM
           MOVE WS-DEN-CARGA (WS-DEN-I) TO WS-SD-CARGA
           MOVE WS-DEN-LIBROS (WS-DEN-I) TO WS-SD-LIBROS
           MOVE WS-DEN-FISICO (WS-DEN-I) TO WS-SD-FISICO
           COMPUTE WS-DIF-BILLETES =
               WS-DEN-FISICO (WS-DEN-I) - WS-DEN-LIBROS (WS-DEN-I)
           MOVE WS-DIF-BILLETES TO WS-SD-DIF
           MOVE WS-SET-DETALLE TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD.

       EMITIR-TOTAL.
           MOVE WS-SET-TOTAL TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD.

       REGISTRAR-DIFERENCIA.
           IF WS-DIFERENCIA NOT = 0
               OPEN EXTEND DIF-FILE
               IF DIFERENCIAS-NOFILE
                   OPEN OUTPUT DIF-FILE
               END-IF
               IF NOT DIFERENCIAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMCDIF.DAT - LA '
                       'DIFERENCIA NO LLEGA AL EXTRACTO CONTABLE'
               ELSE
                   ACCEPT WS-DIF-HORA FROM TIME
                   MOVE WS-TERMINAL TO DIF-TERMINAL
                   MOVE WS-FECHA-NEGOCIO TO DIF-FECHA
                   MOVE WS-DIF-HORA TO DIF-HORA
                   IF WS-DIFERENCIA > 0
                       MOVE 'S' TO DIF-TIPO
                   ELSE
                       MOVE 'Q' TO DIF-TIPO
                   END-IF
                   MOVE WS-AUD-MONTO TO DIF-MONTO
                   MOVE WS-OP-ACTUAL TO DIF-OP-ID
                   WRITE DIF-RECORD
                   IF NOT DIFERENCIAS-OK
                       DISPLAY 'ERROR AL GRABAR ATMCDIF.DAT'
                   END-IF
                   CLOSE DIF-FILE
               END-IF
           END-IF.

       AUDITAR-ARQUEO.
           MOVE 'ARQUEO EFECTIVO' TO AUD-ACCION
           MOVE 0 TO AUD-ACC-ID
           MOVE SPACES TO WS-AUD-DETALLE
           STRING WS-TERMINAL ' ' WS-RESULTADO-COD ' ' WS-AUD-MONTO
               DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           PERFORM GRABAR-AUDITORIA.

       SOLICITAR-TERMINAL.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-TERMINAL
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-TERMINAL.
           DISPLAY 'TERMINAL (4 CARACTERES): ' WITH NO ADVANCING
           ACCEPT WS-RAW-TERM
           IF WS-RAW-TERM NOT = SPACES
               MOVE WS-RAW-TERM TO WS-TERMINAL
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'TERMINAL INVALIDA - NO PUEDE SER BLANCA'
           END-IF.

       FINALIZAR.
           MOVE SPACES TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD
           MOVE WS-ARQUEOS TO WS-SR-ARQUEOS
           MOVE WS-CUADRADOS TO WS-SR-CUADRADOS
           MOVE WS-CON-DIFERENCIA TO WS-SR-DIFERENCIAS
           MOVE WS-SET-RESUMEN TO SET-REPORT-RECORD
           WRITE SET-REPORT-RECORD
           CLOSE SET-REPORT-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'ARQUEOS: ' WS-ARQUEOS ' CUADRADOS: ' WS-CUADRADOS
               ' CON DIFERENCIA: ' WS-CON-DIFERENCIA.
