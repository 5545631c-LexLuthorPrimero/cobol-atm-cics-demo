       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCAL.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-RECORD.
           05  CAL-FECHA          PIC 9(8).
           05  CAL-TIPO           PIC X(1).
               88  CAL-FERIADO      VALUE 'F'.
               88  CAL-HABIL        VALUE 'H'.
           05  CAL-DESCRIPCION    PIC X(20).

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
       01  WS-CAL-STATUS      PIC X(2).
           88  CALENDARIO-OK  VALUE '00'.
           88  CALENDARIO-EOF VALUE '10'.
           88  CALENDARIO-NOFILE VALUE '35'.

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

       01  WS-CHOICE          PIC X.

       01  WS-MAX-CAL         PIC 9(3) VALUE 500.
       01  WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01  WS-REG-IDX         PIC 9(3).
       01  WS-REGRABADO-OK    PIC X VALUE 'S'.
           88  REGRABACION-OK   VALUE 'S'.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-CAL-COUNT
                       INDEXED BY WS-CAL-IDX.
               10  WS-CAL-REG         PIC X(29).
       01  WS-CAL-HALLADO     PIC 9(3) VALUE 0.
       01  WS-CAL-POSICION    PIC 9(3) VALUE 0.
       01  WS-CAL-I           PIC 9(3).

       01  WS-NUEVA-FECHA.
           05  WS-NF-FECHA    PIC 9(8).
           05  WS-NF-TIPO     PIC X(1).
           05  WS-NF-DESCRIPCION PIC X(20).

       01  WS-CAL-DIA         PIC 9(7).
       01  WS-CAL-FECHA-PRUEBA PIC 9(8).
       01  WS-CAL-SEMANA      PIC 9(1).
       01  WS-CAL-COCIENTE    PIC 9(7).
       01  WS-CAL-AVANCES     PIC 9(3).
       01  WS-CAL-ES-HABIL    PIC X VALUE 'N'.
           88  DIA-HABIL        VALUE 'S'.
       01  WS-NOMBRES-DIAS.
           05  FILLER         PIC X(9) VALUE 'DOMINGO'.
           05  FILLER         PIC X(9) VALUE 'LUNES'.
           05  FILLER         PIC X(9) VALUE 'MARTES'.
           05  FILLER         PIC X(9) VALUE 'MIERCOLES'.
           05  FILLER         PIC X(9) VALUE 'JUEVES'.
           05  FILLER         PIC X(9) VALUE 'VIERNES'.
           05  FILLER         PIC X(9) VALUE 'SABADO'.
       01  WS-NOMBRES-TABLA REDEFINES WS-NOMBRES-DIAS.
           05  WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(9).
       01  WS-DIA-SEMANA-I    PIC 9(1).
       01  WS-TIPO-TEXTO      PIC X(12).

       01  WS-VALID-INPUT     PIC X VALUE 'N'.
           88  ENTRADA-VALIDA   VALUE 'S'.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-PROMPT-FECHA    PIC X(30).
       01  WS-FECHA-LEIDA     PIC 9(8).
       01  WS-DIA-ENTERO      PIC 9(7).
       01  WS-RAW-FECHA       PIC X(8).
       01  WS-RAW-TIPO        PIC X(1).
       01  WS-RAW-DESCRIPCION PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIAR-SESION-OPERADOR
           IF NOT OPERADOR-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF
           IF WS-OP-PRIV-ACTUAL < WS-PRIV-REQUERIDO
               DISPLAY 'OPERADOR SIN PRIVILEGIO DE CALENDARIO'
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           DISPLAY '============================================'
           DISPLAY '   CALENDARIO DE DIAS HABILES               '
           DISPLAY '============================================'
           PERFORM RUTINA-MENU-CAL
               UNTIL WS-CHOICE = 'S' OR WS-CHOICE = 's'
           PERFORM FINALIZAR
           DISPLAY 'FIN DE MANTENIMIENTO DEL CALENDARIO'
           STOP RUN.

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

       INICIALIZAR.
           PERFORM ABRIR-AUDITORIA
           PERFORM CARGAR-CALENDARIO.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDITORIA-OK
               DISPLAY 'ERROR AL ABRIR AUDITORIA'
               STOP RUN
           END-IF.

       CARGAR-CALENDARIO.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
           IF CALENDARIO-NOFILE
               DISPLAY 'NO EXISTE ATMCAL.DAT - SE CREARA AL DAR '
                   'DE ALTA LA PRIMERA FECHA'
           ELSE
               IF NOT CALENDARIO-OK
                   DISPLAY 'ERROR AL ABRIR ATMCAL.DAT'
                   CLOSE AUDIT-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-FECHA UNTIL CALENDARIO-EOF
                     OR WS-CAL-COUNT = WS-MAX-CAL
               IF NOT CALENDARIO-EOF
                   READ CAL-FILE
                   IF NOT CALENDARIO-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-CAL
                           ' FECHAS EN ATMCAL.DAT - AMPLIAR LA '
                           'TABLA ANTES DE CONTINUAR'
                       CLOSE CAL-FILE
                       CLOSE AUDIT-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE CAL-FILE
           END-IF.

       CARGAR-UNA-FECHA.
           READ CAL-FILE
           IF CALENDARIO-OK
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE CAL-RECORD TO WS-CAL-REG (WS-CAL-IDX)
           END-IF.

       RUTINA-MENU-CAL.
           DISPLAY ' '
           DISPLAY 'Opciones:'
           DISPLAY '  1. ALTA DE FECHA (FERIADO O HABIL ESPECIAL)'
           DISPLAY '  2. BAJA DE FECHA'
           DISPLAY '  3. LISTAR CALENDARIO'
           DISPLAY '  4. CONSULTAR UNA FECHA'
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN '1' PERFORM ALTA-FECHA
               WHEN '2' PERFORM BAJA-FECHA
               WHEN '3' PERFORM LISTAR-CALENDARIO
               WHEN '4' PERFORM CONSULTAR-FECHA
               WHEN 'S' CONTINUE
               WHEN 's' CONTINUE
               WHEN OTHER DISPLAY 'OPCION NO VALIDA'
           END-EVALUATE.

       ALTA-FECHA.
           IF WS-CAL-COUNT = WS-MAX-CAL
               DISPLAY 'TABLA DE CALENDARIO COMPLETA'
           ELSE
               PERFORM CAPTURAR-FECHA
           END-IF.

       CAPTURAR-FECHA.
           MOVE 'FECHA (AAAAMMDD): ' TO WS-PROMPT-FECHA
           PERFORM SOLICITAR-FECHA-CAL
           IF ENTRADA-VALIDA
               MOVE WS-FECHA-LEIDA TO WS-NF-FECHA
               PERFORM BUSCAR-FECHA
               IF WS-CAL-HALLADO NOT = 0
                   DISPLAY 'FECHA YA REGISTRADA EN EL CALENDARIO'
                   MOVE 'N' TO WS-VALID-INPUT
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               PERFORM SOLICITAR-TIPO-CAL
           END-IF
           IF ENTRADA-VALIDA
               DISPLAY 'DESCRIPCION (20 CARACTERES): '
                   WITH NO ADVANCING
               ACCEPT WS-RAW-DESCRIPCION
               MOVE WS-RAW-DESCRIPCION TO WS-NF-DESCRIPCION
           END-IF
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
           ELSE
               PERFORM GRABAR-FECHA-NUEVA
           END-IF.

       GRABAR-FECHA-NUEVA.
           MOVE 0 TO WS-CAL-POSICION
           PERFORM UBICAR-POSICION
               VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
                  OR WS-CAL-POSICION NOT = 0
           IF WS-CAL-POSICION = 0
               COMPUTE WS-CAL-POSICION = WS-CAL-COUNT + 1
           END-IF
           ADD 1 TO WS-CAL-COUNT
           PERFORM DESPLAZAR-UNA-FECHA
               VARYING WS-REG-IDX FROM WS-CAL-COUNT BY -1
               UNTIL WS-REG-IDX <= WS-CAL-POSICION
           SET WS-CAL-IDX TO WS-CAL-POSICION
           MOVE WS-NUEVA-FECHA TO WS-CAL-REG (WS-CAL-IDX)
           PERFORM REGRABAR-CALENDARIO
           IF REGRABACION-OK
               DISPLAY 'FECHA REGISTRADA: ' WS-NF-FECHA ' '
                   WS-NF-TIPO ' ' WS-NF-DESCRIPCION
               MOVE 'ALTA CALENDARIO' TO AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING WS-NF-FECHA ' ' WS-NF-TIPO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           ELSE
               DISPLAY 'FECHA NO GRABADA: ' WS-NF-FECHA
                   ' - VERIFIQUE ATMCAL.DAT'
           END-IF.

       UBICAR-POSICION.
           MOVE WS-CAL-REG (WS-CAL-I) TO CAL-RECORD
           IF CAL-FECHA > WS-NF-FECHA
               MOVE WS-CAL-I TO WS-CAL-POSICION
           END-IF.

       DESPLAZAR-UNA-FECHA.
           MOVE WS-CAL-REG (WS-REG-IDX - 1) TO WS-CAL-REG (WS-REG-IDX).

       BAJA-FECHA.
           MOVE 'FECHA A ELIMINAR (AAAAMMDD): ' TO WS-PROMPT-FECHA
           PERFORM SOLICITAR-FECHA-CAL
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
           ELSE
               MOVE WS-FECHA-LEIDA TO WS-NF-FECHA
               PERFORM BUSCAR-FECHA
               IF WS-CAL-HALLADO = 0
                   DISPLAY 'FECHA NO REGISTRADA EN EL CALENDARIO'
               ELSE
                   SET WS-CAL-IDX TO WS-CAL-HALLADO
                   MOVE WS-CAL-REG (WS-CAL-IDX) TO WS-NUEVA-FECHA
                   PERFORM COMPACTAR-UNA-FECHA
                       VARYING WS-REG-IDX FROM WS-CAL-HALLADO BY 1
                       UNTIL WS-REG-IDX >= WS-CAL-COUNT
                   SUBTRACT 1 FROM WS-CAL-COUNT
                   PERFORM REGRABAR-CALENDARIO
                   IF REGRABACION-OK
                       DISPLAY 'FECHA ELIMINADA: ' WS-NF-FECHA ' '
                           WS-NF-DESCRIPCION
                       MOVE 'BAJA CALENDARIO' TO AUD-ACCION
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING WS-NF-FECHA ' ' WS-NF-TIPO
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALLE
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY 'BAJA NO GRABADA: ' WS-NF-FECHA
                           ' - VERIFIQUE ATMCAL.DAT'
                   END-IF
               END-IF
           END-IF.

       COMPACTAR-UNA-FECHA.
           MOVE WS-CAL-REG (WS-REG-IDX + 1) TO WS-CAL-REG (WS-REG-IDX).

       BUSCAR-FECHA.
           MOVE 0 TO WS-CAL-HALLADO
           PERFORM COMPARAR-FECHA
               VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
                  OR WS-CAL-HALLADO NOT = 0.

       COMPARAR-FECHA.
           MOVE WS-CAL-REG (WS-CAL-I) TO CAL-RECORD
           IF CAL-FECHA = WS-NF-FECHA
               MOVE WS-CAL-I TO WS-CAL-HALLADO
           END-IF.

       LISTAR-CALENDARIO.
           IF WS-CAL-COUNT = 0
               DISPLAY 'NO HAY FECHAS REGISTRADAS - SOLO SE '
                   'EXCLUYEN SABADOS Y DOMINGOS'
           ELSE
               DISPLAY 'FECHA    DIA       TIPO         DESCRIPCION'
               PERFORM LISTAR-UNA-FECHA
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
           END-IF.

       LISTAR-UNA-FECHA.
           MOVE WS-CAL-REG (WS-CAL-IDX) TO CAL-RECORD
           COMPUTE WS-CAL-DIA =
               FUNCTION INTEGER-OF-DATE (CAL-FECHA)
           PERFORM CALCULAR-DIA-SEMANA
           IF CAL-FERIADO
               MOVE 'FERIADO' TO WS-TIPO-TEXTO
           ELSE
               MOVE 'HABIL ESPEC.' TO WS-TIPO-TEXTO
           END-IF
           DISPLAY CAL-FECHA ' ' WS-NOMBRE-DIA (WS-DIA-SEMANA-I)
               ' ' WS-TIPO-TEXTO ' ' CAL-DESCRIPCION.

       CONSULTAR-FECHA.
           MOVE 'FECHA A CONSULTAR (AAAAMMDD): ' TO WS-PROMPT-FECHA
           PERFORM SOLICITAR-FECHA-CAL
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
           ELSE
               MOVE WS-DIA-ENTERO TO WS-CAL-DIA
               PERFORM EVALUAR-DIA-HABIL
               PERFORM CALCULAR-DIA-SEMANA
               IF DIA-HABIL
                   DISPLAY WS-FECHA-LEIDA ' '
                       WS-NOMBRE-DIA (WS-DIA-SEMANA-I)
                       ' ES DIA HABIL'
               ELSE
                   DISPLAY WS-FECHA-LEIDA ' '
                       WS-NOMBRE-DIA (WS-DIA-SEMANA-I)
                       ' NO ES DIA HABIL'
               END-IF
               ADD 1 TO WS-CAL-DIA
               PERFORM AVANZAR-A-DIA-HABIL
               DISPLAY 'SIGUIENTE DIA HABIL: ' WS-CAL-FECHA-PRUEBA
           END-IF.

       CALCULAR-DIA-SEMANA.
           DIVIDE WS-CAL-DIA BY 7 GIVING WS-CAL-COCIENTE
               REMAINDER WS-CAL-SEMANA
           COMPUTE WS-DIA-SEMANA-I = WS-CAL-SEMANA + 1.

       EVALUAR-DIA-HABIL.
           COMPUTE WS-CAL-FECHA-PRUEBA =
               FUNCTION DATE-OF-INTEGER (WS-CAL-DIA)
           DIVIDE WS-CAL-DIA BY 7 GIVING WS-CAL-COCIENTE
               REMAINDER WS-CAL-SEMANA
           IF WS-CAL-SEMANA = 6 OR WS-CAL-SEMANA = 0
               MOVE 'N' TO WS-CAL-ES-HABIL
           ELSE
               MOVE 'S' TO WS-CAL-ES-HABIL
           END-IF
           MOVE WS-CAL-FECHA-PRUEBA TO WS-NF-FECHA
           PERFORM BUSCAR-FECHA
           IF WS-CAL-HALLADO NOT = 0
               MOVE WS-CAL-REG (WS-CAL-HALLADO) TO CAL-RECORD
               IF CAL-FERIADO
                   MOVE 'N' TO WS-CAL-ES-HABIL
               ELSE
                   MOVE 'S' TO WS-CAL-ES-HABIL
               END-IF
           END-IF.

       AVANZAR-A-DIA-HABIL.
           MOVE 0 TO WS-CAL-AVANCES
           PERFORM EVALUAR-DIA-HABIL
           PERFORM SIGUIENTE-DIA-CAL
               UNTIL DIA-HABIL OR WS-CAL-AVANCES > 366.

       SIGUIENTE-DIA-CAL.
           ADD 1 TO WS-CAL-DIA
           ADD 1 TO WS-CAL-AVANCES
           PERFORM EVALUAR-DIA-HABIL.

       SOLICITAR-FECHA-CAL.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-FECHA-CAL
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-FECHA-CAL.
           DISPLAY WS-PROMPT-FECHA WITH NO ADVANCING
           ACCEPT WS-RAW-FECHA
           MOVE 0 TO WS-DIA-ENTERO
           IF WS-RAW-FECHA IS NUMERIC AND WS-RAW-FECHA NOT = ZEROS
               MOVE WS-RAW-FECHA TO WS-FECHA-LEIDA
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-LEIDA)
           END-IF
           IF WS-DIA-ENTERO > 0
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'FECHA INVALIDA - INGRESE AAAAMMDD'
           END-IF.

       SOLICITAR-TIPO-CAL.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-TIPO-CAL
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-TIPO-CAL.
           DISPLAY 'TIPO (F=FERIADO H=HABIL ESPECIAL): '
               WITH NO ADVANCING
           ACCEPT WS-RAW-TIPO
           EVALUATE WS-RAW-TIPO
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-NF-TIPO
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN 'H'
               WHEN 'h'
                   MOVE 'H' TO WS-NF-TIPO
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO - INGRESE F O H'
           END-EVALUATE.

       GRABAR-AUDITORIA.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-OP-ACTUAL TO AUD-OP-ID
           MOVE 0 TO AUD-ACC-ID
           MOVE WS-AUD-DATE TO AUD-DATE
           MOVE WS-AUD-TIME TO AUD-TIME
           MOVE WS-AUD-DETALLE TO AUD-DETALLE
           WRITE AUDIT-RECORD
           IF NOT AUDITORIA-OK
               DISPLAY 'ERROR AL GRABAR AUDITORIA'
           END-IF
           MOVE SPACES TO WS-AUD-DETALLE.

       FINALIZAR.
           CLOSE AUDIT-FILE.

       REGRABAR-CALENDARIO.
           MOVE 'S' TO WS-REGRABADO-OK
           OPEN OUTPUT CAL-FILE
           IF NOT CALENDARIO-OK
               DISPLAY 'ERROR AL REGRABAR CALENDARIO'
               MOVE 'N' TO WS-REGRABADO-OK
           ELSE
               PERFORM REGRABAR-UNA-FECHA
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-CAL-COUNT
                      OR NOT REGRABACION-OK
               CLOSE CAL-FILE
           END-IF
           IF NOT REGRABACION-OK
               DISPLAY 'ADVERTENCIA: ATMCAL.DAT PUEDE ESTAR '
                   'INCOMPLETO - VERIFIQUE ANTES DEL PROXIMO '
                   'PROCESO'
           END-IF.

       REGRABAR-UNA-FECHA.
           MOVE WS-CAL-REG (WS-REG-IDX) TO CAL-RECORD
           WRITE CAL-RECORD
           IF NOT CALENDARIO-OK
               DISPLAY 'ERROR AL GRABAR FECHA EN ATMCAL.DAT'
               MOVE 'N' TO WS-REGRABADO-OK
           END-IF.
