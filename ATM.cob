           SELECT CASH-FILE ASSIGN TO 'ATMCASH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CARD-FILE ASSIGN TO 'ATMCARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-NUMERO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RCPT-FILE ASSIGN TO 'ATMRCPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT EJ-FILE ASSIGN USING WS-EJ-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  CAS-DENOM      PIC 9(3).
           05  CAS-CANTIDAD   PIC 9(5).

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACC-TYPE    PIC X(1).
           05  FEE-CANAL       PIC X(3).
           05  FEE-TXN-TYPE    PIC X(1).
           05  FEE-GRATIS      PIC 9(3).
           05  FEE-MONTO       PIC 9(5)V99.
           05  FEE-CODIGO      PIC X(3).
           05  FEE-DESCRIPCION PIC X(20).

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

       FD  RCPT-FILE.
       01  RCPT-RECORD.
           05  RCP-TERMINAL   PIC X(4).
           05  RCP-FECHA      PIC 9(8).
           05  RCP-HORA       PIC 9(8).
           05  RCP-CUENTA     PIC X(5).
           05  RCP-OPERACION  PIC X(1).
               88  RCP-DEPOSITO      VALUE 'D'.
               88  RCP-RETIRO        VALUE 'R'.
               88  RCP-TRANSFERENCIA VALUE 'X'.
               88  RCP-CONSULTA      VALUE 'C'.
           05  RCP-RESULTADO  PIC X(1).
               88  RCP-APROBADA      VALUE 'A'.
               88  RCP-RECHAZADA     VALUE 'R'.
           05  RCP-MONTO      PIC 9(7)V99.
           05  RCP-COMISION   PIC 9(5)V99.
           05  RCP-REF        PIC 9(9).
           05  RCP-SALDO      PIC S9(7)V99.
           05  RCP-DISPONIBLE PIC S9(8)V99.
           05  RCP-DESTINO    PIC X(5).
           05  RCP-MOTIVO     PIC X(30).

       FD  EJ-FILE.
       01  EJ-RECORD.
           05  EJ-FECHA       PIC 9(8).
           05  EJ-HORA        PIC 9(8).
           05  EJ-TERMINAL    PIC X(4).
           05  EJ-TARJETA     PIC X(16).
           05  EJ-CUENTA      PIC 9(5).
           05  EJ-EVENTO      PIC X(3).
               88  EJ-INICIO         VALUE 'INI'.
               88  EJ-FALLA-PIN      VALUE 'PIN'.
               88  EJ-MENU           VALUE 'MEN'.
               88  EJ-RECHAZO        VALUE 'REC'.
               88  EJ-OPERACION      VALUE 'OPE'.
               88  EJ-BILLETES       VALUE 'BIL'.
               88  EJ-FIN            VALUE 'FIN'.
           05  EJ-REF         PIC 9(9).
           05  EJ-DETALLE     PIC X(40).

       FD  CAL-FILE.
       01  CAL-RECORD.
           05  CAL-FECHA          PIC 9(8).
           05  CAL-TIPO           PIC X(1).
               88  CAL-FERIADO      VALUE 'F'.
               88  CAL-HABIL        VALUE 'H'.
           05  CAL-DESCRIPCION    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS      PIC X(2).
           88  CALENDARIO-OK  VALUE '00'.
           88  CALENDARIO-EOF VALUE '10'.
           88  CALENDARIO-NOFILE VALUE '35'.
       01  WS-MAX-CAL         PIC 9(3) VALUE 500.
       01  WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-CAL-COUNT
                       INDEXED BY WS-CAL-IDX.
               10  WS-CAL-FECHA       PIC 9(8).
               10  WS-CAL-TIPO        PIC X(1).
       01  WS-CAL-HALLADO     PIC 9(3) VALUE 0.
       01  WS-CAL-I           PIC 9(3).
       01  WS-CAL-DIA         PIC 9(7).
       01  WS-CAL-FECHA-PRUEBA PIC 9(8).
       01  WS-CAL-SEMANA      PIC 9(1).
       01  WS-CAL-COCIENTE    PIC 9(7).
       01  WS-CAL-AVANCES     PIC 9(3).
       01  WS-CAL-ES-HABIL    PIC X VALUE 'N'.
           88  DIA-HABIL        VALUE 'S'.

       01  WS-RCPT-STATUS     PIC X(2).
           88  COMPROBANTES-OK VALUE '00'.
       01  WS-EJ-STATUS       PIC X(2).
           88  DIARIO-OK      VALUE '00'.
       01  WS-EJ-NOMBRE       PIC X(30).
       01  WS-EJ-TIME         PIC 9(8).
       01  WS-EJ-EVENTO       PIC X(3).
       01  WS-EJ-REF          PIC 9(9) VALUE 0.
       01  WS-EJ-DETALLE      PIC X(40) VALUE SPACES.
       01  WS-RC-OPERACION    PIC X(1).
       01  WS-RC-MOTIVO       PIC X(30) VALUE SPACES.
       01  WS-RC-DESTINO      PIC X(5) VALUE SPACES.
       01  WS-CTA-CLARA       PIC 9(5).
       01  WS-CTA-CLARA-R REDEFINES WS-CTA-CLARA.
           05  FILLER         PIC X(3).
           05  WS-CC-ULTIMOS  PIC X(2).
       01  WS-MASCARA-CUENTA.
           05  WS-MC-OCULTO   PIC X(3) VALUE '***'.
           05  WS-MC-VISIBLE  PIC X(2).
       01  WS-TARJ-CLARA      PIC 9(16).
       01  WS-TARJ-CLARA-R REDEFINES WS-TARJ-CLARA.
           05  FILLER         PIC X(12).
           05  WS-TC-ULTIMOS  PIC X(4).
       01  WS-MASCARA-TARJETA.
           05  WS-MT-OCULTO   PIC X(12) VALUE SPACES.
           05  WS-MT-VISIBLE  PIC X(4) VALUE SPACES.
       01  WS-CARD-STATUS     PIC X(2).
           88  TARJETAS-OK    VALUE '00'.

       01  WS-TARJETA-CUENTAS.
           05  WS-TJ-CUENTA       PIC 9(5) OCCURS 5 TIMES.
       01  WS-MAX-CTAS-TARJETA PIC 9(1) VALUE 5.
       01  WS-CTA-I           PIC 9(1).
       01  WS-VINC-INDEX      PIC 9(3) VALUE 0.

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

       01  WS-FEE-STATUS      PIC X(2).
           88  TARIFAS-OK     VALUE '00'.
           88  TARIFAS-EOF    VALUE '10'.
           88  TARIFAS-NOFILE VALUE '35'.

       01  WS-MAX-TARIFAS     PIC 9(3) VALUE 50.
       01  WS-TARIFA-COUNT    PIC 9(3) VALUE 0.
       01  WS-TARIFA-TABLE.
           05  WS-TARIFA-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-TARIFA-COUNT
                       INDEXED BY WS-TAR-IDX.
               10  WS-TAR-TIPO-CUENTA PIC X(1).
               10  WS-TAR-TXN         PIC X(1).
               10  WS-TAR-GRATIS      PIC 9(3).
               10  WS-TAR-MONTO       PIC 9(5)V99.
               10  WS-TAR-CODIGO      PIC X(3).
       01  WS-TAR-HALLADA     PIC 9(3).
       01  WS-TAR-I           PIC 9(3).
       01  WS-TAR-BASE        PIC 9(3).
       01  WS-TXN-BASE        PIC X(1).
       01  WS-TXN-SOBREGIRO   PIC X(1) VALUE 'O'.

       01  WS-USO-BUSCAR-TXN  PIC X(1).
       01  WS-USOS-MES        PIC 9(5).
       01  WS-USO-NUMERO      PIC 9(5).
       01  WS-INICIO-MES      PIC 9(8).
       01  WS-INICIO-MES-R REDEFINES WS-INICIO-MES.
           05  WS-IM-ANIO-MES PIC 9(6).
           05  WS-IM-DIA      PIC 9(2).
       01  WS-USO-DIA-DESDE   PIC 9(7).
       01  WS-USO-DIA-HASTA   PIC 9(7).
       01  WS-USO-DIA         PIC 9(7).
       01  WS-USO-FECHA       PIC 9(8).
       01  WS-COMISION        PIC 9(5)V99 VALUE 0.
       01  WS-COMISION-CODIGO PIC X(3) VALUE SPACES.
       01  WS-TOTAL-DEBITO    PIC 9(8)V99.
       01  WS-RAW-CONFIRMA    PIC X(1).
       01  WS-CONFIRMACION    PIC X VALUE 'N'.
           88  OPERACION-CONFIRMADA VALUE 'S'.

       01  WS-REF-STATUS      PIC X(2).
           88  REFERENCIA-OK  VALUE '00'.
           88  REFERENCIA-NOFILE VALUE '35'.

       01  WS-TL-TIME         PIC 9(8).

       01  WS-INPUT-TARJETA   PIC 9(16).
       01  WS-INPUT-ID        PIC 9(5).
       01  WS-INPUT-PIN       PIC 9(4).
       01  WS-CHOICE          PIC X.
               10  WS-ACC-WITHDRAWN-TODAY PIC 9(7)V99.
               10  WS-ACC-STATUS          PIC X(1).
                   88  CUENTA-CERRADA       VALUE 'C'.
                   88  CUENTA-DORMIDA       VALUE 'D'.
               10  WS-ACC-OVERDRAFT       PIC 9(7)V99.

       01  WS-CURRENT-INDEX   PIC 9(3) VALUE 0.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-PROMPT-MONTO    PIC X(25).
       01  WS-RAW-TARJETA     PIC X(16).
       01  WS-RAW-PIN         PIC X(4).
       01  WS-RAW-DEST-ID     PIC X(5).
       01  WS-RAW-SEL-CHOICE  PIC X(3).
           DISPLAY '============================================'
           PERFORM SOLICITAR-ID
           IF ENTRADA-VALIDA
               PERFORM MASCARAR-TARJETA
               PERFORM SOLICITAR-PIN
           END-IF

           IF ENTRADA-VALIDA
               PERFORM VALIDAR-CUENTA
           ELSE
               MOVE 'DATOS DE INGRESO INVALIDOS' TO WS-EJ-DETALLE
           END-IF
           IF NOT ACCOUNT-FOUND
               IF NOT MOTIVO-YA-MOSTRADO
                   DISPLAY 'TARJETA NO RECONOCIDA O PIN INCORRECTO'
               END-IF
               IF WS-EJ-DETALLE = SPACES
                   MOVE 'TARJETA NO RECONOCIDA O PIN INCORRECTO'
                     TO WS-EJ-DETALLE
               END-IF
               MOVE 'REC' TO WS-EJ-EVENTO
               PERFORM GRABAR-DIARIO
               PERFORM GUARDAR-CUENTAS
               STOP RUN
           END-IF

           MOVE 'INI' TO WS-EJ-EVENTO
           MOVE 'INICIO DE SESION' TO WS-EJ-DETALLE
           PERFORM GRABAR-DIARIO
           PERFORM CONSTRUIR-CUENTAS-VINCULADAS
           IF WS-LINKED-COUNT > 1
               PERFORM SELECCIONAR-CUENTA
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-ID.
           DISPLAY 'INGRESE SU TARJETA (16 DIGITOS): '
               WITH NO ADVANCING
           ACCEPT WS-RAW-TARJETA
           IF WS-RAW-TARJETA IS NUMERIC AND WS-RAW-TARJETA NOT = ZEROS
               MOVE WS-RAW-TARJETA TO WS-INPUT-TARJETA
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'TARJETA INVALIDA - INGRESE 16 DIGITOS '
                   'NUMERICOS'
           END-IF.

       SOLICITAR-PIN.
               MOVE 'N' TO WS-CLIENTES-ABIERTOS
           END-IF

           OPEN INPUT CARD-FILE
           IF NOT TARJETAS-OK
               DISPLAY 'ERROR AL ABRIR TARJETAS'
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF

           PERFORM LEER-TERMINAL
           PERFORM ABRIR-DIARIO
           PERFORM ABRIR-COMPROBANTES
           PERFORM CARGAR-CASSETTES
           PERFORM LEER-CONTROL-RETENCION
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-RETENCIONES
           PERFORM CARGAR-TARIFAS
           PERFORM ABRIR-TRANLOG.

       CARGAR-CASSETTES.
               MOVE WS-BIL-ORIGEN (WS-CAS-I) TO WS-CAS-J
               SUBTRACT WS-BIL-USO (WS-CAS-I)
                   FROM WS-CAS-CANT (WS-CAS-J)
               MOVE 'BIL' TO WS-EJ-EVENTO
               MOVE WS-REF-OPERACION TO WS-EJ-REF
               MOVE SPACES TO WS-EJ-DETALLE
               STRING 'DENOMINACION ' WS-BIL-DENOM (WS-CAS-I)
                   ' BILLETES ' WS-BIL-USO (WS-CAS-I)
                   DELIMITED BY SIZE
                   INTO WS-EJ-DETALLE
               PERFORM GRABAR-DIARIO
           END-IF.

       REGRABAR-CASSETTES.
           END-IF.

       CREAR-RETENCION.
           PERFORM CALCULAR-LIBERACION
           OPEN EXTEND HOLD-FILE
           IF RETENCIONES-NOFILE
               OPEN OUTPUT HOLD-FILE
               STOP RUN
           END-IF.

       ABRIR-DIARIO.
           MOVE SPACES TO WS-EJ-NOMBRE
           STRING 'ATMEJ.' WS-TERMINAL '.DAT'
               DELIMITED BY SIZE
               INTO WS-EJ-NOMBRE
           OPEN EXTEND EJ-FILE
           IF WS-EJ-STATUS = '35'
               OPEN OUTPUT EJ-FILE
           END-IF
           IF NOT DIARIO-OK
               DISPLAY 'ERROR AL ABRIR DIARIO ELECTRONICO'
               STOP RUN
           END-IF.

       ABRIR-COMPROBANTES.
           OPEN EXTEND RCPT-FILE
           IF WS-RCPT-STATUS = '35'
               OPEN OUTPUT RCPT-FILE
           END-IF
           IF NOT COMPROBANTES-OK
               DISPLAY 'ERROR AL ABRIR ATMRCPT.DAT'
               STOP RUN
           END-IF.

       GRABAR-DIARIO.
           ACCEPT WS-EJ-TIME FROM TIME
           MOVE WS-FECHA-NEGOCIO TO EJ-FECHA
           MOVE WS-EJ-TIME TO EJ-HORA
           MOVE WS-TERMINAL TO EJ-TERMINAL
           MOVE WS-MASCARA-TARJETA TO EJ-TARJETA
           IF WS-CURRENT-INDEX > 0
               MOVE WS-ACC-ID (WS-CURRENT-INDEX) TO EJ-CUENTA
           ELSE
               MOVE 0 TO EJ-CUENTA
           END-IF
           MOVE WS-EJ-EVENTO TO EJ-EVENTO
           MOVE WS-EJ-REF TO EJ-REF
           MOVE WS-EJ-DETALLE TO EJ-DETALLE
           WRITE EJ-RECORD
           IF NOT DIARIO-OK
               DISPLAY 'ERROR AL GRABAR DIARIO ELECTRONICO'
           END-IF
           MOVE SPACES TO WS-EJ-DETALLE
           MOVE 0 TO WS-EJ-REF.

       MASCARAR-TARJETA.
           MOVE WS-INPUT-TARJETA TO WS-TARJ-CLARA
           MOVE ALL '*' TO WS-MT-OCULTO
           MOVE WS-TC-ULTIMOS TO WS-MT-VISIBLE.

       MASCARAR-CUENTA.
           MOVE WS-CC-ULTIMOS TO WS-MC-VISIBLE.

       INICIAR-OPERACION.
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-COMISION
           MOVE 0 TO WS-REF-OPERACION
           MOVE SPACES TO WS-RC-MOTIVO
           MOVE SPACES TO WS-RC-DESTINO.

       REGISTRAR-RECHAZO.
           MOVE 'R' TO RCP-RESULTADO
           MOVE 'REC' TO WS-EJ-EVENTO
           MOVE WS-RC-MOTIVO TO WS-EJ-DETALLE
           PERFORM GRABAR-COMPROBANTE.

       REGISTRAR-APROBADA.
           MOVE 'A' TO RCP-RESULTADO
           MOVE 'OPE' TO WS-EJ-EVENTO
           MOVE SPACES TO WS-EJ-DETALLE
           STRING 'OPERACION APROBADA ' WS-RC-OPERACION
               DELIMITED BY SIZE
               INTO WS-EJ-DETALLE
           PERFORM GRABAR-COMPROBANTE.

       GRABAR-COMPROBANTE.
           PERFORM CALCULAR-DISPONIBLE
           ACCEPT WS-EJ-TIME FROM TIME
           MOVE WS-TERMINAL TO RCP-TERMINAL
           MOVE WS-FECHA-NEGOCIO TO RCP-FECHA
           MOVE WS-EJ-TIME TO RCP-HORA
           MOVE WS-ACC-ID (WS-CURRENT-INDEX) TO WS-CTA-CLARA
           PERFORM MASCARAR-CUENTA
           MOVE WS-MASCARA-CUENTA TO RCP-CUENTA
           MOVE WS-RC-OPERACION TO RCP-OPERACION
           MOVE WS-AMOUNT TO RCP-MONTO
           MOVE WS-COMISION TO RCP-COMISION
           MOVE WS-REF-OPERACION TO RCP-REF
           MOVE WS-ACC-BALANCE (WS-CURRENT-INDEX) TO RCP-SALDO
           MOVE WS-DISPONIBLE TO RCP-DISPONIBLE
           MOVE WS-RC-DESTINO TO RCP-DESTINO
           MOVE WS-RC-MOTIVO TO RCP-MOTIVO
           WRITE RCPT-RECORD
           IF NOT COMPROBANTES-OK
               DISPLAY 'ERROR AL GRABAR COMPROBANTE'
           END-IF
           MOVE WS-REF-OPERACION TO WS-EJ-REF
           PERFORM GRABAR-DIARIO
           MOVE SPACES TO WS-RC-MOTIVO.

       LEER-UNA-CUENTA.
           READ ACCOUNTS-FILE NEXT RECORD
           IF ACCOUNTS-OK
                     TO WS-ACC-DAILY-LIMIT (WS-ACC-IDX)
               END-IF
               IF NOT CUENTA-CERRADA (WS-ACC-IDX)
                  AND NOT CUENTA-DORMIDA (WS-ACC-IDX)
                   MOVE 'A' TO WS-ACC-STATUS (WS-ACC-IDX)
               END-IF
           END-IF.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MOTIVO-MOSTRADO
           MOVE 0 TO WS-CURRENT-INDEX
           MOVE ZEROS TO WS-TARJETA-CUENTAS
           MOVE WS-INPUT-TARJETA TO CRD-NUMERO
           READ CARD-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT TARJETAS-OK
                   CONTINUE
               WHEN CRD-PERDIDA OR CRD-ROBADA
                   DISPLAY 'TARJETA DENUNCIADA - QUEDA RETENIDA. '
                       'CONSULTE AL BANCO'
                   MOVE 'S' TO WS-MOTIVO-MOSTRADO
                   MOVE 'TARJETA DENUNCIADA - RETENIDA'
                     TO WS-EJ-DETALLE
               WHEN CRD-REEMPLAZADA
                   DISPLAY 'TARJETA REEMPLAZADA - USE SU TARJETA '
                       'NUEVA'
                   MOVE 'S' TO WS-MOTIVO-MOSTRADO
                   MOVE 'TARJETA REEMPLAZADA' TO WS-EJ-DETALLE
               WHEN CRD-VENCIDA
               WHEN CRD-VENCE < WS-FECHA-NEGOCIO
                   DISPLAY 'TARJETA VENCIDA - SOLICITE SU REEMPLAZO'
                   MOVE 'S' TO WS-MOTIVO-MOSTRADO
                   MOVE 'TARJETA VENCIDA' TO WS-EJ-DETALLE
               WHEN NOT CRD-ACTIVA
                   DISPLAY 'TARJETA INHABILITADA - CONSULTE AL BANCO'
                   MOVE 'S' TO WS-MOTIVO-MOSTRADO
                   MOVE 'TARJETA INHABILITADA' TO WS-EJ-DETALLE
               WHEN OTHER
                   MOVE CRD-CUENTAS TO WS-TARJETA-CUENTAS
                   PERFORM BUSCAR-CUENTA-TARJETA
                       VARYING WS-CTA-I FROM 1 BY 1
                       UNTIL WS-CTA-I > WS-MAX-CTAS-TARJETA
                          OR WS-CURRENT-INDEX NOT = 0
                   IF WS-CURRENT-INDEX = 0
                       DISPLAY 'TARJETA SIN CUENTAS OPERATIVAS - '
                           'CONSULTE AL BANCO'
                       MOVE 'S' TO WS-MOTIVO-MOSTRADO
                       MOVE 'TARJETA SIN CUENTAS OPERATIVAS'
                         TO WS-EJ-DETALLE
                   ELSE
                       PERFORM VERIFICAR-PIN
                   END-IF
           END-EVALUATE
           IF ACCOUNT-FOUND
              AND CUENTA-DORMIDA (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA INACTIVA - SOLO SE ADMITEN DEPOSITOS '
                   'Y CONSULTAS'
           END-IF.

       BUSCAR-CUENTA-TARJETA.
           MOVE 0 TO WS-VINC-INDEX
           IF WS-TJ-CUENTA (WS-CTA-I) NOT = 0
               MOVE WS-TJ-CUENTA (WS-CTA-I) TO WS-INPUT-ID
               PERFORM BUSCAR-ID-TBL
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
                      OR WS-VINC-INDEX NOT = 0
           END-IF
           IF WS-VINC-INDEX NOT = 0
               IF NOT CUENTA-CERRADA (WS-VINC-INDEX)
                   MOVE WS-VINC-INDEX TO WS-CURRENT-INDEX
               END-IF
           END-IF.

       BUSCAR-ID-TBL.
           IF WS-INPUT-ID = WS-ACC-ID (WS-ACC-IDX)
               MOVE WS-ACC-IDX TO WS-VINC-INDEX
           END-IF.

       VERIFICAR-PIN.
           IF CUENTA-CERRADA (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA CERRADA - CONSULTE AL BANCO'
               MOVE 'S' TO WS-MOTIVO-MOSTRADO
               MOVE 'CUENTA CERRADA' TO WS-EJ-DETALLE
           ELSE
               PERFORM VERIFICAR-PIN-ACTIVA
           END-IF.
           IF CUENTA-BLOQUEADA (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA BLOQUEADA - CONSULTE AL BANCO'
               MOVE 'S' TO WS-MOTIVO-MOSTRADO
               MOVE 'CUENTA BLOQUEADA' TO WS-EJ-DETALLE
           ELSE
               MOVE WS-INPUT-PIN TO WS-PIN-TRABAJO
               MOVE CRD-NUMERO TO WS-PIN-TARJETA
               PERFORM CODIFICAR-PIN
               IF WS-PIN-CIFRADO = CRD-PIN
                   PERFORM PIN-CORRECTO
               ELSE
                   PERFORM PIN-INCORRECTO

       PIN-INCORRECTO.
           ADD 1 TO WS-ACC-FAILED-ATTEMPTS (WS-CURRENT-INDEX)
           MOVE 'PIN' TO WS-EJ-EVENTO
           MOVE SPACES TO WS-EJ-DETALLE
           STRING 'PIN INCORRECTO - INTENTO '
               WS-ACC-FAILED-ATTEMPTS (WS-CURRENT-INDEX)
               DELIMITED BY SIZE
               INTO WS-EJ-DETALLE
           PERFORM GRABAR-DIARIO
           IF WS-ACC-FAILED-ATTEMPTS (WS-CURRENT-INDEX) >= 3
               MOVE 'S' TO WS-ACC-LOCKED (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA BLOQUEADA - CONSULTE AL BANCO'
               MOVE 'S' TO WS-MOTIVO-MOSTRADO
               MOVE 'CUENTA BLOQUEADA POR INTENTOS DE PIN'
                 TO WS-EJ-DETALLE
           END-IF
           PERFORM GRABAR-CUENTA.

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

       CONSTRUIR-CUENTAS-VINCULADAS.
           MOVE 0 TO WS-LINKED-COUNT
           PERFORM VINCULAR-UNA-CUENTA
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-MAX-CTAS-TARJETA.

       VINCULAR-UNA-CUENTA.
           MOVE 0 TO WS-VINC-INDEX
           IF WS-TJ-CUENTA (WS-CTA-I) NOT = 0
               MOVE WS-TJ-CUENTA (WS-CTA-I) TO WS-INPUT-ID
               PERFORM BUSCAR-ID-TBL
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
                      OR WS-VINC-INDEX NOT = 0
           END-IF
           IF WS-VINC-INDEX NOT = 0
               IF NOT CUENTA-CERRADA (WS-VINC-INDEX)
                   ADD 1 TO WS-LINKED-COUNT
                   SET WS-LINKED-IDX TO WS-LINKED-COUNT
                   MOVE WS-VINC-INDEX
                     TO WS-LINKED-TBL-INDEX (WS-LINKED-IDX)
               END-IF
           END-IF.

       SELECCIONAR-CUENTA.
               ' SALDO $' WS-ACC-BALANCE (WS-LINKED-DISPLAY-IDX)
           IF CUENTA-BLOQUEADA (WS-LINKED-DISPLAY-IDX)
               DISPLAY '      [BLOQUEADA]'
           END-IF
           IF CUENTA-DORMIDA (WS-LINKED-DISPLAY-IDX)
               DISPLAY '      [INACTIVA]'
           END-IF.

       RUTINA-MENU.
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE 'MEN' TO WS-EJ-EVENTO
           MOVE SPACES TO WS-EJ-DETALLE
           STRING 'OPCION ' WS-CHOICE
               DELIMITED BY SIZE
               INTO WS-EJ-DETALLE
           PERFORM GRABAR-DIARIO

           EVALUATE WS-CHOICE
               WHEN '1' PERFORM DEPOSITAR
               MOVE WS-ACC-BALANCE (WS-CURRENT-INDEX)
                 TO WS-CURRENT-BALANCE
           ELSE
               DISPLAY 'NO HAY OTRAS CUENTAS VINCULADAS A LA TARJETA'
           END-IF.

       DEPOSITAR.
           MOVE 'D' TO WS-RC-OPERACION
           PERFORM INICIAR-OPERACION
           MOVE 'MONTO A DEPOSITAR: ' TO WS-PROMPT-MONTO
           PERFORM SOLICITAR-MONTO
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'OPERACION CANCELADA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               ADD WS-AMOUNT TO WS-ACC-BALANCE (WS-CURRENT-INDEX)
               PERFORM GRABAR-CUENTA
                   MOVE WS-AMOUNT TO TL-AMOUNT
                   MOVE WS-ACC-BALANCE (WS-CURRENT-INDEX) TO TL-BALANCE
                   PERFORM GRABAR-TRANLOG
                   MOVE WS-REF-ACTUAL TO WS-REF-OPERACION
                   DISPLAY 'DEPOSITO EXITOSO - REF ' WS-REF-ACTUAL
                   IF WS-AMOUNT > WS-UMBRAL-RETENCION
                       PERFORM CREAR-RETENCION
                   END-IF
                   PERFORM REGISTRAR-APROBADA
               ELSE
                   SUBTRACT WS-AMOUNT
                       FROM WS-ACC-BALANCE (WS-CURRENT-INDEX)
                   DISPLAY 'DEPOSITO NO PROCESADO - REINTENTE'
                   MOVE 'ERROR AL ACTUALIZAR LA CUENTA'
                     TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               END-IF
           END-IF.

       RETIRAR.
           MOVE 'R' TO WS-RC-OPERACION
           PERFORM INICIAR-OPERACION
           IF CUENTA-DORMIDA (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA INACTIVA - NO ADMITE DEBITOS - '
                   'CONSULTE AL BANCO'
               MOVE 'CUENTA INACTIVA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM SOLICITAR-RETIRO
           END-IF.

       SOLICITAR-RETIRO.
           MOVE 'MONTO A RETIRAR: ' TO WS-PROMPT-MONTO
           PERFORM SOLICITAR-MONTO
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'OPERACION CANCELADA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM CALCULAR-DISPONIBLE
               MOVE 'R' TO WS-USO-BUSCAR-TXN
               PERFORM CALCULAR-COMISION
               IF WS-AMOUNT + WS-COMISION > WS-CAPACIDAD
                   DISPLAY 'FONDOS INSUFICIENTES'
                   PERFORM INFORMAR-COMISION
                   MOVE 'FONDOS INSUFICIENTES' TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   IF WS-AMOUNT + WS-COMISION > WS-DISPONIBLE
                       DISPLAY 'FONDOS RETENIDOS - DISPONIBLE: $'
                           WS-DISPONIBLE
                       PERFORM INFORMAR-COMISION
                       MOVE 'FONDOS RETENIDOS' TO WS-RC-MOTIVO
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       PERFORM VALIDAR-LIMITE-RETIRO
                   END-IF
           IF WS-RETIRO-PROYECTADO
                  > WS-ACC-DAILY-LIMIT (WS-CURRENT-INDEX)
               DISPLAY 'EXCEDE EL LIMITE DIARIO DE RETIRO'
               MOVE 'EXCEDE EL LIMITE DIARIO' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM VALIDAR-EFECTIVO-RETIRO
           END-IF.
           IF EFECTIVO-PRESENTE
               PERFORM VALIDAR-BILLETES
               IF BILLETES-COMPUESTOS
                   PERFORM CONFIRMAR-RETIRO
               ELSE
                   DISPLAY 'MONTO NO DISPONIBLE EN BILLETES DE '
                       'ESTE CAJERO'
                   MOVE 'MONTO NO DISPONIBLE EN BILLETES'
                     TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               END-IF
           ELSE
               PERFORM CONFIRMAR-RETIRO
           END-IF.

       CONFIRMAR-RETIRO.
           PERFORM CONFIRMAR-COMISION
           IF OPERACION-CONFIRMADA
               PERFORM APLICAR-RETIRO
           ELSE
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'CANCELADA POR EL CLIENTE' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           END-IF.

       APLICAR-RETIRO.
               MOVE WS-AMOUNT TO TL-AMOUNT
               MOVE WS-ACC-BALANCE (WS-CURRENT-INDEX) TO TL-BALANCE
               PERFORM GRABAR-TRANLOG
               MOVE WS-REF-ACTUAL TO WS-REF-OPERACION
               IF EFECTIVO-PRESENTE
                   PERFORM DESCONTAR-BILLETES
               ELSE
                   MOVE 'BIL' TO WS-EJ-EVENTO
                   MOVE WS-REF-OPERACION TO WS-EJ-REF
                   MOVE 'EFECTIVO ENTREGADO SIN CONTROL CASSETTE'
                     TO WS-EJ-DETALLE
                   PERFORM GRABAR-DIARIO
               END-IF
               DISPLAY 'RETIRO EXITOSO - REF ' WS-REF-OPERACION
               IF WS-COMISION > 0
                   PERFORM COBRAR-COMISION
               END-IF
               PERFORM AVISAR-DESCUBIERTO
               PERFORM REGISTRAR-APROBADA
           ELSE
               ADD WS-AMOUNT
                   TO WS-ACC-BALANCE (WS-CURRENT-INDEX)
               SUBTRACT WS-AMOUNT
                   FROM WS-ACC-WITHDRAWN-TODAY (WS-CURRENT-INDEX)
               DISPLAY 'RETIRO NO PROCESADO - REINTENTE'
               MOVE 'ERROR AL ACTUALIZAR LA CUENTA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           END-IF.

       TOMAR-REFERENCIA.
               DISPLAY 'ERROR AL GRABAR TRANLOG - CUENTA ' TL-ACC-ID
           END-IF.

       GRABAR-TRANLOG-COMISION.
           ACCEPT WS-TL-TIME FROM TIME
           MOVE WS-FECHA-NEGOCIO TO TL-DATE
           MOVE WS-TL-TIME TO TL-TIME
           PERFORM TOMAR-REFERENCIA
           MOVE WS-REF-ACTUAL TO TL-REF
           MOVE WS-CANAL TO TL-CANAL
           MOVE WS-TERMINAL TO TL-TERMINAL
           MOVE WS-COMISION-CODIGO TO TL-MOTIVO
           MOVE WS-REF-OPERACION TO TL-REF-ORIG
           WRITE TRANLOG-RECORD
           IF NOT TRANLOG-OK
               DISPLAY 'ERROR AL GRABAR TRANLOG - CUENTA ' TL-ACC-ID
           END-IF.

       CARGAR-TARIFAS.
           MOVE 0 TO WS-TARIFA-COUNT
           OPEN INPUT FEE-FILE
           IF TARIFAS-NOFILE
               CONTINUE
           ELSE
               IF NOT TARIFAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMFEE.DAT'
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-TARIFA UNTIL TARIFAS-EOF
               CLOSE FEE-FILE
           END-IF.

       CARGAR-UNA-TARIFA.
           READ FEE-FILE
           IF TARIFAS-OK AND FEE-CANAL = WS-CANAL
               IF WS-TARIFA-COUNT = WS-MAX-TARIFAS
                   DISPLAY 'HAY MAS DE ' WS-MAX-TARIFAS
                       ' TARIFAS EN ATMFEE.DAT - AMPLIAR LA TABLA'
                   CLOSE FEE-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TARIFA-COUNT
               SET WS-TAR-IDX TO WS-TARIFA-COUNT
               MOVE FEE-ACC-TYPE TO WS-TAR-TIPO-CUENTA (WS-TAR-IDX)
               MOVE FEE-TXN-TYPE TO WS-TAR-TXN (WS-TAR-IDX)
               MOVE FEE-GRATIS TO WS-TAR-GRATIS (WS-TAR-IDX)
               MOVE FEE-MONTO TO WS-TAR-MONTO (WS-TAR-IDX)
               MOVE FEE-CODIGO TO WS-TAR-CODIGO (WS-TAR-IDX)
           END-IF.

       CALCULAR-COMISION.
           MOVE 0 TO WS-COMISION
           MOVE SPACES TO WS-COMISION-CODIGO
           MOVE 0 TO WS-USOS-MES
           MOVE 0 TO WS-TAR-HALLADA
           PERFORM COMPARAR-TARIFA
               VARYING WS-TAR-I FROM 1 BY 1
               UNTIL WS-TAR-I > WS-TARIFA-COUNT
                  OR WS-TAR-HALLADA NOT = 0
           IF WS-TAR-HALLADA NOT = 0
               IF WS-TAR-GRATIS (WS-TAR-HALLADA) > 0
                   PERFORM CONTAR-USOS-DEL-MES
               END-IF
               IF WS-USOS-MES >= WS-TAR-GRATIS (WS-TAR-HALLADA)
                   MOVE WS-TAR-MONTO (WS-TAR-HALLADA) TO WS-COMISION
                   MOVE WS-TAR-CODIGO (WS-TAR-HALLADA)
                     TO WS-COMISION-CODIGO
               END-IF
           END-IF
           IF WS-AMOUNT > WS-ACC-BALANCE (WS-CURRENT-INDEX)
               PERFORM BUSCAR-TARIFA-SOBREGIRO
           END-IF.

       BUSCAR-TARIFA-SOBREGIRO.
           MOVE WS-USO-BUSCAR-TXN TO WS-TXN-BASE
           MOVE WS-TAR-HALLADA TO WS-TAR-BASE
           MOVE WS-TXN-SOBREGIRO TO WS-USO-BUSCAR-TXN
           MOVE 0 TO WS-TAR-HALLADA
           PERFORM COMPARAR-TARIFA
               VARYING WS-TAR-I FROM 1 BY 1
               UNTIL WS-TAR-I > WS-TARIFA-COUNT
                  OR WS-TAR-HALLADA NOT = 0
           IF WS-TAR-HALLADA NOT = 0
               MOVE WS-TAR-MONTO (WS-TAR-HALLADA) TO WS-COMISION
               MOVE WS-TAR-CODIGO (WS-TAR-HALLADA)
                 TO WS-COMISION-CODIGO
           ELSE
               MOVE WS-TAR-BASE TO WS-TAR-HALLADA
           END-IF
           MOVE WS-TXN-BASE TO WS-USO-BUSCAR-TXN.

       COMPARAR-TARIFA.
           IF WS-TAR-TIPO-CUENTA (WS-TAR-I)
                 = WS-ACC-TYPE (WS-CURRENT-INDEX)
              AND WS-TAR-TXN (WS-TAR-I) = WS-USO-BUSCAR-TXN
               MOVE WS-TAR-I TO WS-TAR-HALLADA
           END-IF.

       CONTAR-USOS-DEL-MES.
           CLOSE TRANLOG-FILE
           MOVE WS-FECHA-NEGOCIO TO WS-INICIO-MES
           MOVE 1 TO WS-IM-DIA
           COMPUTE WS-USO-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-INICIO-MES)
           COMPUTE WS-USO-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           PERFORM CONTAR-USOS-DE-UN-DIA
               VARYING WS-USO-DIA FROM WS-USO-DIA-DESDE BY 1
               UNTIL WS-USO-DIA > WS-USO-DIA-HASTA
           MOVE 'TRANLOG.DAT' TO WS-ULT-NOMBRE
           PERFORM CONTAR-USOS-DE-UN-ARCHIVO
           PERFORM ABRIR-TRANLOG.

       CONTAR-USOS-DE-UN-DIA.
           COMPUTE WS-USO-FECHA =
               FUNCTION DATE-OF-INTEGER (WS-USO-DIA)
           MOVE SPACES TO WS-ULT-NOMBRE
           STRING 'TRANLOG.' WS-USO-FECHA '.DAT'
               DELIMITED BY SIZE
               INTO WS-ULT-NOMBRE
           PERFORM CONTAR-USOS-DE-UN-ARCHIVO.

       CONTAR-USOS-DE-UN-ARCHIVO.
           OPEN INPUT ULT-FILE
           IF ULT-OK
               PERFORM CONTAR-UN-USO UNTIL ULT-EOF
               CLOSE ULT-FILE
           END-IF.

       CONTAR-UN-USO.
           READ ULT-FILE
           IF ULT-OK
              AND UL-ACC-ID = WS-ACC-ID (WS-CURRENT-INDEX)
              AND UL-TXN-TYPE = WS-USO-BUSCAR-TXN
              AND UL-CANAL = WS-CANAL
              AND UL-DATE >= WS-INICIO-MES
              AND UL-DATE <= WS-FECHA-NEGOCIO
               ADD 1 TO WS-USOS-MES
           END-IF.

       INFORMAR-COMISION.
           IF WS-COMISION > 0
               DISPLAY 'LA OPERACION TIENE UN COSTO DE $' WS-COMISION
           END-IF.

       CONFIRMAR-COMISION.
           MOVE 'S' TO WS-CONFIRMACION
           IF WS-COMISION > 0
               COMPUTE WS-TOTAL-DEBITO = WS-AMOUNT + WS-COMISION
               DISPLAY 'ESTA OPERACION TIENE UN COSTO DE $'
                   WS-COMISION
               DISPLAY 'TOTAL A DEBITAR DE SU CUENTA: $'
                   WS-TOTAL-DEBITO
               PERFORM SOLICITAR-CONFIRMACION
           ELSE
               IF WS-TAR-HALLADA NOT = 0
                   COMPUTE WS-USO-NUMERO = WS-USOS-MES + 1
                   DISPLAY 'OPERACION SIN COSTO - USO ' WS-USO-NUMERO
                       ' DE ' WS-TAR-GRATIS (WS-TAR-HALLADA)
                       ' SIN CARGO DEL MES'
               END-IF
           END-IF.

       SOLICITAR-CONFIRMACION.
           MOVE 'N' TO WS-CONFIRMACION
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-CONFIRMACION
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-CONFIRMACION.
           DISPLAY 'CONFIRMA LA OPERACION (S/N): ' WITH NO ADVANCING
           ACCEPT WS-RAW-CONFIRMA
           EVALUATE WS-RAW-CONFIRMA
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-CONFIRMACION
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-CONFIRMACION
                   MOVE 'S' TO WS-VALID-INPUT
               WHEN OTHER
                   DISPLAY 'RESPUESTA INVALIDA - INGRESE S O N'
           END-EVALUATE.

       COBRAR-COMISION.
           SUBTRACT WS-COMISION
               FROM WS-ACC-BALANCE (WS-CURRENT-INDEX)
           PERFORM GRABAR-CUENTA
           IF GRABADO-OK
               MOVE WS-ACC-ID (WS-CURRENT-INDEX) TO TL-ACC-ID
               MOVE 'F' TO TL-TXN-TYPE
               MOVE WS-COMISION TO TL-AMOUNT
               MOVE WS-ACC-BALANCE (WS-CURRENT-INDEX) TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-COMISION
               DISPLAY 'COSTO DE LA OPERACION DEBITADO: $'
                   WS-COMISION ' - REF ' WS-REF-ACTUAL
           ELSE
               ADD WS-COMISION
                   TO WS-ACC-BALANCE (WS-CURRENT-INDEX)
               DISPLAY 'COSTO DE LA OPERACION NO DEBITADO'
               MOVE 0 TO WS-COMISION
           END-IF.

       GRABAR-CUENTA.
           MOVE WS-CURRENT-INDEX TO WS-REWRITE-IDX
           PERFORM GRABAR-CUENTA-POR-IDX.
           END-REWRITE.

       TRANSFERIR.
           MOVE 'X' TO WS-RC-OPERACION
           PERFORM INICIAR-OPERACION
           IF CUENTA-DORMIDA (WS-CURRENT-INDEX)
               DISPLAY 'CUENTA INACTIVA - NO ADMITE DEBITOS - '
                   'CONSULTE AL BANCO'
               MOVE 'CUENTA INACTIVA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM SOLICITAR-TRANSFERENCIA
           END-IF.

       SOLICITAR-TRANSFERENCIA.
           PERFORM SOLICITAR-ID-DESTINO
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'OPERACION CANCELADA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               MOVE WS-DEST-ID TO WS-CTA-CLARA
               PERFORM MASCARAR-CUENTA
               MOVE WS-MASCARA-CUENTA TO WS-RC-DESTINO
               MOVE 0 TO WS-DEST-INDEX
               PERFORM BUSCAR-CUENTA-DESTINO
                   VARYING WS-ACC-IDX FROM 1 BY 1

               IF WS-DEST-INDEX = 0
                   DISPLAY 'CUENTA DESTINO NO ENCONTRADA'
                   MOVE 'CUENTA DESTINO NO ENCONTRADA' TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   IF WS-DEST-INDEX = WS-CURRENT-INDEX
                       DISPLAY 'NO PUEDE TRANSFERIR A LA MISMA CUENTA'
                       MOVE 'DESTINO IGUAL AL ORIGEN' TO WS-RC-MOTIVO
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       IF CUENTA-CERRADA (WS-DEST-INDEX)
                           DISPLAY 'CUENTA DESTINO CERRADA'
                           MOVE 'CUENTA DESTINO CERRADA'
                             TO WS-RC-MOTIVO
                           PERFORM REGISTRAR-RECHAZO
                       ELSE
                           PERFORM SOLICITAR-MONTO-TRANSFERENCIA
                       END-IF
           PERFORM SOLICITAR-MONTO
           IF NOT ENTRADA-VALIDA
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'OPERACION CANCELADA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM CALCULAR-DISPONIBLE
               MOVE 'X' TO WS-USO-BUSCAR-TXN
               PERFORM CALCULAR-COMISION
               IF WS-AMOUNT + WS-COMISION > WS-CAPACIDAD
                   DISPLAY 'FONDOS INSUFICIENTES'
                   PERFORM INFORMAR-COMISION
                   MOVE 'FONDOS INSUFICIENTES' TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   IF WS-AMOUNT + WS-COMISION > WS-DISPONIBLE
                       DISPLAY 'FONDOS RETENIDOS - DISPONIBLE: $'
                           WS-DISPONIBLE
                       PERFORM INFORMAR-COMISION
                       MOVE 'FONDOS RETENIDOS' TO WS-RC-MOTIVO
                       PERFORM REGISTRAR-RECHAZO
                   ELSE
                       PERFORM VALIDAR-LIMITE-TRANSFERENCIA
                   END-IF
           IF WS-RETIRO-PROYECTADO
                  > WS-ACC-DAILY-LIMIT (WS-CURRENT-INDEX)
               DISPLAY 'EXCEDE EL LIMITE DIARIO DE RETIRO'
               MOVE 'EXCEDE EL LIMITE DIARIO' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               PERFORM CONFIRMAR-TRANSFERENCIA
           END-IF.

       CONFIRMAR-TRANSFERENCIA.
           PERFORM CONFIRMAR-COMISION
           IF OPERACION-CONFIRMADA
               PERFORM APLICAR-TRANSFERENCIA
           ELSE
               DISPLAY 'OPERACION CANCELADA'
               MOVE 'CANCELADA POR EL CLIENTE' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           END-IF.

       APLICAR-TRANSFERENCIA.
               SUBTRACT WS-AMOUNT
                   FROM WS-ACC-WITHDRAWN-TODAY (WS-CURRENT-INDEX)
               DISPLAY 'TRANSFERENCIA NO PROCESADA - REINTENTE'
               MOVE 'ERROR AL ACTUALIZAR LA CUENTA' TO WS-RC-MOTIVO
               PERFORM REGISTRAR-RECHAZO
           ELSE
               MOVE WS-ACC-ID (WS-CURRENT-INDEX) TO TL-ACC-ID
               MOVE 'X' TO TL-TXN-TYPE

                   DISPLAY 'TRANSFERENCIA EXITOSA - REF '
                       WS-REF-OPERACION
                   IF WS-COMISION > 0
                       PERFORM COBRAR-COMISION
                   END-IF
                   PERFORM AVISAR-DESCUBIERTO
                   PERFORM REGISTRAR-APROBADA
               ELSE
                   SUBTRACT WS-AMOUNT
                       FROM WS-ACC-BALANCE (WS-DEST-INDEX)
                   DISPLAY 'ERROR: DEBITO REALIZADO PERO ACREDITO '
                       'FALLO - CONTACTE AL BANCO'
                   MOVE 'DEBITO SIN CREDITO - RECLAMO'
                     TO WS-RC-MOTIVO
                   PERFORM REGISTRAR-RECHAZO
               END-IF
           END-IF.

       MOSTRAR-SALDO.
           MOVE 'C' TO WS-RC-OPERACION
           PERFORM INICIAR-OPERACION
           PERFORM CALCULAR-DISPONIBLE
           DISPLAY 'SALDO CONTABLE:   $'
               WS-ACC-BALANCE (WS-CURRENT-INDEX)
           IF WS-RETENIDO > 0
               DISPLAY 'FONDOS RETENIDOS: $' WS-RETENIDO
           END-IF
           PERFORM AVISAR-DESCUBIERTO
           PERFORM REGISTRAR-APROBADA.

       AVISAR-DESCUBIERTO.
           IF WS-ACC-BALANCE (WS-CURRENT-INDEX) < 0
           END-IF.

       GUARDAR-CUENTAS.
           MOVE 'FIN' TO WS-EJ-EVENTO
           MOVE 'FIN DE SESION' TO WS-EJ-DETALLE
           PERFORM GRABAR-DIARIO
           CLOSE ACCOUNTS-FILE
           CLOSE TRANLOG-FILE
           CLOSE CARD-FILE
           CLOSE RCPT-FILE
           CLOSE EJ-FILE
           IF CLIENTES-PRESENTES
               CLOSE CUSTOMER-FILE
           END-IF.

       CARGAR-CALENDARIO.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
           IF CALENDARIO-NOFILE
               DISPLAY 'ADVERTENCIA: SIN ATMCAL.DAT - SOLO SE '
                   'EXCLUYEN SABADOS Y DOMINGOS'
           ELSE
               IF NOT CALENDARIO-OK
                   DISPLAY 'ERROR AL ABRIR ATMCAL.DAT'
                   STOP RUN
               END-IF
               PERFORM CARGAR-UN-DIA-CAL UNTIL CALENDARIO-EOF
                     OR WS-CAL-COUNT = WS-MAX-CAL
               IF NOT CALENDARIO-EOF
                   READ CAL-FILE
                   IF NOT CALENDARIO-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-CAL
                           ' FECHAS EN ATMCAL.DAT - AMPLIAR LA '
                           'TABLA ANTES DE PROCESAR'
                       CLOSE CAL-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE CAL-FILE
           END-IF.

       CARGAR-UN-DIA-CAL.
           READ CAL-FILE
           IF CALENDARIO-OK
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE CAL-FECHA TO WS-CAL-FECHA (WS-CAL-IDX)
               MOVE CAL-TIPO TO WS-CAL-TIPO (WS-CAL-IDX)
           END-IF.

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
           MOVE 0 TO WS-CAL-HALLADO
           PERFORM COMPARAR-DIA-CAL
               VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
                  OR WS-CAL-HALLADO NOT = 0
           IF WS-CAL-HALLADO NOT = 0
               IF WS-CAL-TIPO (WS-CAL-HALLADO) = 'F'
                   MOVE 'N' TO WS-CAL-ES-HABIL
               ELSE
                   MOVE 'S' TO WS-CAL-ES-HABIL
               END-IF
           END-IF.

       COMPARAR-DIA-CAL.
           IF WS-CAL-FECHA (WS-CAL-I) = WS-CAL-FECHA-PRUEBA
               MOVE WS-CAL-I TO WS-CAL-HALLADO
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

       CALCULAR-LIBERACION.
           COMPUTE WS-CAL-DIA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           PERFORM SUMAR-UN-DIA-HABIL WS-DIAS-RETENCION TIMES
           MOVE WS-CAL-DIA TO WS-DIA-LIBERACION
           COMPUTE WS-FECHA-LIBERACION =
               FUNCTION DATE-OF-INTEGER (WS-DIA-LIBERACION).

       SUMAR-UN-DIA-HABIL.
           ADD 1 TO WS-CAL-DIA
           PERFORM AVANZAR-A-DIA-HABIL.
