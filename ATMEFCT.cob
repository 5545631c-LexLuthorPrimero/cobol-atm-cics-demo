       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMEFCT.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRANLOG-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT EFCT-CTL-FILE ASSIGN TO 'ATMEFCT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECT-STATUS.
           SELECT FILING-FILE ASSIGN USING WS-FILING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT EFCT-REPORT-FILE ASSIGN TO 'ATMEFCT.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT EFREG-FILE ASSIGN TO 'ATMEFREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFREG-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  EFCT-CTL-FILE.
       01  EFCT-CTL-RECORD.
           05  ECT-UMBRAL         PIC 9(9)V99.
           05  ECT-ENTIDAD        PIC X(8).

       FD  FILING-FILE.
       01  FILING-RECORD.
           05  EFR-TIPO-REG       PIC X(1).
               88  EFR-ES-CABECERA  VALUE '1'.
               88  EFR-ES-CLIENTE   VALUE '2'.
               88  EFR-ES-CUENTA    VALUE '3'.
               88  EFR-ES-OPERACION VALUE '4'.
               88  EFR-ES-PIE       VALUE '9'.
           05  EFR-DATOS          PIC X(119).
           05  EFR-CAB REDEFINES EFR-DATOS.
               10  EFR-CAB-ENTIDAD    PIC X(8).
               10  EFR-CAB-FECHA-OPER PIC 9(8).
               10  EFR-CAB-FECHA-GEN  PIC 9(8).
               10  EFR-CAB-HORA-GEN   PIC 9(8).
               10  EFR-CAB-UMBRAL     PIC 9(9)V99.
               10  FILLER             PIC X(76).
           05  EFR-CLI REDEFINES EFR-DATOS.
               10  EFR-CLI-ID         PIC 9(5).
               10  EFR-CLI-DOC        PIC X(12).
               10  EFR-CLI-NOMBRE     PIC X(20).
               10  EFR-CLI-DIR1       PIC X(30).
               10  EFR-CLI-DIR2       PIC X(30).
               10  EFR-CLI-DEPOSITOS  PIC 9(9)V99.
               10  EFR-CLI-RETIROS    PIC 9(9)V99.
           05  EFR-CTA REDEFINES EFR-DATOS.
               10  EFR-CTA-CLIENTE    PIC 9(5).
               10  EFR-CTA-ID         PIC 9(5).
               10  EFR-CTA-TIPO       PIC X(1).
               10  EFR-CTA-DEPOSITOS  PIC 9(9)V99.
               10  EFR-CTA-RETIROS    PIC 9(9)V99.
               10  FILLER             PIC X(86).
           05  EFR-OPE REDEFINES EFR-DATOS.
               10  EFR-OPE-CLIENTE    PIC 9(5).
               10  EFR-OPE-CUENTA     PIC 9(5).
               10  EFR-OPE-TIPO       PIC X(1).
               10  EFR-OPE-MONTO      PIC 9(7)V99.
               10  EFR-OPE-REF        PIC 9(9).
               10  EFR-OPE-HORA       PIC 9(8).
               10  EFR-OPE-CANAL      PIC X(3).
               10  EFR-OPE-TERMINAL   PIC X(4).
               10  FILLER             PIC X(75).
           05  EFR-PIE REDEFINES EFR-DATOS.
               10  EFR-PIE-CLIENTES   PIC 9(7).
               10  EFR-PIE-CUENTAS    PIC 9(7).
               10  EFR-PIE-OPERACIONES PIC 9(7).
               10  EFR-PIE-REGISTROS  PIC 9(7).
               10  EFR-PIE-TOTAL      PIC 9(11)V99.
               10  FILLER             PIC X(78).

       FD  EFCT-REPORT-FILE.
       01  EFCT-REPORT-RECORD PIC X(90).

       FD  EFREG-FILE.
       01  EFREG-RECORD.
           05  ERG-FECHA-OPER     PIC 9(8).
           05  ERG-CLIENTE        PIC 9(5).
           05  ERG-FECHA-ENVIO    PIC 9(8).
           05  ERG-TOTAL          PIC 9(9)V99.
           05  ERG-ARCHIVO        PIC X(30).

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.

       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-CLIENTES-ABIERTOS PIC X VALUE 'N'.
           88  CLIENTES-PRESENTES VALUE 'S'.

       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.
           88  TRANLOG-EOF    VALUE '10'.

       01  WS-ECT-STATUS      PIC X(2).
           88  CONTROL-EFC-OK VALUE '00'.

       01  WS-FILING-STATUS   PIC X(2).
           88  PRESENTACION-OK VALUE '00'.

       01  WS-ER-STATUS       PIC X(2).
           88  REPORTE-EFC-OK VALUE '00'.

       01  WS-EFREG-STATUS    PIC X(2).
           88  REGISTRO-OK    VALUE '00'.
           88  REGISTRO-EOF   VALUE '10'.
           88  REGISTRO-NOFILE VALUE '35'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).
       01  WS-FECHA-PROCESO   PIC 9(8).
       01  WS-FECHA-GEN       PIC 9(8).
       01  WS-HORA-GEN        PIC 9(8).
       01  WS-HORA-GEN-R REDEFINES WS-HORA-GEN.
           05  WS-HG-HHMMSS   PIC X(6).
           05  FILLER         PIC X(2).
       01  WS-DIA-ENTERO      PIC 9(7).
       01  WS-JOURNAL-NAME    PIC X(30).
       01  WS-FILING-NAME     PIC X(30).

       01  WS-UMBRAL          PIC 9(9)V99 VALUE 10000.00.
       01  WS-ENTIDAD         PIC X(8) VALUE 'ATMBANCO'.
       01  WS-CANAL-CLEARING  PIC X(3) VALUE 'CLR'.

       01  WS-VALID-INPUT     PIC X VALUE 'N'.
           88  ENTRADA-VALIDA   VALUE 'S'.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-RAW-FECHA       PIC X(8).

       01  WS-MAX-CUENTAS     PIC 9(4) VALUE 2000.
       01  WS-CTA-COUNT       PIC 9(4) VALUE 0.
       01  WS-CTA-TABLE.
           05  WS-CTA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CTA-COUNT
                       INDEXED BY WS-CTA-IDX.
               10  WS-CT-CUENTA       PIC 9(5).
               10  WS-CT-CLIENTE      PIC 9(4).
               10  WS-CT-TIPO         PIC X(1).
               10  WS-CT-DEPOSITOS    PIC 9(9)V99.
               10  WS-CT-RETIROS      PIC 9(9)V99.
       01  WS-CTA-HALLADA     PIC 9(4).
       01  WS-CTA-I           PIC 9(4).

       01  WS-MAX-CLIENTES    PIC 9(4) VALUE 2000.
       01  WS-CLI-COUNT       PIC 9(4) VALUE 0.
       01  WS-CLI-TABLE.
           05  WS-CLI-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CLI-COUNT
                       INDEXED BY WS-CLI-IDX.
               10  WS-CL-ID           PIC 9(5).
               10  WS-CL-DEPOSITOS    PIC 9(9)V99.
               10  WS-CL-RETIROS      PIC 9(9)V99.
               10  WS-CL-OPERACIONES  PIC 9(5).
               10  WS-CL-ESTADO       PIC X(1).
                   88  CL-BAJO-UMBRAL   VALUE 'N'.
                   88  CL-A-INFORMAR    VALUE 'S'.
                   88  CL-YA-INFORMADO  VALUE 'R'.
       01  WS-CLI-HALLADO     PIC 9(4).
       01  WS-CLI-I           PIC 9(4).
       01  WS-CLI-BUSCADO     PIC 9(5).

       01  WS-MAX-OPERACIONES PIC 9(5) VALUE 20000.
       01  WS-OPE-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPE-TABLE.
           05  WS-OPE-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-OPE-COUNT
                       INDEXED BY WS-OPE-IDX.
               10  WS-OP-CTA          PIC 9(4).
               10  WS-OP-TIPO         PIC X(1).
               10  WS-OP-MONTO        PIC 9(7)V99.
               10  WS-OP-REF          PIC 9(9).
               10  WS-OP-HORA         PIC 9(8).
               10  WS-OP-CANAL        PIC X(3).
               10  WS-OP-TERMINAL     PIC X(4).
       01  WS-OPE-I           PIC 9(5).

       01  WS-TOTAL-CLIENTE   PIC 9(9)V99.
       01  WS-LEIDOS          PIC 9(7) VALUE 0.
       01  WS-EFECTIVO-LEIDOS PIC 9(7) VALUE 0.
       01  WS-SOBRE-UMBRAL    PIC 9(5) VALUE 0.
       01  WS-YA-INFORMADOS   PIC 9(5) VALUE 0.
       01  WS-SIN-DATOS       PIC 9(5) VALUE 0.
       01  WS-INF-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-INF-CUENTAS     PIC 9(7) VALUE 0.
       01  WS-INF-OPERACIONES PIC 9(7) VALUE 0.
       01  WS-INF-REGISTROS   PIC 9(7) VALUE 0.
       01  WS-INF-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EFECTIVO  PIC 9(11)V99 VALUE 0.

       01  WS-EFC-TITULO.
           05  FILLER             PIC X(34) VALUE
               'OPERACIONES EN EFECTIVO DEL DIA '.
           05  WS-ET-FECHA        PIC 9(8).
           05  FILLER             PIC X(11) VALUE ' - UMBRAL $'.
           05  WS-ET-UMBRAL       PIC Z(8)9.99.

       01  WS-EFC-ENCABEZADO.
           05  FILLER             PIC X(33) VALUE
               'CLIEN DOCUMENTO    NOMBRE        '.
           05  FILLER             PIC X(33) VALUE
               '        DEPOSITOS      RETIROS   '.
           05  FILLER             PIC X(24) VALUE
               '  OPER ESTADO           '.

       01  WS-EFC-LINE.
           05  WS-EL-CLIENTE      PIC 9(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-DOC          PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-NOMBRE       PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-DEPOSITOS    PIC Z(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-RETIROS      PIC Z(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-OPERACIONES  PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-EL-ESTADO       PIC X(18).

       01  WS-EFC-CONTROL.
           05  WS-EC-CONCEPTO     PIC X(40).
           05  WS-EC-CANTIDAD     PIC Z(6)9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-EC-MONTO        PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
           PERFORM ACUMULAR-EFECTIVO
           PERFORM EVALUAR-CLIENTES
           PERFORM MARCAR-YA-INFORMADOS
           PERFORM EMITIR-PRESENTACION
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM SOLICITAR-FECHA
           IF NOT ENTRADA-VALIDA
               DISPLAY 'FECHA INVALIDA - PROCESO CANCELADO'
               STOP RUN
           END-IF
           PERFORM LEER-CONTROL-EFC
           ACCEPT WS-FECHA-GEN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-GEN FROM TIME

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTOS
           ELSE
               DISPLAY 'ADVERTENCIA: SIN CUSTOMER.DAT - LOS CLIENTES '
                   'SE INFORMAN SIN DOCUMENTO NI DOMICILIO'
           END-IF

           OPEN OUTPUT EFCT-REPORT-FILE
           IF NOT REPORTE-EFC-OK
               DISPLAY 'ERROR AL ABRIR ATMEFCT.OUT'
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           MOVE WS-FECHA-PROCESO TO WS-ET-FECHA
           MOVE WS-UMBRAL TO WS-ET-UMBRAL
           MOVE WS-EFC-TITULO TO EFCT-REPORT-RECORD
           WRITE EFCT-REPORT-RECORD
           MOVE SPACES TO EFCT-REPORT-RECORD
           WRITE EFCT-REPORT-RECORD
           MOVE WS-EFC-ENCABEZADO TO EFCT-REPORT-RECORD
           WRITE EFCT-REPORT-RECORD.

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

       SOLICITAR-FECHA.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-FECHA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-FECHA.
           DISPLAY 'FECHA A INFORMAR (AAAAMMDD 0=NEGOCIO): '
               WITH NO ADVANCING
           ACCEPT WS-RAW-FECHA
           MOVE 0 TO WS-DIA-ENTERO
           IF WS-RAW-FECHA = SPACES OR WS-RAW-FECHA = '0'
               MOVE '00000000' TO WS-RAW-FECHA
           END-IF
           IF WS-RAW-FECHA IS NUMERIC
               MOVE WS-RAW-FECHA TO WS-FECHA-PROCESO
               IF WS-FECHA-PROCESO = 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
               END-IF
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
           END-IF
           IF WS-DIA-ENTERO > 0
              AND WS-FECHA-PROCESO NOT > WS-FECHA-NEGOCIO
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'FECHA INVALIDA - INGRESE AAAAMMDD NO '
                   'POSTERIOR A LA FECHA DE NEGOCIO'
           END-IF.

       LEER-CONTROL-EFC.
           OPEN INPUT EFCT-CTL-FILE
           IF CONTROL-EFC-OK
               READ EFCT-CTL-FILE
               IF CONTROL-EFC-OK
                   IF ECT-UMBRAL IS NUMERIC AND ECT-UMBRAL > 0
                       MOVE ECT-UMBRAL TO WS-UMBRAL
                   END-IF
                   IF ECT-ENTIDAD NOT = SPACES
                       MOVE ECT-ENTIDAD TO WS-ENTIDAD
                   END-IF
               END-IF
               CLOSE EFCT-CTL-FILE
           END-IF
           DISPLAY 'UMBRAL DE EFECTIVO POR CLIENTE: $' WS-UMBRAL.

       ACUMULAR-EFECTIVO.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING 'TRANLOG.' WS-FECHA-PROCESO '.DAT'
               DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           PERFORM LEER-UN-JOURNAL
           MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME
           PERFORM LEER-UN-JOURNAL.

       LEER-UN-JOURNAL.
           OPEN INPUT TRANLOG-FILE
           IF TRANLOG-OK
               PERFORM LEER-UN-MOVIMIENTO UNTIL TRANLOG-EOF
               CLOSE TRANLOG-FILE
           END-IF.

       LEER-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK AND TL-DATE = WS-FECHA-PROCESO
               ADD 1 TO WS-LEIDOS
               IF (TL-DEPOSITO OR TL-RETIRO)
                  AND TL-CANAL NOT = WS-CANAL-CLEARING
                   PERFORM ACUMULAR-UN-MOVIMIENTO
               END-IF
           END-IF.

       ACUMULAR-UN-MOVIMIENTO.
           ADD 1 TO WS-EFECTIVO-LEIDOS
           ADD TL-AMOUNT TO WS-TOTAL-EFECTIVO
           PERFORM BUSCAR-CUENTA
           IF WS-CTA-HALLADA = 0
               PERFORM AGREGAR-CUENTA
           END-IF
           MOVE WS-CT-CLIENTE (WS-CTA-HALLADA) TO WS-CLI-HALLADO
           IF TL-DEPOSITO
               ADD TL-AMOUNT TO WS-CT-DEPOSITOS (WS-CTA-HALLADA)
               ADD TL-AMOUNT TO WS-CL-DEPOSITOS (WS-CLI-HALLADO)
           ELSE
               ADD TL-AMOUNT TO WS-CT-RETIROS (WS-CTA-HALLADA)
               ADD TL-AMOUNT TO WS-CL-RETIROS (WS-CLI-HALLADO)
           END-IF
           ADD 1 TO WS-CL-OPERACIONES (WS-CLI-HALLADO)

           IF WS-OPE-COUNT = WS-MAX-OPERACIONES
               DISPLAY 'HAY MAS DE ' WS-MAX-OPERACIONES
                   ' OPERACIONES EN EFECTIVO EN EL DIA - AMPLIAR '
                   'LA TABLA ANTES DE PROCESAR'
               CLOSE TRANLOG-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE EFCT-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPE-COUNT
           SET WS-OPE-IDX TO WS-OPE-COUNT
           MOVE WS-CTA-HALLADA TO WS-OP-CTA (WS-OPE-IDX)
           MOVE TL-TXN-TYPE TO WS-OP-TIPO (WS-OPE-IDX)
           MOVE TL-AMOUNT TO WS-OP-MONTO (WS-OPE-IDX)
           MOVE TL-REF TO WS-OP-REF (WS-OPE-IDX)
           MOVE TL-TIME TO WS-OP-HORA (WS-OPE-IDX)
           MOVE TL-CANAL TO WS-OP-CANAL (WS-OPE-IDX)
           MOVE TL-TERMINAL TO WS-OP-TERMINAL (WS-OPE-IDX).

       BUSCAR-CUENTA.
           MOVE 0 TO WS-CTA-HALLADA
           PERFORM COMPARAR-CUENTA
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT
                  OR WS-CTA-HALLADA NOT = 0.

       COMPARAR-CUENTA.
           IF WS-CT-CUENTA (WS-CTA-I) = TL-ACC-ID
               MOVE WS-CTA-I TO WS-CTA-HALLADA
           END-IF.

       AGREGAR-CUENTA.
           IF WS-CTA-COUNT = WS-MAX-CUENTAS
               DISPLAY 'HAY MAS DE ' WS-MAX-CUENTAS
                   ' CUENTAS CON EFECTIVO EN EL DIA - AMPLIAR LA '
                   'TABLA ANTES DE PROCESAR'
               CLOSE TRANLOG-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE EFCT-REPORT-FILE
               STOP RUN
           END-IF
           MOVE TL-ACC-ID TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
           END-READ
           IF ACCOUNTS-OK
               IF ACC-OWNER-ID = 0
                   MOVE ACC-ID TO WS-CLI-BUSCADO
               ELSE
                   MOVE ACC-OWNER-ID TO WS-CLI-BUSCADO
               END-IF
           ELSE
               MOVE TL-ACC-ID TO WS-CLI-BUSCADO
               MOVE SPACE TO ACC-TYPE
           END-IF
           PERFORM BUSCAR-CLIENTE
           IF WS-CLI-HALLADO = 0
               PERFORM AGREGAR-CLIENTE
           END-IF
           ADD 1 TO WS-CTA-COUNT
           SET WS-CTA-IDX TO WS-CTA-COUNT
           MOVE TL-ACC-ID TO WS-CT-CUENTA (WS-CTA-IDX)
           MOVE WS-CLI-HALLADO TO WS-CT-CLIENTE (WS-CTA-IDX)
           MOVE ACC-TYPE TO WS-CT-TIPO (WS-CTA-IDX)
           MOVE 0 TO WS-CT-DEPOSITOS (WS-CTA-IDX)
           MOVE 0 TO WS-CT-RETIROS (WS-CTA-IDX)
           MOVE WS-CTA-COUNT TO WS-CTA-HALLADA.

       BUSCAR-CLIENTE.
           MOVE 0 TO WS-CLI-HALLADO
           PERFORM COMPARAR-CLIENTE
               VARYING WS-CLI-I FROM 1 BY 1
               UNTIL WS-CLI-I > WS-CLI-COUNT
                  OR WS-CLI-HALLADO NOT = 0.

       COMPARAR-CLIENTE.
           IF WS-CL-ID (WS-CLI-I) = WS-CLI-BUSCADO
               MOVE WS-CLI-I TO WS-CLI-HALLADO
           END-IF.

       AGREGAR-CLIENTE.
           IF WS-CLI-COUNT = WS-MAX-CLIENTES
               DISPLAY 'HAY MAS DE ' WS-MAX-CLIENTES
                   ' CLIENTES CON EFECTIVO EN EL DIA - AMPLIAR LA '
                   'TABLA ANTES DE PROCESAR'
               CLOSE TRANLOG-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE EFCT-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLI-COUNT
           SET WS-CLI-IDX TO WS-CLI-COUNT
           MOVE WS-CLI-BUSCADO TO WS-CL-ID (WS-CLI-IDX)
           MOVE 0 TO WS-CL-DEPOSITOS (WS-CLI-IDX)
           MOVE 0 TO WS-CL-RETIROS (WS-CLI-IDX)
           MOVE 0 TO WS-CL-OPERACIONES (WS-CLI-IDX)
           MOVE 'N' TO WS-CL-ESTADO (WS-CLI-IDX)
           MOVE WS-CLI-COUNT TO WS-CLI-HALLADO.

       EVALUAR-CLIENTES.
           PERFORM EVALUAR-UN-CLIENTE
               VARYING WS-CLI-I FROM 1 BY 1
               UNTIL WS-CLI-I > WS-CLI-COUNT.

       EVALUAR-UN-CLIENTE.
           COMPUTE WS-TOTAL-CLIENTE =
               WS-CL-DEPOSITOS (WS-CLI-I) + WS-CL-RETIROS (WS-CLI-I)
           IF WS-TOTAL-CLIENTE > WS-UMBRAL
               MOVE 'S' TO WS-CL-ESTADO (WS-CLI-I)
               ADD 1 TO WS-SOBRE-UMBRAL
           END-IF.

       MARCAR-YA-INFORMADOS.
           OPEN INPUT EFREG-FILE
           IF REGISTRO-NOFILE
               CONTINUE
           ELSE
               IF NOT REGISTRO-OK
                   DISPLAY 'ERROR AL ABRIR ATMEFREG.DAT'
                   CLOSE ACCOUNTS-FILE
                   CLOSE EFCT-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM LEER-UN-INFORMADO UNTIL REGISTRO-EOF
               CLOSE EFREG-FILE
           END-IF.

       LEER-UN-INFORMADO.
           READ EFREG-FILE
           IF REGISTRO-OK AND ERG-FECHA-OPER = WS-FECHA-PROCESO
               MOVE ERG-CLIENTE TO WS-CLI-BUSCADO
               PERFORM BUSCAR-CLIENTE
               IF WS-CLI-HALLADO NOT = 0
                   IF CL-A-INFORMAR (WS-CLI-HALLADO)
                       MOVE 'R' TO WS-CL-ESTADO (WS-CLI-HALLADO)
                       ADD 1 TO WS-YA-INFORMADOS
                   END-IF
               END-IF
           END-IF.

       EMITIR-PRESENTACION.
           IF WS-SOBRE-UMBRAL > WS-YA-INFORMADOS
               MOVE SPACES TO WS-FILING-NAME
               STRING 'ATMEFCT.' WS-FECHA-PROCESO '.' WS-HG-HHMMSS
                   '.DAT'
                   DELIMITED BY SIZE
                   INTO WS-FILING-NAME
               OPEN OUTPUT FILING-FILE
               IF NOT PRESENTACION-OK
                   DISPLAY 'ERROR AL ABRIR ' WS-FILING-NAME
                   CLOSE ACCOUNTS-FILE
                   CLOSE EFCT-REPORT-FILE
                   STOP RUN
               END-IF
               OPEN EXTEND EFREG-FILE
               IF REGISTRO-NOFILE
                   OPEN OUTPUT EFREG-FILE
               END-IF
               IF NOT REGISTRO-OK
                   DISPLAY 'ERROR AL ABRIR ATMEFREG.DAT'
                   CLOSE FILING-FILE
                   CLOSE ACCOUNTS-FILE
                   CLOSE EFCT-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM GRABAR-CABECERA
           END-IF
           PERFORM EMITIR-UN-CLIENTE
               VARYING WS-CLI-I FROM 1 BY 1
               UNTIL WS-CLI-I > WS-CLI-COUNT
           IF WS-SOBRE-UMBRAL > WS-YA-INFORMADOS
               PERFORM GRABAR-PIE
               CLOSE FILING-FILE
               CLOSE EFREG-FILE
           END-IF.

       GRABAR-CABECERA.
           MOVE SPACES TO FILING-RECORD
           MOVE '1' TO EFR-TIPO-REG
           MOVE WS-ENTIDAD TO EFR-CAB-ENTIDAD
           MOVE WS-FECHA-PROCESO TO EFR-CAB-FECHA-OPER
           MOVE WS-FECHA-GEN TO EFR-CAB-FECHA-GEN
           MOVE WS-HORA-GEN TO EFR-CAB-HORA-GEN
           MOVE WS-UMBRAL TO EFR-CAB-UMBRAL
           PERFORM GRABAR-REGISTRO-PRESENTACION.

       GRABAR-PIE.
           MOVE SPACES TO FILING-RECORD
           MOVE '9' TO EFR-TIPO-REG
           MOVE WS-INF-CLIENTES TO EFR-PIE-CLIENTES
           MOVE WS-INF-CUENTAS TO EFR-PIE-CUENTAS
           MOVE WS-INF-OPERACIONES TO EFR-PIE-OPERACIONES
           ADD 1 TO WS-INF-REGISTROS
           MOVE WS-INF-REGISTROS TO EFR-PIE-REGISTROS
           MOVE WS-INF-TOTAL TO EFR-PIE-TOTAL
           WRITE FILING-RECORD
           IF NOT PRESENTACION-OK
               DISPLAY 'ERROR AL GRABAR ' WS-FILING-NAME
           END-IF.

       GRABAR-REGISTRO-PRESENTACION.
           WRITE FILING-RECORD
           IF PRESENTACION-OK
               ADD 1 TO WS-INF-REGISTROS
           ELSE
               DISPLAY 'ERROR AL GRABAR ' WS-FILING-NAME
           END-IF.

       EMITIR-UN-CLIENTE.
           IF NOT CL-BAJO-UMBRAL (WS-CLI-I)
               PERFORM LEER-DATOS-CLIENTE
               MOVE WS-CL-ID (WS-CLI-I) TO WS-EL-CLIENTE
               MOVE CUST-DOC TO WS-EL-DOC
               MOVE CUST-NAME TO WS-EL-NOMBRE
               MOVE WS-CL-DEPOSITOS (WS-CLI-I) TO WS-EL-DEPOSITOS
               MOVE WS-CL-RETIROS (WS-CLI-I) TO WS-EL-RETIROS
               MOVE WS-CL-OPERACIONES (WS-CLI-I) TO WS-EL-OPERACIONES
               EVALUATE TRUE
                   WHEN CL-YA-INFORMADO (WS-CLI-I)
                       MOVE 'YA INFORMADO' TO WS-EL-ESTADO
                   WHEN NOT CLIENTES-OK
                       MOVE 'SIN DATOS CLIENTE' TO WS-EL-ESTADO
                       ADD 1 TO WS-SIN-DATOS
                   WHEN CUST-DOC = SPACES
                       MOVE 'INFORMADO SIN DOC.' TO WS-EL-ESTADO
                       ADD 1 TO WS-SIN-DATOS
                   WHEN OTHER
                       MOVE 'INFORMADO' TO WS-EL-ESTADO
               END-EVALUATE
               MOVE WS-EFC-LINE TO EFCT-REPORT-RECORD
               WRITE EFCT-REPORT-RECORD
               IF CL-A-INFORMAR (WS-CLI-I)
                   PERFORM INFORMAR-CLIENTE
               END-IF
           END-IF.

       LEER-DATOS-CLIENTE.
           MOVE '23' TO WS-CUSTOMER-STATUS
           IF CLIENTES-PRESENTES
               MOVE WS-CL-ID (WS-CLI-I) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF NOT CLIENTES-OK
               MOVE WS-CL-ID (WS-CLI-I) TO CUST-ID
               MOVE SPACES TO CUST-NAME
               MOVE SPACES TO CUST-DOC
               MOVE SPACES TO CUST-DIR1
               MOVE SPACES TO CUST-DIR2
               PERFORM BUSCAR-NOMBRE-EN-CUENTAS
           END-IF.

       BUSCAR-NOMBRE-EN-CUENTAS.
           PERFORM NOMBRE-DE-UNA-CUENTA
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT
                  OR CUST-NAME NOT = SPACES.

       NOMBRE-DE-UNA-CUENTA.
           IF WS-CT-CLIENTE (WS-CTA-I) = WS-CLI-I
               MOVE WS-CT-CUENTA (WS-CTA-I) TO ACC-ID
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF ACCOUNTS-OK
                   MOVE ACC-NAME TO CUST-NAME
               END-IF
           END-IF.

       INFORMAR-CLIENTE.
           MOVE SPACES TO FILING-RECORD
           MOVE '2' TO EFR-TIPO-REG
           MOVE WS-CL-ID (WS-CLI-I) TO EFR-CLI-ID
           MOVE CUST-DOC TO EFR-CLI-DOC
           MOVE CUST-NAME TO EFR-CLI-NOMBRE
           MOVE CUST-DIR1 TO EFR-CLI-DIR1
           MOVE CUST-DIR2 TO EFR-CLI-DIR2
           MOVE WS-CL-DEPOSITOS (WS-CLI-I) TO EFR-CLI-DEPOSITOS
           MOVE WS-CL-RETIROS (WS-CLI-I) TO EFR-CLI-RETIROS
           PERFORM GRABAR-REGISTRO-PRESENTACION
           ADD 1 TO WS-INF-CLIENTES
           COMPUTE WS-TOTAL-CLIENTE =
               WS-CL-DEPOSITOS (WS-CLI-I) + WS-CL-RETIROS (WS-CLI-I)
           ADD WS-TOTAL-CLIENTE TO WS-INF-TOTAL

           PERFORM INFORMAR-UNA-CUENTA
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT
           PERFORM INFORMAR-UNA-OPERACION
               VARYING WS-OPE-I FROM 1 BY 1
               UNTIL WS-OPE-I > WS-OPE-COUNT

           MOVE WS-FECHA-PROCESO TO ERG-FECHA-OPER
           MOVE WS-CL-ID (WS-CLI-I) TO ERG-CLIENTE
           MOVE WS-FECHA-GEN TO ERG-FECHA-ENVIO
           MOVE WS-TOTAL-CLIENTE TO ERG-TOTAL
           MOVE WS-FILING-NAME TO ERG-ARCHIVO
           WRITE EFREG-RECORD
           IF NOT REGISTRO-OK
               DISPLAY 'ERROR AL GRABAR ATMEFREG.DAT - CLIENTE '
                   ERG-CLIENTE
           END-IF.

       INFORMAR-UNA-CUENTA.
           IF WS-CT-CLIENTE (WS-CTA-I) = WS-CLI-I
               MOVE SPACES TO FILING-RECORD
               MOVE '3' TO EFR-TIPO-REG
               MOVE WS-CL-ID (WS-CLI-I) TO EFR-CTA-CLIENTE
               MOVE WS-CT-CUENTA (WS-CTA-I) TO EFR-CTA-ID
               MOVE WS-CT-TIPO (WS-CTA-I) TO EFR-CTA-TIPO
               MOVE WS-CT-DEPOSITOS (WS-CTA-I) TO EFR-CTA-DEPOSITOS
               MOVE WS-CT-RETIROS (WS-CTA-I) TO EFR-CTA-RETIROS
               PERFORM GRABAR-REGISTRO-PRESENTACION
               ADD 1 TO WS-INF-CUENTAS
           END-IF.

       INFORMAR-UNA-OPERACION.
           MOVE WS-OP-CTA (WS-OPE-I) TO WS-CTA-I
           IF WS-CT-CLIENTE (WS-CTA-I) = WS-CLI-I
               MOVE SPACES TO FILING-RECORD
               MOVE '4' TO EFR-TIPO-REG
               MOVE WS-CL-ID (WS-CLI-I) TO EFR-OPE-CLIENTE
               MOVE WS-CT-CUENTA (WS-CTA-I) TO EFR-OPE-CUENTA
               MOVE WS-OP-TIPO (WS-OPE-I) TO EFR-OPE-TIPO
               MOVE WS-OP-MONTO (WS-OPE-I) TO EFR-OPE-MONTO
               MOVE WS-OP-REF (WS-OPE-I) TO EFR-OPE-REF
               MOVE WS-OP-HORA (WS-OPE-I) TO EFR-OPE-HORA
               MOVE WS-OP-CANAL (WS-OPE-I) TO EFR-OPE-CANAL
               MOVE WS-OP-TERMINAL (WS-OPE-I) TO EFR-OPE-TERMINAL
               PERFORM GRABAR-REGISTRO-PRESENTACION
               ADD 1 TO WS-INF-OPERACIONES
           END-IF.

       FINALIZAR.
           MOVE SPACES TO EFCT-REPORT-RECORD
           WRITE EFCT-REPORT-RECORD
           IF WS-SOBRE-UMBRAL = 0
               MOVE 'SIN CLIENTES SOBRE EL UMBRAL'
                 TO EFCT-REPORT-RECORD
               WRITE EFCT-REPORT-RECORD
               MOVE SPACES TO EFCT-REPORT-RECORD
               WRITE EFCT-REPORT-RECORD
           END-IF
           MOVE 'MOVIMIENTOS DEL DIA LEIDOS' TO WS-EC-CONCEPTO
           MOVE WS-LEIDOS TO WS-EC-CANTIDAD
           MOVE 0 TO WS-EC-MONTO
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'OPERACIONES EN EFECTIVO' TO WS-EC-CONCEPTO
           MOVE WS-EFECTIVO-LEIDOS TO WS-EC-CANTIDAD
           MOVE WS-TOTAL-EFECTIVO TO WS-EC-MONTO
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'CLIENTES CON EFECTIVO' TO WS-EC-CONCEPTO
           MOVE WS-CLI-COUNT TO WS-EC-CANTIDAD
           MOVE 0 TO WS-EC-MONTO
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'CLIENTES SOBRE EL UMBRAL' TO WS-EC-CONCEPTO
           MOVE WS-SOBRE-UMBRAL TO WS-EC-CANTIDAD
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'CLIENTES YA INFORMADOS (OMITIDOS)' TO WS-EC-CONCEPTO
           MOVE WS-YA-INFORMADOS TO WS-EC-CANTIDAD
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'CLIENTES INFORMADOS' TO WS-EC-CONCEPTO
           MOVE WS-INF-CLIENTES TO WS-EC-CANTIDAD
           MOVE WS-INF-TOTAL TO WS-EC-MONTO
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'INFORMADOS SIN DOCUMENTO O DOMICILIO'
             TO WS-EC-CONCEPTO
           MOVE WS-SIN-DATOS TO WS-EC-CANTIDAD
           MOVE 0 TO WS-EC-MONTO
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'CUENTAS INFORMADAS' TO WS-EC-CONCEPTO
           MOVE WS-INF-CUENTAS TO WS-EC-CANTIDAD
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'OPERACIONES INFORMADAS' TO WS-EC-CONCEPTO
           MOVE WS-INF-OPERACIONES TO WS-EC-CANTIDAD
           PERFORM EMITIR-LINEA-CONTROL
           MOVE 'REGISTROS EN EL ARCHIVO DE PRESENTACION'
             TO WS-EC-CONCEPTO
           MOVE WS-INF-REGISTROS TO WS-EC-CANTIDAD
           PERFORM EMITIR-LINEA-CONTROL
           IF WS-INF-CLIENTES > 0
               MOVE SPACES TO EFCT-REPORT-RECORD
               STRING 'ARCHIVO DE PRESENTACION: ' WS-FILING-NAME
                   DELIMITED BY SIZE
                   INTO EFCT-REPORT-RECORD
               WRITE EFCT-REPORT-RECORD
           END-IF

           CLOSE ACCOUNTS-FILE
           CLOSE EFCT-REPORT-FILE
           IF CLIENTES-PRESENTES
               CLOSE CUSTOMER-FILE
           END-IF

           DISPLAY 'EFECTIVO ' WS-FECHA-PROCESO
               ' - SOBRE UMBRAL: ' WS-SOBRE-UMBRAL
               ' INFORMADOS: ' WS-INF-CLIENTES
               ' YA INFORMADOS: ' WS-YA-INFORMADOS
           IF WS-INF-CLIENTES > 0
               DISPLAY 'PRESENTACION GENERADA EN ' WS-FILING-NAME
           END-IF.

       EMITIR-LINEA-CONTROL.
           MOVE WS-EFC-CONTROL TO EFCT-REPORT-RECORD
           WRITE EFCT-REPORT-RECORD.
