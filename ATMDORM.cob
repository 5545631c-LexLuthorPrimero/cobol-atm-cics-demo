       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMDORM.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DORM-CTL-FILE ASSIGN TO 'ATMDORM.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
           SELECT DORM-FILE ASSIGN TO 'ATMDORM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.
           SELECT DORM-REPORT-FILE ASSIGN TO 'ATMDORM.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-OP-ID      PIC X(8).
           05  AUD-ACC-ID     PIC 9(5).
           05  AUD-ACCION     PIC X(15).
           05  AUD-DATE       PIC 9(8).
           05  AUD-TIME       PIC 9(8).
           05  AUD-DETALLE    PIC X(20).

       FD  DORM-CTL-FILE.
       01  DORM-CTL-RECORD.
           05  DCT-DIAS-INACTIVIDAD PIC 9(4).

       FD  DORM-FILE.
       01  DORM-RECORD.
           05  DRM-ACC-ID     PIC 9(5).
           05  DRM-ULTIMA     PIC 9(8).

       FD  DORM-REPORT-FILE.
       01  DORM-REPORT-RECORD PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.
           88  ACCOUNTS-EOF   VALUE '10'.

       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-CLIENTES-ABIERTOS PIC X VALUE 'N'.
           88  CLIENTES-PRESENTES VALUE 'S'.

       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.
           88  TRANLOG-EOF    VALUE '10'.

       01  WS-AUDIT-STATUS    PIC X(2).
           88  AUDITORIA-OK   VALUE '00'.
           88  AUDITORIA-EOF  VALUE '10'.

       01  WS-DCT-STATUS      PIC X(2).
           88  CONTROL-DOR-OK VALUE '00'.

       01  WS-DORM-STATUS     PIC X(2).
           88  REGISTRO-OK    VALUE '00'.
           88  REGISTRO-EOF   VALUE '10'.
           88  REGISTRO-NOFILE VALUE '35'.

       01  WS-DR-STATUS       PIC X(2).
           88  REPORTE-DOR-OK VALUE '00'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).
       01  WS-JOURNAL-NAME    PIC X(30).
       01  WS-CANAL-CLR       PIC X(3) VALUE 'CLR'.
       01  WS-FECHA-ARCHIVO   PIC 9(8).
       01  WS-DIA-HOY         PIC 9(7).
       01  WS-DIA-DESDE       PIC 9(7).
       01  WS-DIA-ACTUAL      PIC 9(7).
       01  WS-DIA-ULTIMA      PIC 9(7).
       01  WS-DIAS-SIN-MOV    PIC 9(5).

       01  WS-DIAS-INACTIVIDAD PIC 9(4) VALUE 365.

       01  WS-MAX-ACCOUNTS    PIC 9(3) VALUE 300.
       01  WS-DOR-COUNT       PIC 9(3) VALUE 0.
       01  WS-DOR-I           PIC 9(3).
       01  WS-DOR-HALLADO     PIC 9(3) VALUE 0.
       01  WS-DOR-TABLE.
           05  WS-DOR-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON WS-DOR-COUNT
                       INDEXED BY WS-DOR-IDX.
               10  WS-DOR-ID          PIC 9(5).
               10  WS-DOR-OWNER       PIC 9(5).
               10  WS-DOR-NOMBRE      PIC X(20).
               10  WS-DOR-SALDO       PIC S9(7)V99.
               10  WS-DOR-ESTADO      PIC X(1).
               10  WS-DOR-ULTIMA      PIC 9(8).

       01  WS-BUSCAR-ID       PIC 9(5).
       01  WS-BUSCAR-FECHA    PIC 9(8).

       01  WS-INACTIVADAS     PIC 9(5) VALUE 0.
       01  WS-YA-INACTIVAS    PIC 9(5) VALUE 0.
       01  WS-SIN-HISTORIA    PIC 9(5) VALUE 0.
       01  WS-REWRITE-OK      PIC X VALUE 'S'.
           88  GRABADO-OK       VALUE 'S'.

       01  WS-DOR-LINE.
           05  WS-DL-ID           PIC 9(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-OWNER        PIC 9(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-NOMBRE       PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-SALDO        PIC -(7)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-ULTIMA       PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-DIAS         PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-DL-ESTADO       PIC X(11).

       01  WS-DOR-TITULOS.
           05  FILLER             PIC X(33) VALUE
               'CUENTA TITUL NOMBRE              '.
           05  FILLER             PIC X(36) VALUE
               '      SALDO ULT.ACTIV  DIAS ESTADO'.

       01  WS-DOR-RESUMEN.
           05  FILLER             PIC X(13) VALUE 'INACTIVADAS: '.
           05  WS-DS-INACTIVADAS  PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE '  YA INACTIVAS: '.
           05  WS-DS-YA-INACTIVAS PIC ZZZZ9.
           05  FILLER             PIC X(17) VALUE
               '  SIN HISTORIAL: '.
           05  WS-DS-SIN-HISTORIA PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
           PERFORM CARGAR-CUENTAS-DOR
           PERFORM CARGAR-REGISTRO-ACTIVIDAD
           PERFORM CARGAR-EVENTOS-AUDITORIA
           PERFORM CARGAR-MOVIMIENTOS
           PERFORM EVALUAR-CUENTAS
           PERFORM GRABAR-REGISTRO-ACTIVIDAD
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM LEER-CONTROL-DOR

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTOS
           END-IF

           OPEN OUTPUT DORM-REPORT-FILE
           IF NOT REPORTE-DOR-OK
               DISPLAY 'ERROR AL ABRIR REPORTE DE INACTIVIDAD'
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO DORM-REPORT-RECORD
           STRING 'CUENTAS INACTIVAS AL ' WS-FECHA-NEGOCIO
               ' - PERIODO DE INACTIVIDAD ' WS-DIAS-INACTIVIDAD
               ' DIAS'
               DELIMITED BY SIZE
               INTO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE WS-DOR-TITULOS TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD.

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

       LEER-CONTROL-DOR.
           OPEN INPUT DORM-CTL-FILE
           IF CONTROL-DOR-OK
               READ DORM-CTL-FILE
               IF CONTROL-DOR-OK AND DCT-DIAS-INACTIVIDAD > 0
                   MOVE DCT-DIAS-INACTIVIDAD TO WS-DIAS-INACTIVIDAD
               END-IF
               CLOSE DORM-CTL-FILE
           END-IF
           DISPLAY 'PERIODO DE INACTIVIDAD: ' WS-DIAS-INACTIVIDAD
               ' DIAS'.

       CARGAR-CUENTAS-DOR.
           MOVE 0 TO ACC-ID
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACC-ID
               INVALID KEY MOVE '10' TO WS-ACCOUNTS-STATUS
           END-START
           PERFORM LEER-UNA-CUENTA-DOR UNTIL ACCOUNTS-EOF
                 OR WS-DOR-COUNT = WS-MAX-ACCOUNTS
           IF NOT ACCOUNTS-EOF
               READ ACCOUNTS-FILE NEXT RECORD
               IF NOT ACCOUNTS-EOF
                   DISPLAY 'HAY MAS DE ' WS-MAX-ACCOUNTS
                       ' CUENTAS EN ACCOUNTS.DAT - AMPLIAR LA '
                       'TABLA ANTES DE CONTINUAR'
                   CLOSE ACCOUNTS-FILE
                   CLOSE DORM-REPORT-FILE
                   STOP RUN
               END-IF
           END-IF.

       LEER-UNA-CUENTA-DOR.
           READ ACCOUNTS-FILE NEXT RECORD
           IF ACCOUNTS-OK
               ADD 1 TO WS-DOR-COUNT
               SET WS-DOR-IDX TO WS-DOR-COUNT
               MOVE ACC-ID TO WS-DOR-ID (WS-DOR-IDX)
               IF ACC-OWNER-ID = 0
                   MOVE ACC-ID TO WS-DOR-OWNER (WS-DOR-IDX)
               ELSE
                   MOVE ACC-OWNER-ID TO WS-DOR-OWNER (WS-DOR-IDX)
               END-IF
               MOVE ACC-NAME TO WS-DOR-NOMBRE (WS-DOR-IDX)
               MOVE ACC-BALANCE TO WS-DOR-SALDO (WS-DOR-IDX)
               MOVE ACC-STATUS TO WS-DOR-ESTADO (WS-DOR-IDX)
               MOVE 0 TO WS-DOR-ULTIMA (WS-DOR-IDX)
           END-IF.

       CARGAR-REGISTRO-ACTIVIDAD.
           OPEN INPUT DORM-FILE
           IF REGISTRO-NOFILE
               DISPLAY 'NO EXISTE ATMDORM.DAT - PRIMERA EJECUCION'
           ELSE
               IF NOT REGISTRO-OK
                   DISPLAY 'ERROR AL ABRIR ATMDORM.DAT'
                   CLOSE ACCOUNTS-FILE
                   CLOSE DORM-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM LEER-UN-REGISTRO UNTIL REGISTRO-EOF
               CLOSE DORM-FILE
           END-IF.

       LEER-UN-REGISTRO.
           READ DORM-FILE
           IF REGISTRO-OK
               MOVE DRM-ACC-ID TO WS-BUSCAR-ID
               MOVE DRM-ULTIMA TO WS-BUSCAR-FECHA
               PERFORM ANOTAR-ACTIVIDAD
           END-IF.

       CARGAR-EVENTOS-AUDITORIA.
           OPEN INPUT AUDIT-FILE
           IF AUDITORIA-OK
               PERFORM LEER-UN-EVENTO UNTIL AUDITORIA-EOF
               CLOSE AUDIT-FILE
           END-IF.

       LEER-UN-EVENTO.
           READ AUDIT-FILE
           IF AUDITORIA-OK
               IF AUD-ACCION = 'ALTA CUENTA'
                  OR AUD-ACCION = 'REACTIVACION'
                   MOVE AUD-ACC-ID TO WS-BUSCAR-ID
                   MOVE AUD-DATE TO WS-BUSCAR-FECHA
                   PERFORM ANOTAR-ACTIVIDAD
               END-IF
           END-IF.

       CARGAR-MOVIMIENTOS.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           COMPUTE WS-DIA-DESDE = WS-DIA-HOY - WS-DIAS-INACTIVIDAD
           PERFORM CARGAR-ARCHIVO-DE-UN-DIA
               VARYING WS-DIA-ACTUAL FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA-ACTUAL > WS-DIA-HOY
           MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME
           PERFORM CARGAR-UN-JOURNAL.

       CARGAR-ARCHIVO-DE-UN-DIA.
           COMPUTE WS-FECHA-ARCHIVO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-ACTUAL)
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING 'TRANLOG.' WS-FECHA-ARCHIVO '.DAT'
               DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           PERFORM CARGAR-UN-JOURNAL.

       CARGAR-UN-JOURNAL.
           OPEN INPUT TRANLOG-FILE
           IF TRANLOG-OK
               PERFORM CARGAR-UN-MOVIMIENTO UNTIL TRANLOG-EOF
               CLOSE TRANLOG-FILE
           END-IF.

       CARGAR-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK
               IF TL-INTERES OR TL-COMISION OR TL-LIBERACION
                  OR TL-INTERES-DEBITO OR TL-AJUSTE-CREDITO
                  OR TL-AJUSTE-DEBITO OR TL-CANAL = WS-CANAL-CLR
                   CONTINUE
               ELSE
                   MOVE TL-ACC-ID TO WS-BUSCAR-ID
                   MOVE TL-DATE TO WS-BUSCAR-FECHA
                   PERFORM ANOTAR-ACTIVIDAD
               END-IF
           END-IF.

       ANOTAR-ACTIVIDAD.
           MOVE 0 TO WS-DOR-HALLADO
           PERFORM BUSCAR-CUENTA-DOR
               VARYING WS-DOR-I FROM 1 BY 1
               UNTIL WS-DOR-I > WS-DOR-COUNT
                  OR WS-DOR-HALLADO NOT = 0
           IF WS-DOR-HALLADO NOT = 0
               SET WS-DOR-IDX TO WS-DOR-HALLADO
               IF WS-BUSCAR-FECHA > WS-DOR-ULTIMA (WS-DOR-IDX)
                  AND WS-BUSCAR-FECHA NOT > WS-FECHA-NEGOCIO
                   MOVE WS-BUSCAR-FECHA TO WS-DOR-ULTIMA (WS-DOR-IDX)
               END-IF
           END-IF.

       BUSCAR-CUENTA-DOR.
           IF WS-DOR-ID (WS-DOR-I) = WS-BUSCAR-ID
               MOVE WS-DOR-I TO WS-DOR-HALLADO
           END-IF.

       EVALUAR-CUENTAS.
           PERFORM EVALUAR-UNA-CUENTA
               VARYING WS-DOR-I FROM 1 BY 1
               UNTIL WS-DOR-I > WS-DOR-COUNT.

       EVALUAR-UNA-CUENTA.
           IF WS-DOR-ULTIMA (WS-DOR-I) = 0
               MOVE WS-FECHA-NEGOCIO TO WS-DOR-ULTIMA (WS-DOR-I)
               ADD 1 TO WS-SIN-HISTORIA
           END-IF
           COMPUTE WS-DIA-ULTIMA =
               FUNCTION INTEGER-OF-DATE (WS-DOR-ULTIMA (WS-DOR-I))
           COMPUTE WS-DIAS-SIN-MOV = WS-DIA-HOY - WS-DIA-ULTIMA
           EVALUATE TRUE
               WHEN WS-DOR-ESTADO (WS-DOR-I) = 'C'
                   CONTINUE
               WHEN WS-DOR-ESTADO (WS-DOR-I) = 'D'
                   ADD 1 TO WS-YA-INACTIVAS
                   MOVE 'YA INACTIVA' TO WS-DL-ESTADO
                   PERFORM REGISTRAR-INACTIVA
               WHEN WS-DIAS-SIN-MOV >= WS-DIAS-INACTIVIDAD
                   PERFORM MARCAR-CUENTA-DORMIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MARCAR-CUENTA-DORMIDA.
           MOVE WS-DOR-ID (WS-DOR-I) TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'CUENTA NO ENCONTRADA: ' ACC-ID
           END-READ
           IF ACCOUNTS-OK
               MOVE 'D' TO ACC-STATUS
               MOVE 'S' TO WS-REWRITE-OK
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR CUENTA'
                       MOVE 'N' TO WS-REWRITE-OK
               END-REWRITE
               IF GRABADO-OK
                   MOVE 'D' TO WS-DOR-ESTADO (WS-DOR-I)
                   MOVE ACC-BALANCE TO WS-DOR-SALDO (WS-DOR-I)
                   ADD 1 TO WS-INACTIVADAS
                   MOVE 'INACTIVADA' TO WS-DL-ESTADO
                   PERFORM REGISTRAR-INACTIVA
               END-IF
           END-IF.

       REGISTRAR-INACTIVA.
           MOVE WS-DOR-ID (WS-DOR-I) TO WS-DL-ID
           MOVE WS-DOR-OWNER (WS-DOR-I) TO WS-DL-OWNER
           MOVE WS-DOR-NOMBRE (WS-DOR-I) TO WS-DL-NOMBRE
           IF CLIENTES-PRESENTES
               MOVE WS-DOR-OWNER (WS-DOR-I) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF CLIENTES-OK
                   MOVE CUST-NAME TO WS-DL-NOMBRE
               END-IF
           END-IF
           MOVE WS-DOR-SALDO (WS-DOR-I) TO WS-DL-SALDO
           MOVE WS-DOR-ULTIMA (WS-DOR-I) TO WS-DL-ULTIMA
           MOVE WS-DIAS-SIN-MOV TO WS-DL-DIAS
           MOVE WS-DOR-LINE TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD.

       GRABAR-REGISTRO-ACTIVIDAD.
           OPEN OUTPUT DORM-FILE
           IF NOT REGISTRO-OK
               DISPLAY 'ERROR AL GRABAR ATMDORM.DAT'
           ELSE
               PERFORM GRABAR-UN-REGISTRO
                   VARYING WS-DOR-I FROM 1 BY 1
                   UNTIL WS-DOR-I > WS-DOR-COUNT
               CLOSE DORM-FILE
           END-IF.

       GRABAR-UN-REGISTRO.
           MOVE WS-DOR-ID (WS-DOR-I) TO DRM-ACC-ID
           MOVE WS-DOR-ULTIMA (WS-DOR-I) TO DRM-ULTIMA
           WRITE DORM-RECORD
           IF NOT REGISTRO-OK
               DISPLAY 'ERROR AL GRABAR ATMDORM.DAT - CUENTA '
                   DRM-ACC-ID
           END-IF.

       FINALIZAR.
           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE WS-INACTIVADAS TO WS-DS-INACTIVADAS
           MOVE WS-YA-INACTIVAS TO WS-DS-YA-INACTIVAS
           MOVE WS-SIN-HISTORIA TO WS-DS-SIN-HISTORIA
           MOVE WS-DOR-RESUMEN TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD

           CLOSE ACCOUNTS-FILE
           CLOSE DORM-REPORT-FILE
           IF CLIENTES-PRESENTES
               CLOSE CUSTOMER-FILE
           END-IF

           DISPLAY 'CUENTAS INACTIVAS - NUEVAS: ' WS-INACTIVADAS
               ' YA INACTIVAS: ' WS-YA-INACTIVAS
               ' SIN HISTORIAL: ' WS-SIN-HISTORIA.
