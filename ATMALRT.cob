       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMALRT.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT SUB-FILE ASSIGN TO 'ATMALSUB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT ORDF-FILE ASSIGN TO 'ATMORDF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDF-STATUS.
           SELECT ALLOG-FILE ASSIGN TO 'ATMALLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOG-STATUS.
           SELECT PEND-FILE ASSIGN TO 'ATMALPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NOTIF-FILE ASSIGN USING WS-NOTIF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.
           SELECT ALRT-REPORT-FILE ASSIGN TO 'ATMALRT.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT REF-FILE ASSIGN TO 'ATMREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT RUN-FILE ASSIGN TO 'ATMRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
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

       FD  ORDF-FILE.
       01  ORDF-RECORD.
           05  ORF-FECHA      PIC 9(8).
           05  ORF-REF        PIC 9(9).
           05  ORF-ORD-ID     PIC 9(5).
           05  ORF-SRC-ID     PIC 9(5).
           05  ORF-DST-ID     PIC 9(5).
           05  ORF-AMOUNT     PIC 9(7)V99.
           05  ORF-MOTIVO     PIC X(30).

       FD  ALLOG-FILE.
       01  ALLOG-RECORD.
           05  ALG-FECHA          PIC 9(8).
           05  ALG-TIPO           PIC X(2).
               88  ALG-BLOQUEO      VALUE 'BQ'.
               88  ALG-DESBLOQUEO   VALUE 'DQ'.
           05  ALG-CLIENTE        PIC 9(5).
           05  ALG-CUENTA         PIC 9(5).
           05  ALG-REF            PIC 9(9).
           05  ALG-FECHA-ENVIO    PIC 9(8).
           05  ALG-HORA-ENVIO     PIC 9(8).
           05  ALG-TELEFONO       PIC X(12).

       FD  PEND-FILE.
       01  PEND-RECORD.
           05  PEN-FECHA          PIC 9(8).
           05  PEN-CLIENTE        PIC 9(5).
           05  PEN-TIPO           PIC X(2).
           05  PEN-CUENTA         PIC 9(5).
           05  PEN-MONTO          PIC S9(7)V99.
           05  PEN-REF            PIC 9(9).
           05  PEN-MENSAJE        PIC X(60).

       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           05  NTF-FECHA          PIC 9(8).
           05  NTF-HORA           PIC 9(8).
           05  NTF-CLIENTE        PIC 9(5).
           05  NTF-TELEFONO       PIC X(12).
           05  NTF-TIPO           PIC X(2).
           05  NTF-CUENTA         PIC 9(5).
           05  NTF-MONTO          PIC S9(7)V99.
           05  NTF-REF            PIC 9(9).
           05  NTF-MENSAJE        PIC X(60).

       FD  ALRT-REPORT-FILE.
       01  ALRT-REPORT-RECORD PIC X(80).

       FD  REF-FILE.
       01  REF-RECORD.
           05  REF-ULTIMA     PIC 9(9).

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       FD  RUN-FILE.
       01  RUN-RECORD.
           05  RUN-FECHA      PIC 9(8).
           05  RUN-PASO       PIC X(8).
           05  RUN-ESTADO     PIC X(1).
           05  RUN-FECHA-REG  PIC 9(8).
           05  RUN-HORA       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS      PIC X(2).
           88  BITACORA-OK    VALUE '00'.
           88  BITACORA-EOF   VALUE '10'.
           88  BITACORA-NOFILE VALUE '35'.
       01  WS-PASO-ACTUAL     PIC X(8) VALUE 'ALRT'.
       01  WS-PASO-PREVIO     PIC X(8) VALUE 'CEXP'.
       01  WS-FECHA-PROCESO   PIC 9(8) VALUE 0.
       01  WS-ESTADO-PASO     PIC X(1) VALUE SPACE.
       01  WS-ESTADO-PREVIO   PIC X(1) VALUE SPACE.
       01  WS-ESTADO-GRABAR   PIC X(1).
       01  WS-RUN-FECHA-REG   PIC 9(8).
       01  WS-RUN-HORA        PIC 9(8).

       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.
           88  ACCOUNTS-EOF   VALUE '10'.

       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-CLIENTES-ABIERTOS PIC X VALUE 'N'.
           88  CLIENTES-PRESENTES VALUE 'S'.

       01  WS-SUB-STATUS      PIC X(2).
           88  SUSCRIPCIONES-OK    VALUE '00'.
           88  SUSCRIPCIONES-EOF   VALUE '10'.
           88  SUSCRIPCIONES-NOFILE VALUE '35'.

       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.
           88  TRANLOG-EOF    VALUE '10'.
           88  TRANLOG-NOFILE VALUE '35'.

       01  WS-ORDF-STATUS     PIC X(2).
           88  FALLIDAS-OK    VALUE '00'.
           88  FALLIDAS-EOF   VALUE '10'.

       01  WS-ALLOG-STATUS    PIC X(2).
           88  ENTREGAS-OK    VALUE '00'.
           88  ENTREGAS-EOF   VALUE '10'.
           88  ENTREGAS-NOFILE VALUE '35'.

       01  WS-PEND-STATUS     PIC X(2).
           88  PENDIENTES-OK  VALUE '00'.
           88  PENDIENTES-EOF VALUE '10'.
           88  PENDIENTES-NOFILE VALUE '35'.

       01  WS-NOTIF-STATUS    PIC X(2).
           88  NOTIFICACIONES-OK VALUE '00'.
           88  NOTIFICACIONES-NOFILE VALUE '35'.
       01  WS-NOTIF-NAME      PIC X(30).
       01  WS-NOTIF-ABIERTO   PIC X VALUE 'N'.
           88  NOTIFICACIONES-ABIERTAS VALUE 'S'.

       01  WS-AR-STATUS       PIC X(2).
           88  REPORTE-ALR-OK VALUE '00'.

       01  WS-REF-STATUS      PIC X(2).
           88  REFERENCIA-OK  VALUE '00'.
           88  REFERENCIA-NOFILE VALUE '35'.
       01  WS-REF-ACTUAL      PIC 9(9) VALUE 0.
       01  WS-REF-CARGADA     PIC X VALUE 'N'.
           88  REF-LEIDA      VALUE 'S'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).
       01  WS-FECHA-ENVIO     PIC 9(8).
       01  WS-HORA-ENVIO      PIC 9(8).
       01  WS-DIA-HOY         PIC 9(7).
       01  WS-DIA-PENDIENTE   PIC 9(7).
       01  WS-DIAS-ESPERA     PIC 9(3) VALUE 30.

       01  WS-MAX-SUSCRIPCIONES PIC 9(3) VALUE 500.
       01  WS-SUS-COUNT       PIC 9(3) VALUE 0.
       01  WS-SUS-I           PIC 9(3).
       01  WS-SUS-HALLADA     PIC 9(3).
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-SUS-COUNT
                       INDEXED BY WS-SUS-IDX.
               10  WS-SS-CLIENTE      PIC 9(5).
               10  WS-SS-SALDO-BAJO   PIC X(1).
               10  WS-SS-UMBRAL-SALDO PIC 9(7)V99.
               10  WS-SS-SOBREGIRO    PIC X(1).
               10  WS-SS-MOVIMIENTO   PIC X(1).
               10  WS-SS-UMBRAL-MOV   PIC 9(7)V99.
               10  WS-SS-BLOQUEO      PIC X(1).
               10  WS-SS-ORDEN        PIC X(1).
               10  WS-SS-LIBERACION   PIC X(1).
               10  WS-SS-TEL          PIC X(12).

       01  WS-MAX-CUENTAS     PIC 9(4) VALUE 1000.
       01  WS-CTA-COUNT       PIC 9(4) VALUE 0.
       01  WS-CTA-I           PIC 9(4).
       01  WS-CTA-HALLADA     PIC 9(4).
       01  WS-CTA-BUSCADA     PIC 9(5).
       01  WS-CTA-TABLE.
           05  WS-CTA-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-CTA-COUNT
                       INDEXED BY WS-CTA-IDX.
               10  WS-CT-CUENTA       PIC 9(5).
               10  WS-CT-SUS          PIC 9(3).
               10  WS-CT-BLOQUEADA    PIC X(1).
               10  WS-CT-AVISO-BQ     PIC X(1).
       01  WS-CLI-BUSCADO     PIC 9(5).

       01  WS-MAX-ENVIADAS    PIC 9(4) VALUE 2000.
       01  WS-ENV-COUNT       PIC 9(4) VALUE 0.
       01  WS-ENV-I           PIC 9(4).
       01  WS-ENV-HALLADA     PIC 9(4).
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-ENV-COUNT
                       INDEXED BY WS-ENV-IDX.
               10  WS-EV-TIPO         PIC X(2).
               10  WS-EV-CUENTA       PIC 9(5).
               10  WS-EV-REF          PIC 9(9).

       01  WS-MAX-PENDIENTES  PIC 9(4) VALUE 1000.
       01  WS-PEN-COUNT       PIC 9(4) VALUE 0.
       01  WS-PEN-I           PIC 9(4).
       01  WS-PEN-HALLADA     PIC 9(4).
       01  WS-PEN-TABLE.
           05  WS-PEN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PEN-COUNT
                       INDEXED BY WS-PEN-IDX.
               10  WS-PN-FECHA        PIC 9(8).
               10  WS-PN-CLIENTE      PIC 9(5).
               10  WS-PN-TIPO         PIC X(2).
               10  WS-PN-CUENTA       PIC 9(5).
               10  WS-PN-MONTO        PIC S9(7)V99.
               10  WS-PN-REF          PIC 9(9).
               10  WS-PN-MENSAJE      PIC X(60).
               10  WS-PN-ESTADO       PIC X(1).

       01  WS-ALERTA.
           05  WS-AL-TIPO         PIC X(2).
           05  WS-AL-CUENTA       PIC 9(5).
           05  WS-AL-MONTO        PIC S9(7)V99.
           05  WS-AL-REF          PIC 9(9).
           05  WS-AL-MENSAJE      PIC X(60).

       01  WS-SALDO-PREVIO    PIC S9(8)V99.
       01  WS-SOBREGIRO-AVISADO PIC X VALUE 'N'.
           88  SOBREGIRO-AVISADO VALUE 'S'.
       01  WS-TIPO-SUSCRITO   PIC X VALUE 'N'.
           88  TIPO-SUSCRITO  VALUE 'S'.

       01  WS-ENVIADAS        PIC 9(5) VALUE 0.
       01  WS-YA-ENVIADAS     PIC 9(5) VALUE 0.
       01  WS-SIN-TELEFONO    PIC 9(5) VALUE 0.
       01  WS-DESBLOQUEOS     PIC 9(5) VALUE 0.
       01  WS-SUS-DESCARTADAS PIC 9(5) VALUE 0.
       01  WS-PEN-REENVIADAS  PIC 9(5) VALUE 0.
       01  WS-PEN-DESCARTADAS PIC 9(5) VALUE 0.
       01  WS-PEN-EN-ESPERA   PIC 9(5) VALUE 0.

       01  WS-ALR-TITULO.
           05  FILLER             PIC X(27) VALUE
               'ALERTAS A CLIENTES - FECHA '.
           05  WS-AT-FECHA        PIC 9(8).

       01  WS-ALR-LINE.
           05  WS-AL-L-TIPO       PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-CLIENTE    PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-CUENTA     PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-REF        PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-MONTO      PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-ESTADO     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-L-TELEFONO   PIC X(12).

       01  WS-ALR-RESUMEN.
           05  FILLER             PIC X(10) VALUE 'ENVIADAS: '.
           05  WS-AS-ENVIADAS     PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE '  YA ENVIADAS: '.
           05  WS-AS-YA-ENVIADAS  PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE '  SIN TELEFONO: '.
           05  WS-AS-SIN-TELEFONO PIC ZZZZ9.

       01  WS-ALR-RESUMEN-BQ.
           05  FILLER             PIC X(32) VALUE
               'DESBLOQUEOS REGISTRADOS:        '.
           05  WS-AS-DESBLOQUEOS  PIC ZZZZ9.

       01  WS-ALR-RESUMEN-PEN.
           05  FILLER             PIC X(23) VALUE
               'PENDIENTES REENVIADAS: '.
           05  WS-AS-REENVIADAS   PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE '  DESCARTADAS: '.
           05  WS-AS-PEN-DESCART  PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  EN ESPERA: '.
           05  WS-AS-EN-ESPERA    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
           PERFORM CARGAR-CUENTAS-ALR
           PERFORM CARGAR-ENTREGAS
           PERFORM CARGAR-PENDIENTES
           PERFORM ABRIR-ENTREGAS
           PERFORM REINTENTAR-PENDIENTES
           PERFORM REVISAR-MOVIMIENTOS
           PERFORM REVISAR-ORDENES-FALLIDAS
           PERFORM REVISAR-BLOQUEOS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM VERIFICAR-PASO-EOD

           PERFORM CARGAR-SUSCRIPCIONES
           IF WS-SUS-COUNT = 0
               DISPLAY 'NO HAY CLIENTES CON ALERTAS ACTIVAS'
           END-IF

           MOVE SPACES TO WS-NOTIF-NAME
           STRING 'ATMNOTIF.' WS-FECHA-NEGOCIO '.DAT'
               DELIMITED BY SIZE
               INTO WS-NOTIF-NAME

           OPEN INPUT ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               STOP RUN
           END-IF

           OPEN OUTPUT ALRT-REPORT-FILE
           IF NOT REPORTE-ALR-OK
               DISPLAY 'ERROR AL ABRIR ATMALRT.OUT'
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           MOVE WS-FECHA-NEGOCIO TO WS-AT-FECHA
           MOVE WS-ALR-TITULO TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD
           MOVE SPACES TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD
           MOVE 'TP  CLIEN  CUENTA REFERENCIA       MONTO  ESTADO'
             TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD.

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

       CARGAR-SUSCRIPCIONES.
           MOVE 0 TO WS-SUS-COUNT
           OPEN INPUT SUB-FILE
           IF SUSCRIPCIONES-NOFILE
               CONTINUE
           ELSE
               IF NOT SUSCRIPCIONES-OK
                   DISPLAY 'ERROR AL ABRIR ATMALSUB.DAT'
                   STOP RUN
               END-IF
               OPEN INPUT CUSTOMER-FILE
               IF CLIENTES-OK
                   MOVE 'S' TO WS-CLIENTES-ABIERTOS
               ELSE
                   DISPLAY 'ADVERTENCIA: SIN CUSTOMER.DAT - NO HAY '
                       'TELEFONOS PARA ENVIAR ALERTAS'
               END-IF
               PERFORM CARGAR-UNA-SUSCRIPCION UNTIL SUSCRIPCIONES-EOF
                     OR WS-SUS-COUNT = WS-MAX-SUSCRIPCIONES
               IF NOT SUSCRIPCIONES-EOF
                   READ SUB-FILE
                   IF NOT SUSCRIPCIONES-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-SUSCRIPCIONES
                           ' CLIENTES EN ATMALSUB.DAT - AMPLIAR LA '
                           'TABLA ANTES DE PROCESAR'
                       CLOSE SUB-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE SUB-FILE
               IF CLIENTES-PRESENTES
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

       CARGAR-UNA-SUSCRIPCION.
           READ SUB-FILE
           IF SUSCRIPCIONES-OK AND SUB-ACTIVA
               MOVE '23' TO WS-CUSTOMER-STATUS
               IF CLIENTES-PRESENTES
                   MOVE SUB-CLIENTE TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY CONTINUE
                   END-READ
               END-IF
               IF NOT CLIENTES-OK
                   MOVE SPACES TO CUST-TEL
                   MOVE 'A' TO CUST-STATUS
               END-IF
               IF CUST-BAJA
                   ADD 1 TO WS-SUS-DESCARTADAS
               ELSE
                   PERFORM AGREGAR-SUSCRIPCION
               END-IF
           END-IF.

       AGREGAR-SUSCRIPCION.
           ADD 1 TO WS-SUS-COUNT
           SET WS-SUS-IDX TO WS-SUS-COUNT
           MOVE SUB-CLIENTE TO WS-SS-CLIENTE (WS-SUS-IDX)
           MOVE SUB-SALDO-BAJO TO WS-SS-SALDO-BAJO (WS-SUS-IDX)
           MOVE SUB-UMBRAL-SALDO TO WS-SS-UMBRAL-SALDO (WS-SUS-IDX)
           MOVE SUB-SOBREGIRO TO WS-SS-SOBREGIRO (WS-SUS-IDX)
           MOVE SUB-MOVIMIENTO TO WS-SS-MOVIMIENTO (WS-SUS-IDX)
           MOVE SUB-UMBRAL-MOV TO WS-SS-UMBRAL-MOV (WS-SUS-IDX)
           MOVE SUB-BLOQUEO TO WS-SS-BLOQUEO (WS-SUS-IDX)
           MOVE SUB-ORDEN TO WS-SS-ORDEN (WS-SUS-IDX)
           MOVE SUB-LIBERACION TO WS-SS-LIBERACION (WS-SUS-IDX)
           MOVE CUST-TEL TO WS-SS-TEL (WS-SUS-IDX).

       CARGAR-CUENTAS-ALR.
           PERFORM LEER-UNA-CUENTA-ALR UNTIL ACCOUNTS-EOF
                 OR WS-CTA-COUNT = WS-MAX-CUENTAS
           IF NOT ACCOUNTS-EOF
               READ ACCOUNTS-FILE NEXT RECORD
               IF NOT ACCOUNTS-EOF
                   DISPLAY 'HAY MAS DE ' WS-MAX-CUENTAS
                       ' CUENTAS EN ACCOUNTS.DAT - AMPLIAR LA '
                       'TABLA ANTES DE PROCESAR'
                   CLOSE ACCOUNTS-FILE
                   CLOSE ALRT-REPORT-FILE
                   STOP RUN
               END-IF
           END-IF
           CLOSE ACCOUNTS-FILE.

       LEER-UNA-CUENTA-ALR.
           READ ACCOUNTS-FILE NEXT RECORD
           IF ACCOUNTS-OK AND NOT ACC-CERRADA
               IF ACC-OWNER-ID = 0
                   MOVE ACC-ID TO WS-CLI-BUSCADO
               ELSE
                   MOVE ACC-OWNER-ID TO WS-CLI-BUSCADO
               END-IF
               MOVE 0 TO WS-SUS-HALLADA
               PERFORM COMPARAR-SUSCRIPCION
                   VARYING WS-SUS-I FROM 1 BY 1
                   UNTIL WS-SUS-I > WS-SUS-COUNT
                      OR WS-SUS-HALLADA NOT = 0
               ADD 1 TO WS-CTA-COUNT
               SET WS-CTA-IDX TO WS-CTA-COUNT
               MOVE ACC-ID TO WS-CT-CUENTA (WS-CTA-IDX)
               MOVE WS-SUS-HALLADA TO WS-CT-SUS (WS-CTA-IDX)
               MOVE ACC-LOCKED TO WS-CT-BLOQUEADA (WS-CTA-IDX)
               MOVE 'N' TO WS-CT-AVISO-BQ (WS-CTA-IDX)
           END-IF.

       COMPARAR-SUSCRIPCION.
           IF WS-SS-CLIENTE (WS-SUS-I) = WS-CLI-BUSCADO
               MOVE WS-SUS-I TO WS-SUS-HALLADA
           END-IF.

       BUSCAR-CUENTA-ALR.
           MOVE 0 TO WS-CTA-HALLADA
           PERFORM COMPARAR-CUENTA-ALR
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT
                  OR WS-CTA-HALLADA NOT = 0.

       COMPARAR-CUENTA-ALR.
           IF WS-CT-CUENTA (WS-CTA-I) = WS-CTA-BUSCADA
               MOVE WS-CTA-I TO WS-CTA-HALLADA
           END-IF.

       CARGAR-ENTREGAS.
           OPEN INPUT ALLOG-FILE
           IF ENTREGAS-NOFILE
               CONTINUE
           ELSE
               IF NOT ENTREGAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMALLOG.DAT'
                   CLOSE ALRT-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-ENTREGA UNTIL ENTREGAS-EOF
               CLOSE ALLOG-FILE
           END-IF.

       CARGAR-UNA-ENTREGA.
           READ ALLOG-FILE
           IF ENTREGAS-OK
               IF ALG-BLOQUEO OR ALG-DESBLOQUEO
                   PERFORM ANOTAR-ESTADO-BLOQUEO
               END-IF
               IF ALG-FECHA = WS-FECHA-NEGOCIO AND NOT ALG-DESBLOQUEO
                   PERFORM AGREGAR-ENTREGA
               END-IF
           END-IF.

       ANOTAR-ESTADO-BLOQUEO.
           MOVE ALG-CUENTA TO WS-CTA-BUSCADA
           PERFORM BUSCAR-CUENTA-ALR
           IF WS-CTA-HALLADA NOT = 0
               IF ALG-BLOQUEO
                   MOVE 'S' TO WS-CT-AVISO-BQ (WS-CTA-HALLADA)
               ELSE
                   MOVE 'N' TO WS-CT-AVISO-BQ (WS-CTA-HALLADA)
               END-IF
           END-IF.

       AGREGAR-ENTREGA.
           IF WS-ENV-COUNT = WS-MAX-ENVIADAS
               DISPLAY 'HAY MAS DE ' WS-MAX-ENVIADAS
                   ' ALERTAS ENVIADAS EN EL DIA - AMPLIAR LA '
                   'TABLA ANTES DE PROCESAR'
               CLOSE ALLOG-FILE
               CLOSE ALRT-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENV-COUNT
           SET WS-ENV-IDX TO WS-ENV-COUNT
           MOVE ALG-TIPO TO WS-EV-TIPO (WS-ENV-IDX)
           MOVE ALG-CUENTA TO WS-EV-CUENTA (WS-ENV-IDX)
           MOVE ALG-REF TO WS-EV-REF (WS-ENV-IDX).

       CARGAR-PENDIENTES.
           OPEN INPUT PEND-FILE
           IF PENDIENTES-NOFILE
               CONTINUE
           ELSE
               IF NOT PENDIENTES-OK
                   DISPLAY 'ERROR AL ABRIR ATMALPEN.DAT'
                   CLOSE ALRT-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UN-PENDIENTE UNTIL PENDIENTES-EOF
                     OR WS-PEN-COUNT = WS-MAX-PENDIENTES
               IF NOT PENDIENTES-EOF
                   READ PEND-FILE
                   IF NOT PENDIENTES-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-PENDIENTES
                           ' ALERTAS EN ATMALPEN.DAT - AMPLIAR LA '
                           'TABLA ANTES DE PROCESAR'
                       CLOSE PEND-FILE
                       CLOSE ALRT-REPORT-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE PEND-FILE
           END-IF.

       CARGAR-UN-PENDIENTE.
           READ PEND-FILE
           IF PENDIENTES-OK
               ADD 1 TO WS-PEN-COUNT
               SET WS-PEN-IDX TO WS-PEN-COUNT
               MOVE PEN-FECHA TO WS-PN-FECHA (WS-PEN-IDX)
               MOVE PEN-CLIENTE TO WS-PN-CLIENTE (WS-PEN-IDX)
               MOVE PEN-TIPO TO WS-PN-TIPO (WS-PEN-IDX)
               MOVE PEN-CUENTA TO WS-PN-CUENTA (WS-PEN-IDX)
               MOVE PEN-MONTO TO WS-PN-MONTO (WS-PEN-IDX)
               MOVE PEN-REF TO WS-PN-REF (WS-PEN-IDX)
               MOVE PEN-MENSAJE TO WS-PN-MENSAJE (WS-PEN-IDX)
               MOVE 'P' TO WS-PN-ESTADO (WS-PEN-IDX)
           END-IF.

       ABRIR-ENTREGAS.
           OPEN EXTEND ALLOG-FILE
           IF ENTREGAS-NOFILE
               OPEN OUTPUT ALLOG-FILE
           END-IF
           IF NOT ENTREGAS-OK
               DISPLAY 'ERROR AL ABRIR ATMALLOG.DAT'
               CLOSE ALRT-REPORT-FILE
               STOP RUN
           END-IF.

       REINTENTAR-PENDIENTES.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           PERFORM REINTENTAR-UN-PENDIENTE
               VARYING WS-PEN-I FROM 1 BY 1
               UNTIL WS-PEN-I > WS-PEN-COUNT.

       REINTENTAR-UN-PENDIENTE.
           COMPUTE WS-DIA-PENDIENTE =
               FUNCTION INTEGER-OF-DATE (WS-PN-FECHA (WS-PEN-I))
           MOVE WS-PN-CLIENTE (WS-PEN-I) TO WS-CLI-BUSCADO
           MOVE 0 TO WS-SUS-HALLADA
           PERFORM COMPARAR-SUSCRIPCION
               VARYING WS-SUS-I FROM 1 BY 1
               UNTIL WS-SUS-I > WS-SUS-COUNT
                  OR WS-SUS-HALLADA NOT = 0
           IF WS-DIA-HOY - WS-DIA-PENDIENTE > WS-DIAS-ESPERA
              OR WS-SUS-HALLADA = 0
               PERFORM DESCARTAR-PENDIENTE
           ELSE
               MOVE WS-SUS-HALLADA TO WS-SUS-I
               PERFORM VERIFICAR-TIPO-SUSCRITO
           END-IF
           IF WS-PN-ESTADO (WS-PEN-I) = 'P'
              AND WS-SUS-HALLADA NOT = 0
               IF WS-SS-TEL (WS-SUS-I) NOT = SPACES
                   MOVE WS-PN-TIPO (WS-PEN-I) TO WS-AL-TIPO
                   MOVE WS-PN-CUENTA (WS-PEN-I) TO WS-AL-CUENTA
                   MOVE WS-PN-MONTO (WS-PEN-I) TO WS-AL-MONTO
                   MOVE WS-PN-REF (WS-PEN-I) TO WS-AL-REF
                   MOVE WS-PN-MENSAJE (WS-PEN-I) TO WS-AL-MENSAJE
                   PERFORM EMITIR-ALERTA
                   IF WS-AL-L-ESTADO NOT = 'ERROR'
                       MOVE 'E' TO WS-PN-ESTADO (WS-PEN-I)
                       ADD 1 TO WS-PEN-REENVIADAS
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-TIPO-SUSCRITO.
           EVALUATE WS-PN-TIPO (WS-PEN-I)
               WHEN 'SB'
                   MOVE WS-SS-SALDO-BAJO (WS-SUS-I) TO WS-TIPO-SUSCRITO
               WHEN 'SG'
                   MOVE WS-SS-SOBREGIRO (WS-SUS-I) TO WS-TIPO-SUSCRITO
               WHEN 'MV'
                   MOVE WS-SS-MOVIMIENTO (WS-SUS-I) TO WS-TIPO-SUSCRITO
               WHEN 'RL'
                   MOVE WS-SS-LIBERACION (WS-SUS-I) TO WS-TIPO-SUSCRITO
               WHEN 'OF'
                   MOVE WS-SS-ORDEN (WS-SUS-I) TO WS-TIPO-SUSCRITO
               WHEN OTHER
                   MOVE 'N' TO WS-TIPO-SUSCRITO
           END-EVALUATE
           IF NOT TIPO-SUSCRITO
               PERFORM DESCARTAR-PENDIENTE
           END-IF.

       DESCARTAR-PENDIENTE.
           MOVE 'D' TO WS-PN-ESTADO (WS-PEN-I)
           ADD 1 TO WS-PEN-DESCARTADAS
           MOVE WS-PN-TIPO (WS-PEN-I) TO WS-AL-L-TIPO
           MOVE WS-PN-CLIENTE (WS-PEN-I) TO WS-AL-L-CLIENTE
           MOVE WS-PN-CUENTA (WS-PEN-I) TO WS-AL-L-CUENTA
           MOVE WS-PN-REF (WS-PEN-I) TO WS-AL-L-REF
           MOVE WS-PN-MONTO (WS-PEN-I) TO WS-AL-L-MONTO
           MOVE 'DESCARTADA' TO WS-AL-L-ESTADO
           MOVE SPACES TO WS-AL-L-TELEFONO
           MOVE WS-ALR-LINE TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD.

       REVISAR-MOVIMIENTOS.
           OPEN INPUT TRANLOG-FILE
           IF TRANLOG-NOFILE
               DISPLAY 'ADVERTENCIA: SIN TRANLOG.DAT - NO SE REVISAN '
                   'MOVIMIENTOS DEL DIA'
           ELSE
               IF NOT TRANLOG-OK
                   DISPLAY 'ERROR AL ABRIR TRANLOG'
                   CLOSE ALLOG-FILE
                   CLOSE ALRT-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM REVISAR-UN-MOVIMIENTO UNTIL TRANLOG-EOF
               CLOSE TRANLOG-FILE
           END-IF.

       REVISAR-UN-MOVIMIENTO.
           READ TRANLOG-FILE
           IF TRANLOG-OK AND TL-DATE = WS-FECHA-NEGOCIO
               MOVE TL-ACC-ID TO WS-CTA-BUSCADA
               PERFORM BUSCAR-CUENTA-ALR
               IF WS-CTA-HALLADA NOT = 0
                   MOVE WS-CT-SUS (WS-CTA-HALLADA) TO WS-SUS-I
                   IF WS-SUS-I NOT = 0
                       PERFORM EVALUAR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.

       EVALUAR-MOVIMIENTO.
           PERFORM CALCULAR-SALDO-PREVIO
           MOVE TL-ACC-ID TO WS-AL-CUENTA
           MOVE TL-REF TO WS-AL-REF
           MOVE 'N' TO WS-SOBREGIRO-AVISADO
           IF WS-SS-SOBREGIRO (WS-SUS-I) = 'S'
              AND TL-BALANCE < 0 AND WS-SALDO-PREVIO NOT < 0
               MOVE 'SG' TO WS-AL-TIPO
               MOVE TL-BALANCE TO WS-AL-MONTO
               MOVE 'SU CUENTA QUEDO EN SOBREGIRO - SALDO NEGATIVO'
                 TO WS-AL-MENSAJE
               PERFORM EMITIR-ALERTA
               MOVE 'S' TO WS-SOBREGIRO-AVISADO
           END-IF
           IF WS-SS-SALDO-BAJO (WS-SUS-I) = 'S'
              AND NOT SOBREGIRO-AVISADO
              AND TL-BALANCE < WS-SS-UMBRAL-SALDO (WS-SUS-I)
              AND WS-SALDO-PREVIO NOT < WS-SS-UMBRAL-SALDO (WS-SUS-I)
               MOVE 'SB' TO WS-AL-TIPO
               MOVE TL-BALANCE TO WS-AL-MONTO
               MOVE 'SU SALDO QUEDO POR DEBAJO DEL MINIMO INDICADO'
                 TO WS-AL-MENSAJE
               PERFORM EMITIR-ALERTA
           END-IF
           IF WS-SS-MOVIMIENTO (WS-SUS-I) = 'S'
              AND (TL-RETIRO OR TL-TRANSF-DEBITO)
              AND TL-AMOUNT > WS-SS-UMBRAL-MOV (WS-SUS-I)
               MOVE 'MV' TO WS-AL-TIPO
               MOVE TL-AMOUNT TO WS-AL-MONTO
               IF TL-RETIRO
                   MOVE 'RETIRO POR ENCIMA DEL MONTO INDICADO'
                     TO WS-AL-MENSAJE
               ELSE
                   MOVE 'TRANSFERENCIA POR ENCIMA DEL MONTO INDICADO'
                     TO WS-AL-MENSAJE
               END-IF
               PERFORM EMITIR-ALERTA
           END-IF
           IF WS-SS-LIBERACION (WS-SUS-I) = 'S' AND TL-LIBERACION
               MOVE 'RL' TO WS-AL-TIPO
               MOVE TL-AMOUNT TO WS-AL-MONTO
               MOVE 'SE LIBERO LA RETENCION DE SU DEPOSITO'
                 TO WS-AL-MENSAJE
               PERFORM EMITIR-ALERTA
           END-IF.

       CALCULAR-SALDO-PREVIO.
           EVALUATE TRUE
               WHEN TL-DEPOSITO
               WHEN TL-TRANSF-CREDITO
               WHEN TL-INTERES
               WHEN TL-AJUSTE-CREDITO
                   COMPUTE WS-SALDO-PREVIO = TL-BALANCE - TL-AMOUNT
               WHEN TL-RETIRO
               WHEN TL-TRANSF-DEBITO
               WHEN TL-COMISION
               WHEN TL-INTERES-DEBITO
               WHEN TL-AJUSTE-DEBITO
                   COMPUTE WS-SALDO-PREVIO = TL-BALANCE + TL-AMOUNT
               WHEN OTHER
                   MOVE TL-BALANCE TO WS-SALDO-PREVIO
           END-EVALUATE.

       REVISAR-ORDENES-FALLIDAS.
           OPEN INPUT ORDF-FILE
           IF FALLIDAS-OK
               PERFORM REVISAR-UNA-ORDEN-FALLIDA UNTIL FALLIDAS-EOF
               CLOSE ORDF-FILE
           END-IF.

       REVISAR-UNA-ORDEN-FALLIDA.
           READ ORDF-FILE
           IF FALLIDAS-OK AND ORF-FECHA = WS-FECHA-NEGOCIO
               MOVE ORF-SRC-ID TO WS-CTA-BUSCADA
               PERFORM BUSCAR-CUENTA-ALR
               IF WS-CTA-HALLADA NOT = 0
                   MOVE WS-CT-SUS (WS-CTA-HALLADA) TO WS-SUS-I
                   IF WS-SUS-I NOT = 0
                       IF WS-SS-ORDEN (WS-SUS-I) = 'S'
                           PERFORM ALERTAR-ORDEN-FALLIDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ALERTAR-ORDEN-FALLIDA.
           MOVE 'OF' TO WS-AL-TIPO
           MOVE ORF-SRC-ID TO WS-AL-CUENTA
           MOVE ORF-AMOUNT TO WS-AL-MONTO
           MOVE ORF-REF TO WS-AL-REF
           MOVE SPACES TO WS-AL-MENSAJE
           STRING 'ORDEN ' ORF-ORD-ID ' NO EJECUTADA - '
               ORF-MOTIVO DELIMITED BY SIZE
               INTO WS-AL-MENSAJE
           PERFORM EMITIR-ALERTA.

       REVISAR-BLOQUEOS.
           PERFORM REVISAR-UN-BLOQUEO
               VARYING WS-CTA-I FROM 1 BY 1
               UNTIL WS-CTA-I > WS-CTA-COUNT.

       REVISAR-UN-BLOQUEO.
           MOVE WS-CT-SUS (WS-CTA-I) TO WS-SUS-I
           IF WS-CT-BLOQUEADA (WS-CTA-I) = 'S'
               IF WS-CT-AVISO-BQ (WS-CTA-I) NOT = 'S'
                  AND WS-SUS-I NOT = 0
                   IF WS-SS-BLOQUEO (WS-SUS-I) = 'S'
                       PERFORM ALERTAR-BLOQUEO
                   END-IF
               END-IF
           ELSE
               IF WS-CT-AVISO-BQ (WS-CTA-I) = 'S'
                   PERFORM REGISTRAR-DESBLOQUEO
               END-IF
           END-IF.

       ALERTAR-BLOQUEO.
           MOVE 'BQ' TO WS-AL-TIPO
           MOVE WS-CT-CUENTA (WS-CTA-I) TO WS-AL-CUENTA
           MOVE 0 TO WS-AL-MONTO
           MOVE 0 TO WS-AL-REF
           IF WS-SS-TEL (WS-SUS-I) NOT = SPACES
               PERFORM TOMAR-REFERENCIA
               MOVE WS-REF-ACTUAL TO WS-AL-REF
           END-IF
           MOVE 'SU CUENTA FUE BLOQUEADA POR INTENTOS FALLIDOS DE PIN'
             TO WS-AL-MENSAJE
           PERFORM EMITIR-ALERTA.

       REGISTRAR-DESBLOQUEO.
           ACCEPT WS-FECHA-ENVIO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ENVIO FROM TIME
           MOVE WS-FECHA-NEGOCIO TO ALG-FECHA
           MOVE 'DQ' TO ALG-TIPO
           IF WS-SUS-I = 0
               MOVE 0 TO ALG-CLIENTE
           ELSE
               MOVE WS-SS-CLIENTE (WS-SUS-I) TO ALG-CLIENTE
           END-IF
           MOVE WS-CT-CUENTA (WS-CTA-I) TO ALG-CUENTA
           MOVE 0 TO ALG-REF
           MOVE WS-FECHA-ENVIO TO ALG-FECHA-ENVIO
           MOVE WS-HORA-ENVIO TO ALG-HORA-ENVIO
           MOVE SPACES TO ALG-TELEFONO
           WRITE ALLOG-RECORD
           IF ENTREGAS-OK
               ADD 1 TO WS-DESBLOQUEOS
           ELSE
               DISPLAY 'ERROR AL GRABAR ATMALLOG.DAT - CUENTA '
                   ALG-CUENTA
           END-IF.

       EMITIR-ALERTA.
           MOVE WS-AL-TIPO TO WS-AL-L-TIPO
           MOVE WS-SS-CLIENTE (WS-SUS-I) TO WS-AL-L-CLIENTE
           MOVE WS-AL-CUENTA TO WS-AL-L-CUENTA
           MOVE WS-AL-REF TO WS-AL-L-REF
           MOVE WS-AL-MONTO TO WS-AL-L-MONTO
           MOVE WS-SS-TEL (WS-SUS-I) TO WS-AL-L-TELEFONO
           IF WS-SS-TEL (WS-SUS-I) = SPACES
               ADD 1 TO WS-SIN-TELEFONO
               MOVE 'SIN TELEFONO' TO WS-AL-L-ESTADO
               IF WS-AL-TIPO NOT = 'BQ'
                   PERFORM DEJAR-PENDIENTE
               END-IF
           ELSE
               PERFORM BUSCAR-ENTREGA
               IF WS-ENV-HALLADA NOT = 0
                   ADD 1 TO WS-YA-ENVIADAS
                   MOVE 'YA ENVIADA' TO WS-AL-L-ESTADO
               ELSE
                   PERFORM ENVIAR-ALERTA
               END-IF
           END-IF
           MOVE WS-ALR-LINE TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD.

       DEJAR-PENDIENTE.
           MOVE 0 TO WS-PEN-HALLADA
           PERFORM COMPARAR-PENDIENTE
               VARYING WS-PEN-I FROM 1 BY 1
               UNTIL WS-PEN-I > WS-PEN-COUNT
                  OR WS-PEN-HALLADA NOT = 0
           IF WS-PEN-HALLADA = 0
               IF WS-PEN-COUNT = WS-MAX-PENDIENTES
                   DISPLAY 'HAY MAS DE ' WS-MAX-PENDIENTES
                       ' ALERTAS PENDIENTES - AMPLIAR LA '
                       'TABLA ANTES DE PROCESAR'
                   CLOSE ALLOG-FILE
                   CLOSE ALRT-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PEN-COUNT
               SET WS-PEN-IDX TO WS-PEN-COUNT
               MOVE WS-FECHA-NEGOCIO TO WS-PN-FECHA (WS-PEN-IDX)
               MOVE WS-SS-CLIENTE (WS-SUS-I)
                 TO WS-PN-CLIENTE (WS-PEN-IDX)
               MOVE WS-AL-TIPO TO WS-PN-TIPO (WS-PEN-IDX)
               MOVE WS-AL-CUENTA TO WS-PN-CUENTA (WS-PEN-IDX)
               MOVE WS-AL-MONTO TO WS-PN-MONTO (WS-PEN-IDX)
               MOVE WS-AL-REF TO WS-PN-REF (WS-PEN-IDX)
               MOVE WS-AL-MENSAJE TO WS-PN-MENSAJE (WS-PEN-IDX)
               MOVE 'P' TO WS-PN-ESTADO (WS-PEN-IDX)
           END-IF.

       COMPARAR-PENDIENTE.
           IF WS-PN-TIPO (WS-PEN-I) = WS-AL-TIPO
              AND WS-PN-CUENTA (WS-PEN-I) = WS-AL-CUENTA
              AND WS-PN-REF (WS-PEN-I) = WS-AL-REF
               MOVE WS-PEN-I TO WS-PEN-HALLADA
           END-IF.

       GRABAR-PENDIENTES.
           OPEN OUTPUT PEND-FILE
           IF NOT PENDIENTES-OK
               DISPLAY 'ERROR AL GRABAR ATMALPEN.DAT - LAS ALERTAS '
                   'SIN TELEFONO NO SE REINTENTARAN'
           ELSE
               PERFORM GRABAR-UN-PENDIENTE
                   VARYING WS-PEN-I FROM 1 BY 1
                   UNTIL WS-PEN-I > WS-PEN-COUNT
               CLOSE PEND-FILE
           END-IF.

       GRABAR-UN-PENDIENTE.
           IF WS-PN-ESTADO (WS-PEN-I) = 'P'
               MOVE WS-PN-FECHA (WS-PEN-I) TO PEN-FECHA
               MOVE WS-PN-CLIENTE (WS-PEN-I) TO PEN-CLIENTE
               MOVE WS-PN-TIPO (WS-PEN-I) TO PEN-TIPO
               MOVE WS-PN-CUENTA (WS-PEN-I) TO PEN-CUENTA
               MOVE WS-PN-MONTO (WS-PEN-I) TO PEN-MONTO
               MOVE WS-PN-REF (WS-PEN-I) TO PEN-REF
               MOVE WS-PN-MENSAJE (WS-PEN-I) TO PEN-MENSAJE
               WRITE PEND-RECORD
               IF PENDIENTES-OK
                   ADD 1 TO WS-PEN-EN-ESPERA
               ELSE
                   DISPLAY 'ERROR AL GRABAR ATMALPEN.DAT - CUENTA '
                       PEN-CUENTA
               END-IF
           END-IF.

       BUSCAR-ENTREGA.
           MOVE 0 TO WS-ENV-HALLADA
           PERFORM COMPARAR-ENTREGA
               VARYING WS-ENV-I FROM 1 BY 1
               UNTIL WS-ENV-I > WS-ENV-COUNT
                  OR WS-ENV-HALLADA NOT = 0.

       COMPARAR-ENTREGA.
           IF WS-EV-TIPO (WS-ENV-I) = WS-AL-TIPO
              AND WS-EV-CUENTA (WS-ENV-I) = WS-AL-CUENTA
              AND WS-EV-REF (WS-ENV-I) = WS-AL-REF
               MOVE WS-ENV-I TO WS-ENV-HALLADA
           END-IF.

       ENVIAR-ALERTA.
           IF NOT NOTIFICACIONES-ABIERTAS
               PERFORM ABRIR-NOTIFICACIONES
           END-IF
           ACCEPT WS-FECHA-ENVIO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ENVIO FROM TIME
           MOVE WS-FECHA-NEGOCIO TO NTF-FECHA
           MOVE WS-HORA-ENVIO TO NTF-HORA
           MOVE WS-SS-CLIENTE (WS-SUS-I) TO NTF-CLIENTE
           MOVE WS-SS-TEL (WS-SUS-I) TO NTF-TELEFONO
           MOVE WS-AL-TIPO TO NTF-TIPO
           MOVE WS-AL-CUENTA TO NTF-CUENTA
           MOVE WS-AL-MONTO TO NTF-MONTO
           MOVE WS-AL-REF TO NTF-REF
           MOVE WS-AL-MENSAJE TO NTF-MENSAJE
           WRITE NOTIF-RECORD
           IF NOT NOTIFICACIONES-OK
               DISPLAY 'ERROR AL GRABAR ' WS-NOTIF-NAME
               MOVE 'ERROR' TO WS-AL-L-ESTADO
           ELSE
               PERFORM REGISTRAR-ENTREGA
               ADD 1 TO WS-ENVIADAS
               MOVE 'ENVIADA' TO WS-AL-L-ESTADO
           END-IF.

       ABRIR-NOTIFICACIONES.
           OPEN EXTEND NOTIF-FILE
           IF NOTIFICACIONES-NOFILE
               OPEN OUTPUT NOTIF-FILE
           END-IF
           IF NOT NOTIFICACIONES-OK
               DISPLAY 'ERROR AL ABRIR ' WS-NOTIF-NAME
               CLOSE ALLOG-FILE
               CLOSE ALRT-REPORT-FILE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-NOTIF-ABIERTO.

       REGISTRAR-ENTREGA.
           MOVE WS-FECHA-NEGOCIO TO ALG-FECHA
           MOVE WS-AL-TIPO TO ALG-TIPO
           MOVE WS-SS-CLIENTE (WS-SUS-I) TO ALG-CLIENTE
           MOVE WS-AL-CUENTA TO ALG-CUENTA
           MOVE WS-AL-REF TO ALG-REF
           MOVE WS-FECHA-ENVIO TO ALG-FECHA-ENVIO
           MOVE WS-HORA-ENVIO TO ALG-HORA-ENVIO
           MOVE WS-SS-TEL (WS-SUS-I) TO ALG-TELEFONO
           WRITE ALLOG-RECORD
           IF NOT ENTREGAS-OK
               DISPLAY 'ERROR AL GRABAR ATMALLOG.DAT - CUENTA '
                   ALG-CUENTA
           END-IF.

       TOMAR-REFERENCIA.
           IF NOT REF-LEIDA
               PERFORM LEER-REFERENCIA
           END-IF
           ADD 1 TO WS-REF-ACTUAL
           PERFORM GRABAR-REFERENCIA.

       LEER-REFERENCIA.
           OPEN INPUT REF-FILE
           IF REFERENCIA-OK
               READ REF-FILE
               IF REFERENCIA-OK
                   MOVE REF-ULTIMA TO WS-REF-ACTUAL
               END-IF
               CLOSE REF-FILE
           END-IF
           MOVE 'S' TO WS-REF-CARGADA.

       GRABAR-REFERENCIA.
           OPEN OUTPUT REF-FILE
           IF REFERENCIA-OK
               MOVE WS-REF-ACTUAL TO REF-ULTIMA
               WRITE REF-RECORD
               CLOSE REF-FILE
           ELSE
               DISPLAY 'ERROR AL GRABAR ATMREF.DAT'
           END-IF.

       FINALIZAR.
           IF WS-PEN-COUNT > 0
               PERFORM GRABAR-PENDIENTES
           END-IF

           MOVE SPACES TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD
           MOVE WS-ENVIADAS TO WS-AS-ENVIADAS
           MOVE WS-YA-ENVIADAS TO WS-AS-YA-ENVIADAS
           MOVE WS-SIN-TELEFONO TO WS-AS-SIN-TELEFONO
           MOVE WS-ALR-RESUMEN TO ALRT-REPORT-RECORD
           WRITE ALRT-REPORT-RECORD
           IF WS-DESBLOQUEOS > 0
               MOVE WS-DESBLOQUEOS TO WS-AS-DESBLOQUEOS
               MOVE WS-ALR-RESUMEN-BQ TO ALRT-REPORT-RECORD
               WRITE ALRT-REPORT-RECORD
           END-IF
           IF WS-PEN-COUNT > 0
               MOVE WS-PEN-REENVIADAS TO WS-AS-REENVIADAS
               MOVE WS-PEN-DESCARTADAS TO WS-AS-PEN-DESCART
               MOVE WS-PEN-EN-ESPERA TO WS-AS-EN-ESPERA
               MOVE WS-ALR-RESUMEN-PEN TO ALRT-REPORT-RECORD
               WRITE ALRT-REPORT-RECORD
           END-IF

           CLOSE ALLOG-FILE
           CLOSE ALRT-REPORT-FILE
           IF NOTIFICACIONES-ABIERTAS
               CLOSE NOTIF-FILE
           END-IF

           PERFORM COMPLETAR-PASO-EOD

           IF WS-SUS-DESCARTADAS > 0
               DISPLAY 'ADVERTENCIA: ' WS-SUS-DESCARTADAS
                   ' CLIENTES DADOS DE BAJA CON ALERTAS ACTIVAS'
           END-IF
           IF WS-PEN-EN-ESPERA > 0
               DISPLAY 'ALERTAS EN ESPERA DE TELEFONO: '
                   WS-PEN-EN-ESPERA ' - VER ATMALPEN.DAT'
           END-IF
           IF WS-ENVIADAS = 0
               DISPLAY 'ALERTAS SIN NOVEDADES - YA ENVIADAS: '
                   WS-YA-ENVIADAS ' SIN TELEFONO: ' WS-SIN-TELEFONO
           ELSE
               DISPLAY 'ALERTAS ENVIADAS: ' WS-ENVIADAS
                   ' - VER ATMALRT.OUT'
               DISPLAY 'ARCHIVO PARA LA PASARELA: ' WS-NOTIF-NAME
           END-IF.

       VERIFICAR-PASO-EOD.
           MOVE SPACE TO WS-ESTADO-PASO
           MOVE SPACE TO WS-ESTADO-PREVIO
           OPEN INPUT RUN-FILE
           IF BITACORA-NOFILE
               CONTINUE
           ELSE
               IF NOT BITACORA-OK
                   DISPLAY 'ERROR AL ABRIR ATMRUN.DAT'
                   STOP RUN
               END-IF
               PERFORM LEER-UN-PASO-EOD UNTIL BITACORA-EOF
               CLOSE RUN-FILE
           END-IF
           IF WS-ESTADO-PASO = 'C'
               DISPLAY 'PASO ' WS-PASO-ACTUAL ' YA COMPLETADO PARA '
                   'LA FECHA ' WS-FECHA-PROCESO ' - NO SE REPITE'
               STOP RUN
           END-IF
           IF WS-PASO-PREVIO NOT = SPACES
              AND WS-ESTADO-PREVIO NOT = 'C'
               DISPLAY 'PASO ' WS-PASO-PREVIO ' NO COMPLETADO PARA '
                   'LA FECHA ' WS-FECHA-PROCESO ' - EJECUTE EL '
                   'CICLO EN ORDEN (VER ATMEOD)'
               STOP RUN
           END-IF
           MOVE 'I' TO WS-ESTADO-GRABAR
           PERFORM REGISTRAR-PASO-EOD.

       LEER-UN-PASO-EOD.
           READ RUN-FILE
           IF BITACORA-OK AND RUN-FECHA = WS-FECHA-PROCESO
               IF RUN-PASO = WS-PASO-ACTUAL
                   MOVE RUN-ESTADO TO WS-ESTADO-PASO
               END-IF
               IF RUN-PASO = WS-PASO-PREVIO
                   MOVE RUN-ESTADO TO WS-ESTADO-PREVIO
               END-IF
           END-IF.

       COMPLETAR-PASO-EOD.
           MOVE 'C' TO WS-ESTADO-GRABAR
           PERFORM REGISTRAR-PASO-EOD.

       REGISTRAR-PASO-EOD.
           OPEN EXTEND RUN-FILE
           IF BITACORA-NOFILE
               OPEN OUTPUT RUN-FILE
           END-IF
           IF NOT BITACORA-OK
               DISPLAY 'ERROR AL GRABAR ATMRUN.DAT'
           ELSE
               MOVE WS-FECHA-PROCESO TO RUN-FECHA
               MOVE WS-PASO-ACTUAL TO RUN-PASO
               MOVE WS-ESTADO-GRABAR TO RUN-ESTADO
               ACCEPT WS-RUN-FECHA-REG FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HORA FROM TIME
               MOVE WS-RUN-FECHA-REG TO RUN-FECHA-REG
               MOVE WS-RUN-HORA TO RUN-HORA
               WRITE RUN-RECORD
               IF NOT BITACORA-OK
                   DISPLAY 'ERROR AL GRABAR ATMRUN.DAT'
               END-IF
               CLOSE RUN-FILE
           END-IF.
