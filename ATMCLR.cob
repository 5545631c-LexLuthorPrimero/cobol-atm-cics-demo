       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCLR.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CLR-FILE ASSIGN TO 'ATMCLR.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO 'TRANLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT CLR-REPORT-FILE ASSIGN TO 'ATMCLR.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT RETURN-FILE ASSIGN TO 'ATMCLRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT CLREG-FILE ASSIGN TO 'ATMCLREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLREG-STATUS.
           SELECT RESTART-FILE ASSIGN TO 'ATMCLR.CHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ATMHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REF-FILE ASSIGN TO 'ATMREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
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

       FD  CLR-FILE.
       01  CLR-RECORD.
           05  CLR-TIPO-REG       PIC X(1).
               88  CLR-ES-CABECERA  VALUE '1'.
               88  CLR-ES-DETALLE   VALUE '2'.
               88  CLR-ES-PIE       VALUE '9'.
           05  CLR-DATOS          PIC X(50).
           05  CLR-CAB REDEFINES CLR-DATOS.
               10  CLR-CAB-ORIGEN     PIC X(8).
               10  CLR-CAB-FECHA      PIC 9(8).
               10  CLR-CAB-SEQ        PIC 9(6).
               10  FILLER             PIC X(28).
           05  CLR-DET REDEFINES CLR-DATOS.
               10  CLR-DET-CUENTA     PIC 9(5).
               10  CLR-DET-MONTO      PIC 9(7)V99.
               10  CLR-DET-REF        PIC X(16).
               10  CLR-DET-SENTIDO    PIC X(1).
                   88  CLR-DET-CREDITO  VALUE 'C'.
                   88  CLR-DET-DEBITO   VALUE 'D'.
               10  FILLER             PIC X(19).
           05  CLR-PIE REDEFINES CLR-DATOS.
               10  CLR-PIE-REGISTROS  PIC 9(7).
               10  CLR-PIE-HASH       PIC 9(13).
               10  CLR-PIE-TOTAL      PIC 9(11)V99.
               10  FILLER             PIC X(17).

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

       FD  CLR-REPORT-FILE.
       01  CLR-REPORT-RECORD  PIC X(90).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-ORIGEN     PIC X(8).
           05  RET-SEQ        PIC 9(6).
           05  RET-FECHA      PIC 9(8).
           05  RET-REF        PIC X(16).
           05  RET-CUENTA     PIC 9(5).
           05  RET-MONTO      PIC 9(7)V99.
           05  RET-SENTIDO    PIC X(1).
           05  RET-MOTIVO     PIC X(2).

       FD  CLREG-FILE.
       01  CLREG-RECORD.
           05  REG-ORIGEN     PIC X(8).
           05  REG-SEQ        PIC 9(6).
           05  REG-FECHA-ARCH PIC 9(8).
           05  REG-FECHA-PROC PIC 9(8).
           05  REG-ACEPTADOS  PIC 9(7).
           05  REG-DEVUELTOS  PIC 9(7).
           05  REG-TOTAL      PIC 9(11)V99.

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  CHK-ORIGEN     PIC X(8).
           05  CHK-SEQ        PIC 9(6).
           05  CHK-ULTIMO     PIC 9(7).

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HLD-ACC-ID     PIC 9(5).
           05  HLD-AMOUNT     PIC 9(7)V99.
           05  HLD-RELEASE    PIC 9(8).
           05  HLD-STATUS     PIC X(1).
               88  HLD-ACTIVA    VALUE 'A'.
               88  HLD-LIBERADA  VALUE 'L'.

       FD  REF-FILE.
       01  REF-RECORD.
           05  REF-ULTIMA     PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-REF-STATUS      PIC X(2).
           88  REFERENCIA-OK  VALUE '00'.
           88  REFERENCIA-NOFILE VALUE '35'.
       01  WS-REF-ACTUAL      PIC 9(9) VALUE 0.
       01  WS-REF-CARGADA     PIC X VALUE 'N'.
           88  REF-LEIDA      VALUE 'S'.
       01  WS-CANAL           PIC X(3) VALUE 'CLR'.
       01  WS-TERMINAL        PIC X(4) VALUE 'SIST'.

       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.

       01  WS-CLR-STATUS      PIC X(2).
           88  CLR-OK         VALUE '00'.
           88  CLR-EOF        VALUE '10'.

       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.

       01  WS-CR-STATUS       PIC X(2).
           88  REPORTE-CLR-OK VALUE '00'.

       01  WS-RETURN-STATUS   PIC X(2).
           88  DEVOLUCIONES-OK VALUE '00'.

       01  WS-CLREG-STATUS    PIC X(2).
           88  REGISTRO-OK    VALUE '00'.
           88  REGISTRO-EOF   VALUE '10'.
           88  REGISTRO-NOFILE VALUE '35'.

       01  WS-RESTART-STATUS  PIC X(2).
           88  RESTART-OK     VALUE '00'.
           88  RESTART-NOFILE VALUE '35'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).

       01  WS-TL-TIME         PIC 9(8).

       01  WS-HOLD-STATUS     PIC X(2).
           88  RETENCIONES-OK VALUE '00'.
           88  RETENCIONES-EOF VALUE '10'.
           88  RETENCIONES-NOFILE VALUE '35'.

       01  WS-MAX-RETENCIONES PIC 9(3) VALUE 300.
       01  WS-RET-COUNT       PIC 9(3) VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON WS-RET-COUNT
                       INDEXED BY WS-RET-IDX.
               10  WS-RET-ACC         PIC 9(5).
               10  WS-RET-AMOUNT      PIC 9(7)V99.
               10  WS-RET-RELEASE     PIC 9(8).
       01  WS-RETENIDO        PIC 9(8)V99 VALUE 0.
       01  WS-DISPONIBLE      PIC S9(8)V99 VALUE 0.
       01  WS-CAPACIDAD       PIC S9(8)V99 VALUE 0.

       01  WS-REWRITE-OK-CLR  PIC X VALUE 'S'.
           88  GRABADO-OK-CLR   VALUE 'S'.

       01  WS-ARCHIVO-VALIDO  PIC X VALUE 'S'.
           88  ARCHIVO-VALIDO   VALUE 'S'.
       01  WS-RECHAZO-ARCHIVO PIC X(40) VALUE SPACES.
       01  WS-HAY-CABECERA    PIC X VALUE 'N'.
           88  CABECERA-LEIDA   VALUE 'S'.
       01  WS-HAY-PIE         PIC X VALUE 'N'.
           88  PIE-LEIDO        VALUE 'S'.

       01  WS-CLR-ORIGEN      PIC X(8).
       01  WS-CLR-FECHA       PIC 9(8).
       01  WS-CLR-SEQ         PIC 9(6).
       01  WS-CNT-DETALLES    PIC 9(7) VALUE 0.
       01  WS-CNT-HASH        PIC 9(13) VALUE 0.
       01  WS-CNT-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-PIE-REGISTROS   PIC 9(7) VALUE 0.
       01  WS-PIE-HASH        PIC 9(13) VALUE 0.
       01  WS-PIE-TOTAL       PIC 9(11)V99 VALUE 0.

       01  WS-DET-NUMERO      PIC 9(7) VALUE 0.
       01  WS-DET-CHECKPOINT  PIC 9(7) VALUE 0.
       01  WS-DET-ULTIMO      PIC 9(7) VALUE 0.
       01  WS-INTERVALO-CHECKPOINT PIC 9(3) VALUE 10.
       01  WS-DESDE-CHECKPOINT PIC 9(3) VALUE 0.
       01  WS-REINICIO        PIC X VALUE 'N'.
           88  ES-REINICIO      VALUE 'S'.

       01  WS-CLR-ACEPTADOS   PIC 9(7) VALUE 0.
       01  WS-CLR-DEVUELTOS   PIC 9(7) VALUE 0.
       01  WS-CLR-OMITIDOS    PIC 9(7) VALUE 0.
       01  WS-TOT-CREDITOS    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DEBITOS     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DEVUELTO    PIC 9(11)V99 VALUE 0.
       01  WS-CLR-CODIGO      PIC X(2).
       01  WS-CLR-MOTIVO      PIC X(30).

       01  WS-CLR-CAB-LINE.
           05  FILLER             PIC X(24) VALUE
               'COMPENSACION - ORIGEN: '.
           05  WS-CC-ORIGEN       PIC X(8).
           05  FILLER             PIC X(7)  VALUE '  SEQ: '.
           05  WS-CC-SEQ          PIC 9(6).
           05  FILLER             PIC X(9)  VALUE '  FECHA: '.
           05  WS-CC-FECHA        PIC 9(8).
           05  FILLER             PIC X(12) VALUE '  PROCESO: '.
           05  WS-CC-PROCESO      PIC 9(8).

       01  WS-CLR-TITULOS.
           05  FILLER             PIC X(30) VALUE
               'NUMERO   CUENTA S        MONTO'.
           05  FILLER             PIC X(32) VALUE
               '  REF. ORIGEN       CD RESULTADO'.

       01  WS-CLR-REPORT-LINE.
           05  WS-CL-NUMERO       PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-CUENTA       PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-SENTIDO      PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-MONTO        PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-REF          PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-CODIGO       PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-MOTIVO       PIC X(30).

       01  WS-CLR-SUMMARY-LINE.
           05  FILLER             PIC X(11) VALUE 'ACEPTADOS: '.
           05  WS-CS-ACEPTADOS    PIC ZZZZZZ9.
           05  FILLER             PIC X(13) VALUE '  DEVUELTOS: '.
           05  WS-CS-DEVUELTOS    PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '  OMITIDOS: '.
           05  WS-CS-OMITIDOS     PIC ZZZZZZ9.

       01  WS-CLR-TOTAL-LINE.
           05  FILLER             PIC X(11) VALUE 'CREDITOS:  '.
           05  WS-CT-CREDITOS     PIC -(11)9.99.
           05  FILLER             PIC X(11) VALUE '  DEBITOS: '.
           05  WS-CT-DEBITOS      PIC -(11)9.99.
           05  FILLER             PIC X(13) VALUE '  DEVUELTO: '.
           05  WS-CT-DEVUELTO     PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
           PERFORM VALIDAR-ARCHIVO
           IF ARCHIVO-VALIDO
               PERFORM VERIFICAR-SECUENCIA
           END-IF
           IF ARCHIVO-VALIDO
               PERFORM PROCESAR-ARCHIVO
               PERFORM FINALIZAR
           ELSE
               PERFORM RECHAZAR-ARCHIVO
           END-IF
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO

           OPEN OUTPUT CLR-REPORT-FILE
           IF NOT REPORTE-CLR-OK
               DISPLAY 'ERROR AL ABRIR REPORTE DE COMPENSACION'
               STOP RUN
           END-IF
           PERFORM CARGAR-RETENCIONES.

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

       CARGAR-RETENCIONES.
           MOVE 0 TO WS-RET-COUNT
           OPEN INPUT HOLD-FILE
           IF RETENCIONES-NOFILE
               CONTINUE
           ELSE
               IF NOT RETENCIONES-OK
                   DISPLAY 'ERROR AL ABRIR RETENCIONES'
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-RETENCION UNTIL RETENCIONES-EOF
                     OR WS-RET-COUNT = WS-MAX-RETENCIONES
               IF NOT RETENCIONES-EOF
                   READ HOLD-FILE
                   IF NOT RETENCIONES-EOF
                       DISPLAY 'HAY MAS DE ' WS-MAX-RETENCIONES
                           ' RETENCIONES EN ATMHOLD.DAT - AMPLIAR '
                           'LA TABLA ANTES DE PROCESAR'
                       CLOSE HOLD-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE HOLD-FILE
           END-IF.

       CARGAR-UNA-RETENCION.
           READ HOLD-FILE
           IF RETENCIONES-OK AND HLD-ACTIVA
               ADD 1 TO WS-RET-COUNT
               SET WS-RET-IDX TO WS-RET-COUNT
               MOVE HLD-ACC-ID TO WS-RET-ACC (WS-RET-IDX)
               MOVE HLD-AMOUNT TO WS-RET-AMOUNT (WS-RET-IDX)
               MOVE HLD-RELEASE TO WS-RET-RELEASE (WS-RET-IDX)
           END-IF.

       CALCULAR-DISPONIBLE-CLR.
           MOVE 0 TO WS-RETENIDO
           PERFORM SUMAR-UNA-RETENCION
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-COUNT
           COMPUTE WS-CAPACIDAD =
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT
           COMPUTE WS-DISPONIBLE = WS-CAPACIDAD - WS-RETENIDO.

       SUMAR-UNA-RETENCION.
           IF WS-RET-ACC (WS-RET-IDX) = ACC-ID
               ADD WS-RET-AMOUNT (WS-RET-IDX) TO WS-RETENIDO
           END-IF.

       VALIDAR-ARCHIVO.
           OPEN INPUT CLR-FILE
           IF NOT CLR-OK
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE COMPENSACION'
               CLOSE CLR-REPORT-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CLR-ORIGEN
           MOVE 0 TO WS-CLR-FECHA
           MOVE 0 TO WS-CLR-SEQ
           PERFORM VALIDAR-UN-REGISTRO UNTIL CLR-EOF
                 OR NOT ARCHIVO-VALIDO
           CLOSE CLR-FILE

           IF ARCHIVO-VALIDO AND NOT CABECERA-LEIDA
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'FALTA REGISTRO CABECERA' TO WS-RECHAZO-ARCHIVO
           END-IF
           IF ARCHIVO-VALIDO AND NOT PIE-LEIDO
               MOVE 'N' TO WS-ARCHIVO-VALIDO
               MOVE 'FALTA REGISTRO DE CONTROL' TO WS-RECHAZO-ARCHIVO
           END-IF
           IF ARCHIVO-VALIDO
               PERFORM VALIDAR-CONTROL
           END-IF.

       VALIDAR-UN-REGISTRO.
           READ CLR-FILE
           IF CLR-OK
               EVALUATE TRUE
                   WHEN PIE-LEIDO
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'REGISTROS POSTERIORES AL CONTROL'
                         TO WS-RECHAZO-ARCHIVO
                   WHEN CLR-ES-CABECERA AND CABECERA-LEIDA
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'CABECERA DUPLICADA' TO WS-RECHAZO-ARCHIVO
                   WHEN CLR-ES-CABECERA
                       MOVE 'S' TO WS-HAY-CABECERA
                       MOVE CLR-CAB-ORIGEN TO WS-CLR-ORIGEN
                       MOVE CLR-CAB-FECHA TO WS-CLR-FECHA
                       MOVE CLR-CAB-SEQ TO WS-CLR-SEQ
                   WHEN NOT CABECERA-LEIDA
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'FALTA REGISTRO CABECERA'
                         TO WS-RECHAZO-ARCHIVO
                   WHEN CLR-ES-DETALLE
                       ADD 1 TO WS-CNT-DETALLES
                       ADD CLR-DET-CUENTA TO WS-CNT-HASH
                       ADD CLR-DET-MONTO TO WS-CNT-TOTAL
                   WHEN CLR-ES-PIE
                       MOVE 'S' TO WS-HAY-PIE
                       MOVE CLR-PIE-REGISTROS TO WS-PIE-REGISTROS
                       MOVE CLR-PIE-HASH TO WS-PIE-HASH
                       MOVE CLR-PIE-TOTAL TO WS-PIE-TOTAL
                   WHEN OTHER
                       MOVE 'N' TO WS-ARCHIVO-VALIDO
                       MOVE 'TIPO DE REGISTRO INVALIDO'
                         TO WS-RECHAZO-ARCHIVO
               END-EVALUATE
           END-IF.

       VALIDAR-CONTROL.
           EVALUATE TRUE
               WHEN WS-PIE-REGISTROS NOT = WS-CNT-DETALLES
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'CANTIDAD DE REGISTROS NO COINCIDE'
                     TO WS-RECHAZO-ARCHIVO
               WHEN WS-PIE-HASH NOT = WS-CNT-HASH
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'HASH DE CUENTAS NO COINCIDE'
                     TO WS-RECHAZO-ARCHIVO
               WHEN WS-PIE-TOTAL NOT = WS-CNT-TOTAL
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'IMPORTE TOTAL NO COINCIDE'
                     TO WS-RECHAZO-ARCHIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-SECUENCIA.
           OPEN INPUT CLREG-FILE
           IF REGISTRO-NOFILE
               CONTINUE
           ELSE
               IF NOT REGISTRO-OK
                   DISPLAY 'ERROR AL ABRIR ATMCLREG.DAT'
                   CLOSE CLR-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM VERIFICAR-UN-REGISTRO UNTIL REGISTRO-EOF
                     OR NOT ARCHIVO-VALIDO
               CLOSE CLREG-FILE
           END-IF.

       VERIFICAR-UN-REGISTRO.
           READ CLREG-FILE
           IF REGISTRO-OK
               IF REG-ORIGEN = WS-CLR-ORIGEN
                  AND REG-SEQ = WS-CLR-SEQ
                   MOVE 'N' TO WS-ARCHIVO-VALIDO
                   MOVE 'SECUENCIA YA PROCESADA'
                     TO WS-RECHAZO-ARCHIVO
               END-IF
           END-IF.

       RECHAZAR-ARCHIVO.
           PERFORM IMPRIMIR-CABECERA
           MOVE SPACES TO CLR-REPORT-RECORD
           STRING 'ARCHIVO RECHAZADO: ' WS-RECHAZO-ARCHIVO
               DELIMITED BY SIZE
               INTO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           MOVE SPACES TO CLR-REPORT-RECORD
           STRING 'CONTROL: REGISTROS ' WS-PIE-REGISTROS
               ' HASH ' WS-PIE-HASH
               ' TOTAL ' WS-PIE-TOTAL
               DELIMITED BY SIZE
               INTO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           MOVE SPACES TO CLR-REPORT-RECORD
           STRING 'LEIDO:   REGISTROS ' WS-CNT-DETALLES
               ' HASH ' WS-CNT-HASH
               ' TOTAL ' WS-CNT-TOTAL
               DELIMITED BY SIZE
               INTO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           CLOSE CLR-REPORT-FILE
           DISPLAY 'ARCHIVO DE COMPENSACION RECHAZADO: '
               WS-RECHAZO-ARCHIVO.

       IMPRIMIR-CABECERA.
           MOVE WS-CLR-ORIGEN TO WS-CC-ORIGEN
           MOVE WS-CLR-SEQ TO WS-CC-SEQ
           MOVE WS-CLR-FECHA TO WS-CC-FECHA
           MOVE WS-FECHA-NEGOCIO TO WS-CC-PROCESO
           MOVE WS-CLR-CAB-LINE TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           MOVE SPACES TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD.

       PROCESAR-ARCHIVO.
           PERFORM LEER-CHECKPOINT

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               CLOSE CLR-REPORT-FILE
               STOP RUN
           END-IF

           OPEN INPUT CLR-FILE
           IF NOT CLR-OK
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE COMPENSACION'
               CLOSE ACCOUNTS-FILE
               CLOSE CLR-REPORT-FILE
               STOP RUN
           END-IF

           PERFORM ABRIR-TRANLOG-CLR
           PERFORM ABRIR-DEVOLUCIONES

           PERFORM IMPRIMIR-CABECERA
           MOVE WS-CLR-TITULOS TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           PERFORM PROCESAR-UN-REGISTRO UNTIL CLR-EOF.

       LEER-CHECKPOINT.
           OPEN INPUT RESTART-FILE
           IF RESTART-OK
               READ RESTART-FILE
               IF RESTART-OK
                  AND CHK-ORIGEN = WS-CLR-ORIGEN
                  AND CHK-SEQ = WS-CLR-SEQ
                   MOVE CHK-ULTIMO TO WS-DET-CHECKPOINT
                   MOVE 'S' TO WS-REINICIO
                   DISPLAY 'REINICIO DETECTADO - SE OMITEN '
                       'DETALLES HASTA ' WS-DET-CHECKPOINT
               END-IF
               CLOSE RESTART-FILE
           ELSE
               IF NOT RESTART-NOFILE
                   DISPLAY 'ERROR AL LEER ARCHIVO DE REINICIO'
                   CLOSE CLR-REPORT-FILE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-DET-CHECKPOINT TO WS-DET-ULTIMO.

       ABRIR-TRANLOG-CLR.
           OPEN EXTEND TRANLOG-FILE
           IF WS-TRANLOG-STATUS = '35'
               OPEN OUTPUT TRANLOG-FILE
           END-IF
           IF NOT TRANLOG-OK
               DISPLAY 'ERROR AL ABRIR TRANLOG'
               CLOSE ACCOUNTS-FILE
               CLOSE CLR-FILE
               CLOSE CLR-REPORT-FILE
               STOP RUN
           END-IF.

       ABRIR-DEVOLUCIONES.
           IF ES-REINICIO
               OPEN EXTEND RETURN-FILE
               IF WS-RETURN-STATUS = '35'
                   OPEN OUTPUT RETURN-FILE
               END-IF
           ELSE
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF NOT DEVOLUCIONES-OK
               DISPLAY 'ERROR AL ABRIR ARCHIVO DE DEVOLUCIONES'
               CLOSE ACCOUNTS-FILE
               CLOSE CLR-FILE
               CLOSE TRANLOG-FILE
               CLOSE CLR-REPORT-FILE
               STOP RUN
           END-IF.

       PROCESAR-UN-REGISTRO.
           READ CLR-FILE
           IF CLR-OK AND CLR-ES-DETALLE
               ADD 1 TO WS-DET-NUMERO
               IF WS-DET-NUMERO <= WS-DET-CHECKPOINT
                   ADD 1 TO WS-CLR-OMITIDOS
               ELSE
                   MOVE SPACES TO WS-CLR-CODIGO
                   MOVE SPACES TO WS-CLR-MOTIVO
                   PERFORM APLICAR-DETALLE
                   PERFORM AVANZAR-CHECKPOINT
               END-IF
           END-IF.

       AVANZAR-CHECKPOINT.
           MOVE WS-DET-NUMERO TO WS-DET-ULTIMO
           ADD 1 TO WS-DESDE-CHECKPOINT
           IF WS-DESDE-CHECKPOINT >= WS-INTERVALO-CHECKPOINT
               PERFORM GRABAR-CHECKPOINT
           END-IF.

       GRABAR-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           IF RESTART-OK
               MOVE WS-CLR-ORIGEN TO CHK-ORIGEN
               MOVE WS-CLR-SEQ TO CHK-SEQ
               MOVE WS-DET-ULTIMO TO CHK-ULTIMO
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
               MOVE 0 TO WS-DESDE-CHECKPOINT
           ELSE
               DISPLAY 'ERROR AL GRABAR CHECKPOINT - DETALLE '
                   WS-DET-ULTIMO
           END-IF.

       APLICAR-DETALLE.
           MOVE CLR-DET-CUENTA TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN NOT ACCOUNTS-OK
                   MOVE '01' TO WS-CLR-CODIGO
                   MOVE 'CUENTA INEXISTENTE' TO WS-CLR-MOTIVO
               WHEN ACC-CERRADA
                   MOVE '02' TO WS-CLR-CODIGO
                   MOVE 'CUENTA CERRADA' TO WS-CLR-MOTIVO
               WHEN ACC-DORMIDA
                   MOVE '03' TO WS-CLR-CODIGO
                   MOVE 'CUENTA INACTIVA' TO WS-CLR-MOTIVO
               WHEN ACC-IS-LOCKED
                   MOVE '04' TO WS-CLR-CODIGO
                   MOVE 'CUENTA BLOQUEADA' TO WS-CLR-MOTIVO
               WHEN CLR-DET-MONTO = 0
                   MOVE '06' TO WS-CLR-CODIGO
                   MOVE 'MONTO INVALIDO' TO WS-CLR-MOTIVO
               WHEN CLR-DET-CREDITO
                   PERFORM APLICAR-CREDITO-CLR
               WHEN CLR-DET-DEBITO
                   PERFORM APLICAR-DEBITO-CLR
               WHEN OTHER
                   MOVE '07' TO WS-CLR-CODIGO
                   MOVE 'SENTIDO INVALIDO' TO WS-CLR-MOTIVO
           END-EVALUATE

           IF WS-CLR-CODIGO = SPACES
               PERFORM ACEPTAR-DETALLE
           ELSE
               PERFORM DEVOLVER-DETALLE
           END-IF.

       APLICAR-CREDITO-CLR.
           ADD CLR-DET-MONTO TO ACC-BALANCE
           PERFORM GRABAR-CUENTA-CLR
           IF GRABADO-OK-CLR
               MOVE ACC-ID TO TL-ACC-ID
               MOVE 'D' TO TL-TXN-TYPE
               MOVE CLR-DET-MONTO TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-CLR
               ADD CLR-DET-MONTO TO WS-TOT-CREDITOS
           END-IF.

       APLICAR-DEBITO-CLR.
           PERFORM CALCULAR-DISPONIBLE-CLR
           IF CLR-DET-MONTO > WS-DISPONIBLE
               MOVE '05' TO WS-CLR-CODIGO
               MOVE 'FONDOS INSUFICIENTES' TO WS-CLR-MOTIVO
           ELSE
               SUBTRACT CLR-DET-MONTO FROM ACC-BALANCE
               PERFORM GRABAR-CUENTA-CLR
               IF GRABADO-OK-CLR
                   MOVE ACC-ID TO TL-ACC-ID
                   MOVE 'R' TO TL-TXN-TYPE
                   MOVE CLR-DET-MONTO TO TL-AMOUNT
                   MOVE ACC-BALANCE TO TL-BALANCE
                   PERFORM GRABAR-TRANLOG-CLR
                   ADD CLR-DET-MONTO TO WS-TOT-DEBITOS
               END-IF
           END-IF.

       GRABAR-CUENTA-CLR.
           MOVE 'S' TO WS-REWRITE-OK-CLR
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR CUENTA'
                   MOVE 'N' TO WS-REWRITE-OK-CLR
           END-REWRITE
           IF NOT GRABADO-OK-CLR
               MOVE '08' TO WS-CLR-CODIGO
               MOVE 'ERROR AL ACTUALIZAR CUENTA' TO WS-CLR-MOTIVO
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

       GRABAR-TRANLOG-CLR.
           ACCEPT WS-TL-TIME FROM TIME
           MOVE WS-FECHA-NEGOCIO TO TL-DATE
           MOVE WS-TL-TIME TO TL-TIME
           PERFORM TOMAR-REFERENCIA
           MOVE WS-REF-ACTUAL TO TL-REF
           MOVE WS-CANAL TO TL-CANAL
           MOVE WS-TERMINAL TO TL-TERMINAL
           MOVE SPACES TO TL-MOTIVO
           MOVE 0 TO TL-REF-ORIG
           WRITE TRANLOG-RECORD
           IF NOT TRANLOG-OK
               DISPLAY 'ERROR AL GRABAR TRANLOG - CUENTA ' TL-ACC-ID
           END-IF.

       ACEPTAR-DETALLE.
           ADD 1 TO WS-CLR-ACEPTADOS
           MOVE 'ACEPTADO' TO WS-CLR-MOTIVO
           PERFORM REGISTRAR-DETALLE.

       DEVOLVER-DETALLE.
           ADD 1 TO WS-CLR-DEVUELTOS
           ADD CLR-DET-MONTO TO WS-TOT-DEVUELTO
           MOVE WS-CLR-ORIGEN TO RET-ORIGEN
           MOVE WS-CLR-SEQ TO RET-SEQ
           MOVE WS-FECHA-NEGOCIO TO RET-FECHA
           MOVE CLR-DET-REF TO RET-REF
           MOVE CLR-DET-CUENTA TO RET-CUENTA
           MOVE CLR-DET-MONTO TO RET-MONTO
           MOVE CLR-DET-SENTIDO TO RET-SENTIDO
           MOVE WS-CLR-CODIGO TO RET-MOTIVO
           WRITE RETURN-RECORD
           IF NOT DEVOLUCIONES-OK
               DISPLAY 'ERROR AL GRABAR DEVOLUCION - REF '
                   CLR-DET-REF
           END-IF
           PERFORM REGISTRAR-DETALLE.

       REGISTRAR-DETALLE.
           MOVE WS-DET-NUMERO   TO WS-CL-NUMERO
           MOVE CLR-DET-CUENTA  TO WS-CL-CUENTA
           MOVE CLR-DET-SENTIDO TO WS-CL-SENTIDO
           MOVE CLR-DET-MONTO   TO WS-CL-MONTO
           MOVE CLR-DET-REF     TO WS-CL-REF
           MOVE WS-CLR-CODIGO   TO WS-CL-CODIGO
           MOVE WS-CLR-MOTIVO   TO WS-CL-MOTIVO
           MOVE WS-CLR-REPORT-LINE TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD.

       FINALIZAR.
           MOVE SPACES TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           MOVE WS-CLR-ACEPTADOS TO WS-CS-ACEPTADOS
           MOVE WS-CLR-DEVUELTOS TO WS-CS-DEVUELTOS
           MOVE WS-CLR-OMITIDOS TO WS-CS-OMITIDOS
           MOVE WS-CLR-SUMMARY-LINE TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD
           MOVE WS-TOT-CREDITOS TO WS-CT-CREDITOS
           MOVE WS-TOT-DEBITOS TO WS-CT-DEBITOS
           MOVE WS-TOT-DEVUELTO TO WS-CT-DEVUELTO
           MOVE WS-CLR-TOTAL-LINE TO CLR-REPORT-RECORD
           WRITE CLR-REPORT-RECORD

           CLOSE ACCOUNTS-FILE
           CLOSE CLR-FILE
           CLOSE TRANLOG-FILE
           CLOSE RETURN-FILE
           CLOSE CLR-REPORT-FILE

           PERFORM REGISTRAR-ARCHIVO
           PERFORM BORRAR-CHECKPOINT

           DISPLAY 'COMPENSACION PROCESADA - ACEPTADOS: '
               WS-CLR-ACEPTADOS ' DEVUELTOS: ' WS-CLR-DEVUELTOS
               ' OMITIDOS: ' WS-CLR-OMITIDOS.

       REGISTRAR-ARCHIVO.
           OPEN EXTEND CLREG-FILE
           IF REGISTRO-NOFILE
               OPEN OUTPUT CLREG-FILE
           END-IF
           IF NOT REGISTRO-OK
               DISPLAY 'ERROR AL GRABAR ATMCLREG.DAT - ORIGEN '
                   WS-CLR-ORIGEN ' SEQ ' WS-CLR-SEQ
           ELSE
               MOVE WS-CLR-ORIGEN TO REG-ORIGEN
               MOVE WS-CLR-SEQ TO REG-SEQ
               MOVE WS-CLR-FECHA TO REG-FECHA-ARCH
               MOVE WS-FECHA-NEGOCIO TO REG-FECHA-PROC
               MOVE WS-CLR-ACEPTADOS TO REG-ACEPTADOS
               MOVE WS-CLR-DEVUELTOS TO REG-DEVUELTOS
               MOVE WS-CNT-TOTAL TO REG-TOTAL
               WRITE CLREG-RECORD
               IF NOT REGISTRO-OK
                   DISPLAY 'ERROR AL GRABAR ATMCLREG.DAT'
               END-IF
               CLOSE CLREG-FILE
           END-IF.

       BORRAR-CHECKPOINT.
           DELETE FILE RESTART-FILE
           IF NOT RESTART-OK AND NOT RESTART-NOFILE
               DISPLAY 'ERROR AL BORRAR ARCHIVO DE REINICIO'
           END-IF.
