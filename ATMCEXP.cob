       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCEXP.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'ATMCARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMERO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CEXP-CTL-FILE ASSIGN TO 'ATMCEXP.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCT-STATUS.
           SELECT CEXP-REPORT-FILE ASSIGN TO 'ATMCEXP.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT RUN-FILE ASSIGN TO 'ATMRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
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

       FD  CEXP-CTL-FILE.
       01  CEXP-CTL-RECORD.
           05  CCT-DIAS-AVISO     PIC 9(3).

       FD  CEXP-REPORT-FILE.
       01  CEXP-REPORT-RECORD PIC X(80).

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
       01  WS-CARD-STATUS     PIC X(2).
           88  TARJETAS-OK    VALUE '00'.
           88  TARJETAS-EOF   VALUE '10'.
           88  TARJETAS-NOFILE VALUE '35'.

       01  WS-CUSTOMER-STATUS PIC X(2).
           88  CLIENTES-OK    VALUE '00'.
       01  WS-CLIENTES-ABIERTOS PIC X VALUE 'N'.
           88  CLIENTES-PRESENTES VALUE 'S'.

       01  WS-CCT-STATUS      PIC X(2).
           88  CONTROL-CEX-OK VALUE '00'.

       01  WS-CR-STATUS       PIC X(2).
           88  REPORTE-CEX-OK VALUE '00'.

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.

       01  WS-RUN-STATUS      PIC X(2).
           88  BITACORA-OK    VALUE '00'.
           88  BITACORA-EOF   VALUE '10'.
           88  BITACORA-NOFILE VALUE '35'.
       01  WS-PASO-ACTUAL     PIC X(8) VALUE 'CEXP'.
       01  WS-PASO-PREVIO     PIC X(8) VALUE 'CRPT'.
       01  WS-FECHA-PROCESO   PIC 9(8) VALUE 0.
       01  WS-ESTADO-PASO     PIC X(1) VALUE SPACE.
       01  WS-ESTADO-PREVIO   PIC X(1) VALUE SPACE.
       01  WS-ESTADO-GRABAR   PIC X(1).
       01  WS-RUN-FECHA-REG   PIC 9(8).
       01  WS-RUN-HORA        PIC 9(8).

       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).
       01  WS-FECHA-LIMITE    PIC 9(8).
       01  WS-DIA-HOY         PIC 9(7).
       01  WS-DIA-LIMITE      PIC 9(7).
       01  WS-DIA-VENCE       PIC 9(7).
       01  WS-DIAS-RESTANTES  PIC 9(3).

       01  WS-DIAS-AVISO      PIC 9(3) VALUE 60.

       01  WS-POR-VENCER      PIC 9(5) VALUE 0.
       01  WS-VENCIDAS        PIC 9(5) VALUE 0.
       01  WS-LEIDAS          PIC 9(5) VALUE 0.
       01  WS-REWRITE-OK      PIC X VALUE 'S'.
           88  GRABADO-OK       VALUE 'S'.

       01  WS-CEX-LINE.
           05  WS-CL-TARJETA      PIC 9(16).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-CLIENTE      PIC 9(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-NOMBRE       PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-VENCE        PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-DIAS         PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CL-ESTADO       PIC X(10).

       01  WS-CEX-DIRECCION.
           05  FILLER             PIC X(17) VALUE SPACES.
           05  WS-CD-DIR1         PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-CD-DIR2         PIC X(30).

       01  WS-CEX-TITULOS.
           05  FILLER             PIC X(33) VALUE
               'TARJETA          CLIEN NOMBRE    '.
           05  FILLER             PIC X(33) VALUE
               '           VENCE   DIAS ESTADO   '.

       01  WS-CEX-RESUMEN.
           05  FILLER             PIC X(13) VALUE 'POR VENCER: '.
           05  WS-CS-POR-VENCER   PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  VENCIDAS: '.
           05  WS-CS-VENCIDAS     PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE '  REVISADAS: '.
           05  WS-CS-LEIDAS       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
           PERFORM REVISAR-TARJETAS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM VERIFICAR-PASO-EOD
           PERFORM LEER-CONTROL-CEX
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           COMPUTE WS-DIA-LIMITE = WS-DIA-HOY + WS-DIAS-AVISO
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-LIMITE)

           OPEN I-O CARD-FILE
           IF TARJETAS-NOFILE
               DISPLAY 'NO EXISTE ATMCARD.DAT - NO HAY TARJETAS '
                   'EMITIDAS'
               PERFORM COMPLETAR-PASO-EOD
               STOP RUN
           END-IF
           IF NOT TARJETAS-OK
               DISPLAY 'ERROR AL ABRIR TARJETAS'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CLIENTES-OK
               MOVE 'S' TO WS-CLIENTES-ABIERTOS
           END-IF

           OPEN OUTPUT CEXP-REPORT-FILE
           IF NOT REPORTE-CEX-OK
               DISPLAY 'ERROR AL ABRIR REPORTE DE VENCIMIENTOS'
               CLOSE CARD-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO CEXP-REPORT-RECORD
           STRING 'TARJETAS A VENCER AL ' WS-FECHA-NEGOCIO
               ' - VENCIMIENTO HASTA EL ' WS-FECHA-LIMITE
               DELIMITED BY SIZE
               INTO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD
           MOVE WS-CEX-TITULOS TO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD
           MOVE SPACES TO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD.

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

       LEER-CONTROL-CEX.
           OPEN INPUT CEXP-CTL-FILE
           IF CONTROL-CEX-OK
               READ CEXP-CTL-FILE
               IF CONTROL-CEX-OK AND CCT-DIAS-AVISO > 0
                   MOVE CCT-DIAS-AVISO TO WS-DIAS-AVISO
               END-IF
               CLOSE CEXP-CTL-FILE
           END-IF
           DISPLAY 'ANTICIPACION DEL AVISO: ' WS-DIAS-AVISO ' DIAS'.

       REVISAR-TARJETAS.
           MOVE 0 TO CRD-NUMERO
           START CARD-FILE KEY IS NOT LESS THAN CRD-NUMERO
               INVALID KEY MOVE '10' TO WS-CARD-STATUS
           END-START
           PERFORM REVISAR-UNA-TARJETA UNTIL TARJETAS-EOF.

       REVISAR-UNA-TARJETA.
           READ CARD-FILE NEXT RECORD
           IF TARJETAS-OK
               ADD 1 TO WS-LEIDAS
               IF CRD-ACTIVA
                   EVALUATE TRUE
                       WHEN CRD-VENCE < WS-FECHA-NEGOCIO
                           PERFORM MARCAR-TARJETA-VENCIDA
                       WHEN CRD-VENCE NOT > WS-FECHA-LIMITE
                           ADD 1 TO WS-POR-VENCER
                           MOVE 'A VENCER' TO WS-CL-ESTADO
                           PERFORM REGISTRAR-TARJETA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       MARCAR-TARJETA-VENCIDA.
           MOVE 'V' TO CRD-ESTADO
           MOVE 'S' TO WS-REWRITE-OK
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR TARJETA ' CRD-NUMERO
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF GRABADO-OK
               ADD 1 TO WS-VENCIDAS
               MOVE 'VENCIDA' TO WS-CL-ESTADO
               PERFORM REGISTRAR-TARJETA
           END-IF.

       REGISTRAR-TARJETA.
           MOVE CRD-NUMERO TO WS-CL-TARJETA
           MOVE CRD-CUST-ID TO WS-CL-CLIENTE
           MOVE SPACES TO WS-CL-NOMBRE
           MOVE SPACES TO WS-CD-DIR1
           MOVE SPACES TO WS-CD-DIR2
           IF CLIENTES-PRESENTES
               MOVE CRD-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF CLIENTES-OK
                   MOVE CUST-NAME TO WS-CL-NOMBRE
                   MOVE CUST-DIR1 TO WS-CD-DIR1
                   MOVE CUST-DIR2 TO WS-CD-DIR2
               END-IF
           END-IF
           MOVE CRD-VENCE TO WS-CL-VENCE
           COMPUTE WS-DIA-VENCE = FUNCTION INTEGER-OF-DATE (CRD-VENCE)
           IF WS-DIA-VENCE < WS-DIA-HOY
               MOVE 0 TO WS-DIAS-RESTANTES
           ELSE
               COMPUTE WS-DIAS-RESTANTES = WS-DIA-VENCE - WS-DIA-HOY
           END-IF
           MOVE WS-DIAS-RESTANTES TO WS-CL-DIAS
           MOVE WS-CEX-LINE TO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD
           IF WS-CD-DIR1 NOT = SPACES OR WS-CD-DIR2 NOT = SPACES
               MOVE WS-CEX-DIRECCION TO CEXP-REPORT-RECORD
               WRITE CEXP-REPORT-RECORD
           END-IF.

       FINALIZAR.
           MOVE SPACES TO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD
           MOVE WS-POR-VENCER TO WS-CS-POR-VENCER
           MOVE WS-VENCIDAS TO WS-CS-VENCIDAS
           MOVE WS-LEIDAS TO WS-CS-LEIDAS
           MOVE WS-CEX-RESUMEN TO CEXP-REPORT-RECORD
           WRITE CEXP-REPORT-RECORD

           CLOSE CARD-FILE
           CLOSE CEXP-REPORT-FILE
           IF CLIENTES-PRESENTES
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM COMPLETAR-PASO-EOD

           DISPLAY 'TARJETAS - POR VENCER: ' WS-POR-VENCER
               ' VENCIDAS HOY: ' WS-VENCIDAS
               ' REVISADAS: ' WS-LEIDAS.

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
