           SELECT AUDIT-FILE ASSIGN TO 'ATMAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CLOG-FILE ASSIGN TO 'ATMCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASH-FILE.
           05  AUD-TIME       PIC 9(8).
           05  AUD-DETALLE    PIC X(20).

       FD  CLOG-FILE.
       01  CLOG-RECORD.
           05  CLG-TERMINAL   PIC X(4).
           05  CLG-FECHA      PIC 9(8).
           05  CLG-HORA       PIC 9(8).
           05  CLG-DENOM      PIC 9(3).
           05  CLG-CANTIDAD   PIC 9(5).
           05  CLG-CARGADO    PIC 9(5).
           05  CLG-OP-ID      PIC X(8).

       FD  BDATE-FILE.
       01  BDATE-RECORD.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CASH-STATUS     PIC X(2).
           88  EFECTIVO-OK    VALUE '00'.
       01  WS-AUDIT-STATUS    PIC X(2).
           88  AUDITORIA-OK   VALUE '00'.

       01  WS-CLOG-STATUS     PIC X(2).
           88  HISTORIAL-OK   VALUE '00'.
           88  HISTORIAL-NOFILE VALUE '35'.
       01  WS-CLOG-HORA       PIC 9(8).

       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.
       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).

       01  WS-OP-INGRESADO    PIC X(8).
       01  WS-OP-CLAVE        PIC X(8).
       01  WS-OP-ACTUAL       PIC X(8).
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM CARGAR-CASSETTES
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
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
               PERFORM REGISTRAR-CARGA
           END-IF.

       REGISTRAR-CARGA.
           OPEN EXTEND CLOG-FILE
           IF HISTORIAL-NOFILE
               OPEN OUTPUT CLOG-FILE
           END-IF
           IF NOT HISTORIAL-OK
               DISPLAY 'ERROR AL ABRIR ATMCLOG.DAT - LA CARGA NO '
                   'QUEDA DISPONIBLE PARA EL ARQUEO'
           ELSE
               ACCEPT WS-CLOG-HORA FROM TIME
               PERFORM REGISTRAR-UN-CASSETTE-CARGA
                   VARYING WS-CAS-I FROM 1 BY 1
                   UNTIL WS-CAS-I > WS-CAS-COUNT
               CLOSE CLOG-FILE
           END-IF.

       REGISTRAR-UN-CASSETTE-CARGA.
           IF WS-CAS-TERM (WS-CAS-I) = WS-TERMINAL
               MOVE WS-TERMINAL TO CLG-TERMINAL
               MOVE WS-FECHA-NEGOCIO TO CLG-FECHA
               MOVE WS-CLOG-HORA TO CLG-HORA
               MOVE WS-CAS-DENOM (WS-CAS-I) TO CLG-DENOM
               MOVE WS-CAS-CANT (WS-CAS-I) TO CLG-CANTIDAD
               IF WS-CAS-DENOM (WS-CAS-I) = WS-DENOM
                   MOVE WS-CANTIDAD TO CLG-CARGADO
               ELSE
                   MOVE 0 TO CLG-CARGADO
               END-IF
               MOVE WS-OP-ACTUAL TO CLG-OP-ID
               WRITE CLOG-RECORD
               IF NOT HISTORIAL-OK
                   DISPLAY 'ERROR AL GRABAR ATMCLOG.DAT'
               END-IF
           END-IF.

       LISTAR-CASSETTES.
