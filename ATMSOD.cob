           SELECT RUN-FILE ASSIGN TO 'ATMRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  RUN-FECHA-REG  PIC 9(8).
           05  RUN-HORA       PIC 9(8).

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
       01  WS-CAL-BASE        PIC 9(8).
       01  WS-CAL-MES-BASE    PIC 9(6).
       01  WS-CAL-MES-SIGUIENTE PIC 9(6).
       01  WS-CAL-FIN-MES     PIC X VALUE 'N'.
           88  FIN-DE-MES       VALUE 'S'.

       01  WS-ACCOUNTS-STATUS PIC X(2).
           88  ACCOUNTS-OK    VALUE '00'.
           88  ACCOUNTS-EOF   VALUE '10'.
       01  WS-FECHA-ACTUAL    PIC 9(8) VALUE 0.
       01  WS-FECHA-NUEVA     PIC 9(8).
       01  WS-FECHA-MAQUINA   PIC 9(8).
       01  WS-FECHA-PROPUESTA PIC 9(8).
       01  WS-DIA-NUEVO       PIC 9(7).
       01  WS-DIA-ACTUAL      PIC 9(7).

           DISPLAY '============================================'
           PERFORM LEER-FECHA-ACTUAL
           PERFORM VERIFICAR-CICLO-CERRADO
           PERFORM CARGAR-CALENDARIO
           PERFORM SOLICITAR-FECHA-NUEVA
           IF NOT ENTRADA-VALIDA
               DISPLAY 'APERTURA CANCELADA'
           PERFORM REINICIAR-RETIROS
           DISPLAY 'DIA ABIERTO: ' WS-FECHA-NUEVA
               ' - CUENTAS REINICIADAS: ' WS-REINICIADAS
           MOVE WS-FECHA-NUEVA TO WS-CAL-BASE
           PERFORM VERIFICAR-FIN-DE-MES
           IF FIN-DE-MES
               DISPLAY 'ULTIMO DIA HABIL DEL MES - EL CICLO DE HOY '
                   'LIQUIDA INTERESES Y COMISIONES MENSUALES'
           END-IF
           IF WS-ERRORES > 0
               DISPLAY 'ADVERTENCIA: ' WS-ERRORES
                   ' CUENTAS NO SE PUDIERON REINICIAR'

       SOLICITAR-FECHA-NUEVA.
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD
           PERFORM PROPONER-FECHA-NUEVA
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-FECHA-NUEVA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-FECHA-NUEVA.
           DISPLAY 'NUEVA FECHA DE NEGOCIO (AAAAMMDD 0=PROXIMO '
               'HABIL ' WS-FECHA-PROPUESTA '): ' WITH NO ADVANCING
           ACCEPT WS-RAW-FECHA
           IF WS-RAW-FECHA = '0'
               MOVE ZEROS TO WS-RAW-FECHA
           END-IF
           IF WS-RAW-FECHA IS NUMERIC
               IF WS-RAW-FECHA = ZEROS
                   MOVE WS-FECHA-PROPUESTA TO WS-FECHA-NUEVA
               ELSE
                   MOVE WS-RAW-FECHA TO WS-FECHA-NUEVA
               END-IF
                       MOVE 'S' TO WS-VALID-INPUT
                   END-IF
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               PERFORM VALIDAR-DIA-HABIL-NUEVO
           END-IF.

       VALIDAR-DIA-HABIL-NUEVO.
           MOVE WS-DIA-NUEVO TO WS-CAL-DIA
           PERFORM EVALUAR-DIA-HABIL
           IF NOT DIA-HABIL
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM AVANZAR-A-DIA-HABIL
               DISPLAY 'FECHA ' WS-FECHA-NUEVA ' NO ES DIA HABIL - '
                   'PROXIMO DIA HABIL: ' WS-CAL-FECHA-PRUEBA
           ELSE
               IF NOT SIN-FECHA-PREVIA
                  AND WS-FECHA-NUEVA > WS-FECHA-PROPUESTA
                   DISPLAY 'ADVERTENCIA: SE SALTEAN DIAS HABILES '
                       'DESDE ' WS-FECHA-PROPUESTA
               END-IF
           END-IF.

       PROPONER-FECHA-NUEVA.
           IF SIN-FECHA-PREVIA
               COMPUTE WS-CAL-DIA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-MAQUINA)
           ELSE
               COMPUTE WS-CAL-DIA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-ACTUAL) + 1
           END-IF
           PERFORM AVANZAR-A-DIA-HABIL
           MOVE WS-CAL-FECHA-PRUEBA TO WS-FECHA-PROPUESTA.

       GRABAR-FECHA-NUEVA.
           OPEN OUTPUT BDATE-FILE
           IF NOT FECHA-OK
                   END-IF
               END-IF
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

       VERIFICAR-FIN-DE-MES.
           COMPUTE WS-CAL-DIA =
               FUNCTION INTEGER-OF-DATE (WS-CAL-BASE) + 1
           PERFORM AVANZAR-A-DIA-HABIL
           DIVIDE WS-CAL-BASE BY 100 GIVING WS-CAL-MES-BASE
           DIVIDE WS-CAL-FECHA-PRUEBA BY 100
               GIVING WS-CAL-MES-SIGUIENTE
           IF WS-CAL-MES-BASE NOT = WS-CAL-MES-SIGUIENTE
               MOVE 'S' TO WS-CAL-FIN-MES
           ELSE
               MOVE 'N' TO WS-CAL-FIN-MES
           END-IF.
