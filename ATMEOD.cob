           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

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

       01  WS-RUN-STATUS      PIC X(2).
           88  BITACORA-OK    VALUE '00'.
           88  BITACORA-EOF   VALUE '10'.

       01  WS-FECHA-NEGOCIO   PIC 9(8).

       01  WS-CANT-PASOS      PIC 9(2) VALUE 11.
       01  WS-PASO-I          PIC 9(2).
       01  WS-PASOS-VALORES.
           05  FILLER         PIC X(8) VALUE 'HREL'.
           05  FILLER         PIC X(8) VALUE 'RECON'.
           05  FILLER         PIC X(8) VALUE 'FRD'.
           05  FILLER         PIC X(8) VALUE 'CRPT'.
           05  FILLER         PIC X(8) VALUE 'CEXP'.
           05  FILLER         PIC X(8) VALUE 'ALRT'.
           05  FILLER         PIC X(8) VALUE 'ARCH'.
       01  WS-PASOS-TABLA REDEFINES WS-PASOS-VALORES.
           05  WS-PASO-NOMBRE OCCURS 11 TIMES PIC X(8).
       01  WS-PASOS-ESTADO.
           05  WS-PASO-ESTADO OCCURS 11 TIMES PIC X(1).
       01  WS-PASOS-HORA.
           05  WS-PASO-HORA OCCURS 11 TIMES PIC 9(8).

       01  WS-PROXIMO         PIC X(8) VALUE SPACES.
       01  WS-ESTADO-TEXTO    PIC X(10).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM CARGAR-CALENDARIO
           PERFORM LIMPIAR-ESTADOS
               VARYING WS-PASO-I FROM 1 BY 1
               UNTIL WS-PASO-I > WS-CANT-PASOS
               VARYING WS-PASO-I FROM 1 BY 1
               UNTIL WS-PASO-I > WS-CANT-PASOS
           DISPLAY ' '
           PERFORM MOSTRAR-TIPO-DE-DIA
           IF WS-PROXIMO = SPACES
               DISPLAY 'CICLO COMPLETO PARA LA FECHA '
                   WS-FECHA-NEGOCIO
              AND WS-PASO-ESTADO (WS-PASO-I) NOT = 'C'
               MOVE WS-PASO-NOMBRE (WS-PASO-I) TO WS-PROXIMO
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

       MOSTRAR-TIPO-DE-DIA.
           COMPUTE WS-CAL-DIA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
           PERFORM EVALUAR-DIA-HABIL
           IF NOT DIA-HABIL
               DISPLAY 'ADVERTENCIA: LA FECHA DE NEGOCIO '
                   WS-FECHA-NEGOCIO ' NO ES DIA HABIL'
           END-IF
           MOVE WS-FECHA-NEGOCIO TO WS-CAL-BASE
           PERFORM VERIFICAR-FIN-DE-MES
           IF FIN-DE-MES
               DISPLAY 'ULTIMO DIA HABIL DEL MES - EL PASO INT '
                   'LIQUIDA INTERESES Y COMISIONES MENSUALES'
               DISPLAY 'AL COMPLETAR EL CICLO EMITA ATMFEES Y '
                   'ATMSTMT DEL MES'
           ELSE
               DISPLAY 'DIA HABIL COMUN - EL PASO INT NO LIQUIDA '
                   '(SOLO EL ULTIMO DIA HABIL DEL MES)'
           END-IF
           DISPLAY ' '.
