           SELECT BDATE-FILE ASSIGN TO 'ATMBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  BD-FECHA-NEGOCIO   PIC 9(8).
           05  BD-FECHA-ANTERIOR  PIC 9(8).

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACC-TYPE    PIC X(1).
           05  FEE-CANAL       PIC X(3).
           05  FEE-TXN-TYPE    PIC X(1).
           05  FEE-GRATIS      PIC 9(3).
           05  FEE-MONTO       PIC 9(5)V99.
           05  FEE-CODIGO      PIC X(3).
           05  FEE-DESCRIPCION PIC X(20).

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

       01  WS-FEE-STATUS      PIC X(2).
           88  TARIFAS-OK     VALUE '00'.
           88  TARIFAS-EOF    VALUE '10'.
           88  TARIFAS-NOFILE VALUE '35'.
       01  WS-TXN-MENSUAL     PIC X(1) VALUE 'M'.
       01  WS-MAX-TARIFAS     PIC 9(3) VALUE 50.
       01  WS-TARIFA-COUNT    PIC 9(3) VALUE 0.
       01  WS-TARIFA-TABLE.
           05  WS-TARIFA-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-TARIFA-COUNT
                       INDEXED BY WS-TAR-IDX.
               10  WS-TAR-TIPO-CUENTA PIC X(1).
               10  WS-TAR-MONTO       PIC 9(5)V99.
               10  WS-TAR-CODIGO      PIC X(3).
       01  WS-TAR-HALLADA     PIC 9(3).
       01  WS-TAR-I           PIC 9(3).
       01  WS-COMISION-CODIGO PIC X(3).
       01  WS-CODIGO-MENSUAL  PIC X(3) VALUE 'MEN'.
       01  WS-TL-MOTIVO       PIC X(3) VALUE SPACES.

       01  WS-RUN-STATUS      PIC X(2).
           88  BITACORA-OK    VALUE '00'.
           88  BITACORA-EOF   VALUE '10'.
       INICIALIZAR.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           PERFORM CARGAR-CALENDARIO
           PERFORM VERIFICAR-PASO-EOD

           MOVE WS-FECHA-NEGOCIO TO WS-CAL-BASE
           PERFORM VERIFICAR-FIN-DE-MES
           IF NOT FIN-DE-MES
               DISPLAY 'FECHA ' WS-FECHA-NEGOCIO ' NO ES EL ULTIMO '
                   'DIA HABIL DEL MES - SIN LIQUIDACION MENSUAL'
               PERFORM COMPLETAR-PASO-EOD
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
               STOP RUN
           END-IF

           PERFORM CARGAR-TARIFAS
           PERFORM ABRIR-TRANLOG-INT

           OPEN OUTPUT INT-REPORT-FILE
                   EVALUATE TRUE
                       WHEN ACC-TIPO-AHORRO
                           PERFORM ACREDITAR-INTERES
                           PERFORM DEBITAR-COMISION
                       WHEN ACC-TIPO-CORRIENTE
                           PERFORM DEBITAR-COMISION
                           PERFORM DEBITAR-INTERES-SOBREGIRO

       ACREDITAR-INTERES.
           MOVE 'I' TO WS-IL-TYPE
           MOVE SPACES TO WS-TL-MOTIVO
           COMPUTE WS-MONTO-CALCULADO ROUNDED =
               ACC-BALANCE * WS-TASA-MENSUAL-AHORRO
           IF WS-MONTO-CALCULADO = 0
           END-IF.

       DEBITAR-COMISION.
           PERFORM BUSCAR-COMISION-MENSUAL
           IF WS-MONTO-CALCULADO > 0
               PERFORM COBRAR-COMISION-MENSUAL
           END-IF.

       BUSCAR-COMISION-MENSUAL.
           MOVE 0 TO WS-MONTO-CALCULADO
           MOVE SPACES TO WS-COMISION-CODIGO
           IF WS-TARIFA-COUNT = 0
               IF ACC-TIPO-CORRIENTE
                   MOVE WS-COMISION-MENSUAL TO WS-MONTO-CALCULADO
                   MOVE WS-CODIGO-MENSUAL TO WS-COMISION-CODIGO
               END-IF
           ELSE
               MOVE 0 TO WS-TAR-HALLADA
               PERFORM COMPARAR-TARIFA
                   VARYING WS-TAR-I FROM 1 BY 1
                   UNTIL WS-TAR-I > WS-TARIFA-COUNT
                      OR WS-TAR-HALLADA NOT = 0
               IF WS-TAR-HALLADA NOT = 0
                   MOVE WS-TAR-MONTO (WS-TAR-HALLADA)
                     TO WS-MONTO-CALCULADO
                   MOVE WS-TAR-CODIGO (WS-TAR-HALLADA)
                     TO WS-COMISION-CODIGO
               END-IF
           END-IF.

       COMPARAR-TARIFA.
           IF WS-TAR-TIPO-CUENTA (WS-TAR-I) = ACC-TYPE
               MOVE WS-TAR-I TO WS-TAR-HALLADA
           END-IF.

       CARGAR-TARIFAS.
           MOVE 0 TO WS-TARIFA-COUNT
           OPEN INPUT FEE-FILE
           IF TARIFAS-NOFILE
               CONTINUE
           ELSE
               IF NOT TARIFAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMFEE.DAT'
                   CLOSE ACCOUNTS-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UNA-TARIFA UNTIL TARIFAS-EOF
               CLOSE FEE-FILE
           END-IF.

       CARGAR-UNA-TARIFA.
           READ FEE-FILE
           IF TARIFAS-OK AND FEE-CANAL = WS-CANAL
              AND FEE-TXN-TYPE = WS-TXN-MENSUAL
               IF WS-TARIFA-COUNT = WS-MAX-TARIFAS
                   DISPLAY 'HAY MAS DE ' WS-MAX-TARIFAS
                       ' TARIFAS EN ATMFEE.DAT - AMPLIAR LA TABLA '
                       'ANTES DE PROCESAR'
                   CLOSE FEE-FILE
                   CLOSE ACCOUNTS-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TARIFA-COUNT
               SET WS-TAR-IDX TO WS-TARIFA-COUNT
               MOVE FEE-ACC-TYPE TO WS-TAR-TIPO-CUENTA (WS-TAR-IDX)
               MOVE FEE-MONTO TO WS-TAR-MONTO (WS-TAR-IDX)
               MOVE FEE-CODIGO TO WS-TAR-CODIGO (WS-TAR-IDX)
           END-IF.

       COBRAR-COMISION-MENSUAL.
           MOVE 'F' TO WS-IL-TYPE
           MOVE WS-COMISION-CODIGO TO WS-TL-MOTIVO
           COMPUTE WS-CAPACIDAD-COM =
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT
           IF WS-CAPACIDAD-COM < WS-MONTO-CALCULADO
       DEBITAR-INTERES-SOBREGIRO.
           IF ACC-BALANCE < 0
               MOVE 'J' TO WS-IL-TYPE
               MOVE SPACES TO WS-TL-MOTIVO
               COMPUTE WS-SALDO-DEUDOR = 0 - ACC-BALANCE
               COMPUTE WS-MONTO-CALCULADO ROUNDED =
                   WS-SALDO-DEUDOR * WS-TASA-SOBREGIRO
           MOVE WS-REF-ACTUAL TO TL-REF
           MOVE WS-CANAL TO TL-CANAL
           MOVE WS-TERMINAL TO TL-TERMINAL
           MOVE WS-TL-MOTIVO TO TL-MOTIVO
           MOVE 0 TO TL-REF-ORIG
           WRITE TRANLOG-RECORD
           IF NOT TRANLOG-OK
               END-IF
               CLOSE RUN-FILE
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
