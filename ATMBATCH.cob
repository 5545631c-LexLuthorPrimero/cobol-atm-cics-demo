           SELECT REF-FILE ASSIGN TO 'ATMREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT HIST-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  ACC-STATUS          PIC X(1).
               88  ACC-ACTIVA        VALUE 'A'.
               88  ACC-CERRADA       VALUE 'C'.
               88  ACC-DORMIDA       VALUE 'D'.
           05  ACC-OVERDRAFT-LIMIT PIC 9(7)V99.

       FD  BATCH-FILE.
       01  REF-RECORD.
           05  REF-ULTIMA     PIC 9(9).

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACC-TYPE    PIC X(1).
           05  FEE-CANAL       PIC X(3).
           05  FEE-TXN-TYPE    PIC X(1).
           05  FEE-GRATIS      PIC 9(3).
           05  FEE-MONTO       PIC 9(5)V99.
           05  FEE-CODIGO      PIC X(3).
           05  FEE-DESCRIPCION PIC X(20).

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HS-ACC-ID      PIC 9(5).
           05  HS-TXN-TYPE    PIC X(1).
           05  HS-AMOUNT      PIC 9(7)V99.
           05  HS-BALANCE     PIC S9(7)V99.
           05  HS-DATE        PIC 9(8).
           05  HS-TIME        PIC 9(8).
           05  HS-REF         PIC 9(9).
           05  HS-CANAL       PIC X(3).
           05  HS-TERMINAL    PIC X(4).
           05  HS-MOTIVO      PIC X(3).
           05  HS-REF-ORIG    PIC 9(9).

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

       01  WS-FEE-STATUS      PIC X(2).
           88  TARIFAS-OK     VALUE '00'.
           88  TARIFAS-EOF    VALUE '10'.
           88  TARIFAS-NOFILE VALUE '35'.
       01  WS-HIST-STATUS     PIC X(2).
           88  HISTORIA-OK    VALUE '00'.
           88  HISTORIA-EOF   VALUE '10'.
       01  WS-JOURNAL-NAME    PIC X(30).
       01  WS-FECHA-ARCHIVO   PIC 9(8).
       01  WS-INICIO-MES      PIC 9(8).
       01  WS-INICIO-MES-R REDEFINES WS-INICIO-MES.
           05  WS-IM-ANIO-MES PIC 9(6).
           05  WS-IM-DIA      PIC 9(2).
       01  WS-DIA-DESDE       PIC 9(7).
       01  WS-DIA-HASTA       PIC 9(7).
       01  WS-DIA-ACTUAL      PIC 9(7).

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

       01  WS-MAX-USOS        PIC 9(4) VALUE 1000.
       01  WS-USO-COUNT       PIC 9(4) VALUE 0.
       01  WS-USO-TABLE.
           05  WS-USO-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-USO-COUNT
                       INDEXED BY WS-USO-IDX.
               10  WS-USO-ACC-ID      PIC 9(5).
               10  WS-USO-TXN         PIC X(1).
               10  WS-USO-CANTIDAD    PIC 9(5).

       01  WS-USO-BUSCAR-ID   PIC 9(5).
       01  WS-USO-BUSCAR-TXN  PIC X(1).
       01  WS-USO-HALLADO     PIC 9(4).
       01  WS-TAR-HALLADA     PIC 9(3).
       01  WS-TAR-I           PIC 9(3).
       01  WS-TAR-BASE        PIC 9(3).
       01  WS-TXN-BASE        PIC X(1).
       01  WS-TXN-SOBREGIRO   PIC X(1) VALUE 'O'.
       01  WS-USO-I           PIC 9(4).
       01  WS-USOS-MES        PIC 9(5).
       01  WS-COMISION        PIC 9(5)V99 VALUE 0.
       01  WS-COMISION-CODIGO PIC X(3) VALUE SPACES.
       01  WS-REF-OPERACION   PIC 9(9) VALUE 0.
       01  WS-BATCH-COMISIONES PIC 9(5) VALUE 0.
       01  WS-TOTAL-COMISIONES PIC 9(7)V99 VALUE 0.

       01  WS-REF-STATUS      PIC X(2).
           88  REFERENCIA-OK  VALUE '00'.
           88  REFERENCIA-NOFILE VALUE '35'.
               'OMITIDAS POR REINICIO: '.
           05  WS-BS-SKIPPED      PIC ZZZZ9.

       01  WS-BATCH-FEE-LINE.
           05  FILLER             PIC X(19) VALUE 'COMISIONES:       '.
           05  WS-BF-CANTIDAD     PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE '  TOTAL:       '.
           05  WS-BF-TOTAL        PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
               STOP RUN
           END-IF

           PERFORM CARGAR-TARIFAS
           PERFORM CARGAR-USOS-DEL-MES
           PERFORM ABRIR-TRANLOG-LOTE

           OPEN OUTPUT BATCH-REPORT-FILE
           MOVE 0 TO WS-BATCH-SKIPPED

           PERFORM LEER-CONTROL-RETENCION
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-RETENCIONES
           PERFORM LEER-CHECKPOINT.

           END-IF.

       CREAR-RETENCION-LOTE.
           PERFORM CALCULAR-LIBERACION
           OPEN EXTEND HOLD-FILE
           IF RETENCIONES-NOFILE
               OPEN OUTPUT HOLD-FILE
           END-IF.

       VALIDAR-TRANSACCION-ACTIVA.
           EVALUATE TRUE
               WHEN ACC-IS-LOCKED AND BATCH-RETIRO
                   MOVE 'CUENTA BLOQUEADA' TO WS-BATCH-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION-LOTE
               WHEN ACC-DORMIDA AND BATCH-RETIRO
                   MOVE 'CUENTA INACTIVA' TO WS-BATCH-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION-LOTE
               WHEN BATCH-AMOUNT = 0
                   MOVE 'MONTO INVALIDO' TO WS-BATCH-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION-LOTE
               WHEN OTHER
                   PERFORM DESPACHAR-TRANSACCION-LOTE
           END-EVALUATE.

       DESPACHAR-TRANSACCION-LOTE.
           EVALUATE TRUE
               MOVE BATCH-AMOUNT TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-LOTE
               MOVE WS-REF-ACTUAL TO WS-REF-OPERACION

               MOVE 'ACEPTADA' TO WS-BATCH-MOTIVO
               IF BATCH-AMOUNT > WS-UMBRAL-RETENCION
                   PERFORM CREAR-RETENCION-LOTE
               END-IF
               MOVE 'D' TO WS-USO-BUSCAR-TXN
               PERFORM CALCULAR-COMISION
               MOVE ACC-ID TO WS-USO-BUSCAR-ID
               PERFORM SUMAR-USO
               IF WS-COMISION > 0
                   PERFORM CALCULAR-DISPONIBLE-LOTE
                   IF WS-COMISION > WS-DISPONIBLE
                       MOVE 'ACEPTADA - COMISION NO COBRADA'
                         TO WS-BATCH-MOTIVO
                   ELSE
                       PERFORM COBRAR-COMISION-LOTE
                   END-IF
               END-IF
               PERFORM ACEPTAR-TRANSACCION-LOTE
           ELSE
               MOVE 'ERROR AL ACTUALIZAR CUENTA' TO WS-BATCH-MOTIVO

       APLICAR-RETIRO-LOTE.
           PERFORM CALCULAR-DISPONIBLE-LOTE
           MOVE 'R' TO WS-USO-BUSCAR-TXN
           PERFORM CALCULAR-COMISION
           IF BATCH-AMOUNT + WS-COMISION > WS-CAPACIDAD
               MOVE 'FONDOS INSUFICIENTES' TO WS-BATCH-MOTIVO
               PERFORM RECHAZAR-TRANSACCION-LOTE
           ELSE
               IF BATCH-AMOUNT + WS-COMISION > WS-DISPONIBLE
                   MOVE 'FONDOS RETENIDOS' TO WS-BATCH-MOTIVO
                   PERFORM RECHAZAR-TRANSACCION-LOTE
               ELSE
               MOVE BATCH-AMOUNT TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-LOTE
               MOVE WS-REF-ACTUAL TO WS-REF-OPERACION

               MOVE 'ACEPTADA' TO WS-BATCH-MOTIVO
               MOVE ACC-ID TO WS-USO-BUSCAR-ID
               PERFORM SUMAR-USO
               IF WS-COMISION > 0
                   PERFORM COBRAR-COMISION-LOTE
               END-IF
               PERFORM ACEPTAR-TRANSACCION-LOTE
           ELSE
               MOVE 'ERROR AL ACTUALIZAR CUENTA' TO WS-BATCH-MOTIVO
               PERFORM RECHAZAR-TRANSACCION-LOTE
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
                   CLOSE BATCH-FILE
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
                       ' TARIFAS EN ATMFEE.DAT - AMPLIAR LA TABLA '
                       'ANTES DE PROCESAR'
                   CLOSE FEE-FILE
                   CLOSE ACCOUNTS-FILE
                   CLOSE BATCH-FILE
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

       CARGAR-USOS-DEL-MES.
           MOVE 0 TO WS-USO-COUNT
           IF WS-TARIFA-COUNT > 0
               MOVE WS-FECHA-NEGOCIO TO WS-INICIO-MES
               MOVE 1 TO WS-IM-DIA
               COMPUTE WS-DIA-DESDE =
                   FUNCTION INTEGER-OF-DATE (WS-INICIO-MES)
               COMPUTE WS-DIA-HASTA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO)
               PERFORM CONTAR-USOS-DE-UN-DIA
                   VARYING WS-DIA-ACTUAL FROM WS-DIA-DESDE BY 1
                   UNTIL WS-DIA-ACTUAL > WS-DIA-HASTA
               MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME
               PERFORM CONTAR-USOS-DE-UN-JOURNAL
           END-IF.

       CONTAR-USOS-DE-UN-DIA.
           COMPUTE WS-FECHA-ARCHIVO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-ACTUAL)
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING 'TRANLOG.' WS-FECHA-ARCHIVO '.DAT'
               DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           PERFORM CONTAR-USOS-DE-UN-JOURNAL.

       CONTAR-USOS-DE-UN-JOURNAL.
           OPEN INPUT HIST-FILE
           IF HISTORIA-OK
               PERFORM CONTAR-UN-USO UNTIL HISTORIA-EOF
               CLOSE HIST-FILE
           END-IF.

       CONTAR-UN-USO.
           READ HIST-FILE
           IF HISTORIA-OK AND HS-CANAL = WS-CANAL
              AND HS-DATE >= WS-INICIO-MES
              AND HS-DATE <= WS-FECHA-NEGOCIO
              AND (HS-TXN-TYPE = 'D' OR HS-TXN-TYPE = 'R')
               MOVE HS-ACC-ID TO WS-USO-BUSCAR-ID
               MOVE HS-TXN-TYPE TO WS-USO-BUSCAR-TXN
               PERFORM SUMAR-USO
           END-IF.

       BUSCAR-USO.
           MOVE 0 TO WS-USO-HALLADO
           PERFORM COMPARAR-USO
               VARYING WS-USO-I FROM 1 BY 1
               UNTIL WS-USO-I > WS-USO-COUNT
                  OR WS-USO-HALLADO NOT = 0.

       COMPARAR-USO.
           IF WS-USO-ACC-ID (WS-USO-I) = WS-USO-BUSCAR-ID
              AND WS-USO-TXN (WS-USO-I) = WS-USO-BUSCAR-TXN
               MOVE WS-USO-I TO WS-USO-HALLADO
           END-IF.

       SUMAR-USO.
           PERFORM BUSCAR-USO
           IF WS-USO-HALLADO NOT = 0
               ADD 1 TO WS-USO-CANTIDAD (WS-USO-HALLADO)
           ELSE
               IF WS-USO-COUNT = WS-MAX-USOS
                   DISPLAY 'HAY MAS DE ' WS-MAX-USOS
                       ' CUENTAS CON USOS EN EL MES - AMPLIAR LA '
                       'TABLA ANTES DE PROCESAR'
                   STOP RUN
               END-IF
               ADD 1 TO WS-USO-COUNT
               SET WS-USO-IDX TO WS-USO-COUNT
               MOVE WS-USO-BUSCAR-ID TO WS-USO-ACC-ID (WS-USO-IDX)
               MOVE WS-USO-BUSCAR-TXN TO WS-USO-TXN (WS-USO-IDX)
               MOVE 1 TO WS-USO-CANTIDAD (WS-USO-IDX)
           END-IF.

       CALCULAR-COMISION.
           MOVE 0 TO WS-COMISION
           MOVE SPACES TO WS-COMISION-CODIGO
           MOVE ACC-ID TO WS-USO-BUSCAR-ID
           MOVE 0 TO WS-TAR-HALLADA
           PERFORM COMPARAR-TARIFA
               VARYING WS-TAR-I FROM 1 BY 1
               UNTIL WS-TAR-I > WS-TARIFA-COUNT
                  OR WS-TAR-HALLADA NOT = 0
           IF WS-TAR-HALLADA NOT = 0
               PERFORM BUSCAR-USO
               IF WS-USO-HALLADO = 0
                   MOVE 0 TO WS-USOS-MES
               ELSE
                   MOVE WS-USO-CANTIDAD (WS-USO-HALLADO)
                     TO WS-USOS-MES
               END-IF
               IF WS-USOS-MES >= WS-TAR-GRATIS (WS-TAR-HALLADA)
                   MOVE WS-TAR-MONTO (WS-TAR-HALLADA) TO WS-COMISION
                   MOVE WS-TAR-CODIGO (WS-TAR-HALLADA)
                     TO WS-COMISION-CODIGO
               END-IF
           END-IF
           IF BATCH-RETIRO AND BATCH-AMOUNT > ACC-BALANCE
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
           IF WS-TAR-TIPO-CUENTA (WS-TAR-I) = ACC-TYPE
              AND WS-TAR-TXN (WS-TAR-I) = WS-USO-BUSCAR-TXN
               MOVE WS-TAR-I TO WS-TAR-HALLADA
           END-IF.

       COBRAR-COMISION-LOTE.
           SUBTRACT WS-COMISION FROM ACC-BALANCE
           MOVE 'S' TO WS-REWRITE-OK-LOTE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'COMISION NO COBRADA - CUENTA ' ACC-ID
                   MOVE 'N' TO WS-REWRITE-OK-LOTE
           END-REWRITE
           IF GRABADO-OK-LOTE
               MOVE ACC-ID TO TL-ACC-ID
               MOVE 'F' TO TL-TXN-TYPE
               MOVE WS-COMISION TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-COMISION
               ADD 1 TO WS-BATCH-COMISIONES
               ADD WS-COMISION TO WS-TOTAL-COMISIONES
               IF WS-BATCH-MOTIVO = 'ACEPTADA'
                   MOVE 'ACEPTADA CON COMISION' TO WS-BATCH-MOTIVO
               ELSE
                   MOVE 'ACEPTADA RETENCION Y COMISION'
                     TO WS-BATCH-MOTIVO
               END-IF
           ELSE
               ADD WS-COMISION TO ACC-BALANCE
               MOVE 'ACEPTADA - COMISION NO COBRADA'
                 TO WS-BATCH-MOTIVO
               MOVE 'S' TO WS-REWRITE-OK-LOTE
           END-IF.

       TOMAR-REFERENCIA.
           IF NOT REF-LEIDA
               PERFORM LEER-REFERENCIA
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

       ACEPTAR-TRANSACCION-LOTE.
           ADD 1 TO WS-BATCH-PROCESSED
           PERFORM REGISTRAR-TRANSACCION-LOTE.
               MOVE WS-BATCH-SKIP-LINE TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
           END-IF
           IF WS-BATCH-COMISIONES > 0
               MOVE WS-BATCH-COMISIONES TO WS-BF-CANTIDAD
               MOVE WS-TOTAL-COMISIONES TO WS-BF-TOTAL
               MOVE WS-BATCH-FEE-LINE TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
           END-IF

           CLOSE ACCOUNTS-FILE
           CLOSE BATCH-FILE
           IF NOT RESTART-OK AND NOT RESTART-NOFILE
               DISPLAY 'ERROR AL BORRAR ARCHIVO DE REINICIO'
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
