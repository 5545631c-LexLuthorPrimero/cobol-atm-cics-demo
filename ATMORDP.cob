           SELECT RUN-FILE ASSIGN TO 'ATMRUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT HIST-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAL-FILE ASSIGN TO 'ATMCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ORDF-FILE ASSIGN TO 'ATMORDF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  ACC-STATUS          PIC X(1).
               88  ACC-ACTIVA        VALUE 'A'.
               88  ACC-CERRADA       VALUE 'C'.
               88  ACC-DORMIDA       VALUE 'D'.
           05  ACC-OVERDRAFT-LIMIT PIC 9(7)V99.

       FD  ORDER-FILE.
               88  ORD-ACTIVA    VALUE 'A'.
               88  ORD-CANCELADA VALUE 'C'.
               88  ORD-VENCIDA   VALUE 'V'.
           05  ORD-PACTADA    PIC 9(8).

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD.
           05  RUN-FECHA-REG  PIC 9(8).
           05  RUN-HORA       PIC 9(8).

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

       FD  ORDF-FILE.
       01  ORDF-RECORD.
           05  ORF-FECHA      PIC 9(8).
           05  ORF-REF        PIC 9(9).
           05  ORF-ORD-ID     PIC 9(5).
           05  ORF-SRC-ID     PIC 9(5).
           05  ORF-DST-ID     PIC 9(5).
           05  ORF-AMOUNT     PIC 9(7)V99.
           05  ORF-MOTIVO     PIC X(30).

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
       01  WS-ORD-COMISIONES  PIC 9(5) VALUE 0.
       01  WS-TOTAL-COMISIONES PIC 9(7)V99 VALUE 0.

       01  WS-RUN-STATUS      PIC X(2).
           88  BITACORA-OK    VALUE '00'.
           88  BITACORA-EOF   VALUE '10'.
       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.

       01  WS-ORDF-STATUS     PIC X(2).
           88  FALLIDAS-OK    VALUE '00'.
           88  FALLIDAS-NOFILE VALUE '35'.

       01  WS-OR-STATUS       PIC X(2).
           88  REPORTE-ORD-OK VALUE '00'.

           05  WS-ORD-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-ORD-COUNT
                       INDEXED BY WS-ORD-IDX.
               10  WS-ORD-REG         PIC X(50).

       01  WS-FECHA-CALC.
           05  WS-FC-ANIO     PIC 9(4).
           05  FILLER             PIC X(12) VALUE '  OMITIDAS: '.
           05  WS-OS-OMITIDAS     PIC ZZZZ9.

       01  WS-ORD-FEE-LINE.
           05  FILLER             PIC X(12) VALUE 'COMISIONES: '.
           05  WS-OF-CANTIDAD     PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE '  TOTAL: '.
           05  WS-OF-TOTAL        PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR
               STOP RUN
           END-IF

           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-TARIFAS
           PERFORM CARGAR-USOS-DEL-MES

           OPEN I-O ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY 'ERROR AL ABRIR CUENTAS'
                   PERFORM OMITIR-ORDEN
                   MOVE ORDER-RECORD TO WS-ORD-REG (WS-ORD-IDX)
               ELSE
                   PERFORM AJUSTAR-DIA-HABIL
                   MOVE ORDER-RECORD TO WS-ORD-REG (WS-ORD-IDX)
                   IF ORD-NEXT-RUN <= WS-HOY
                       PERFORM EJECUTAR-ORDEN
                       MOVE ORDER-RECORD TO WS-ORD-REG (WS-ORD-IDX)
           END-IF
           IF GRABADO-OK
               MOVE 'EJECUTADA' TO WS-MOTIVO-ORDEN
               MOVE ORD-SRC-ID TO WS-USO-BUSCAR-ID
               PERFORM SUMAR-USO
               IF WS-COMISION > 0
                   PERFORM COBRAR-COMISION-ORD
               END-IF
               ADD 1 TO WS-ORD-EJECUTADAS
               PERFORM REGISTRAR-ORDEN
               PERFORM AVANZAR-PROXIMA-EJECUCION
       VALIDAR-ORIGEN.
           COMPUTE WS-CAPACIDAD-ORIGEN =
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT
           MOVE 'X' TO WS-USO-BUSCAR-TXN
           PERFORM CALCULAR-COMISION
           EVALUATE TRUE
               WHEN ACC-CERRADA
                   MOVE 'CUENTA ORIGEN CERRADA' TO WS-MOTIVO-ORDEN
               WHEN ACC-IS-LOCKED
                   MOVE 'CUENTA ORIGEN BLOQUEADA' TO WS-MOTIVO-ORDEN
                   PERFORM OMITIR-ORDEN
               WHEN ACC-DORMIDA
                   MOVE 'CUENTA ORIGEN INACTIVA' TO WS-MOTIVO-ORDEN
                   PERFORM OMITIR-ORDEN
               WHEN ORD-AMOUNT + WS-COMISION > WS-CAPACIDAD-ORIGEN
                   MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO-ORDEN
                   PERFORM OMITIR-ORDEN
               WHEN OTHER
               MOVE ORD-AMOUNT TO TL-AMOUNT
               MOVE ACC-BALANCE TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-ORD
               MOVE WS-REF-ACTUAL TO WS-REF-OPERACION
           ELSE
               MOVE 'ERROR AL ACTUALIZAR ORIGEN' TO WS-MOTIVO-ORDEN
               PERFORM OMITIR-ORDEN
           MOVE 'N' TO WS-REWRITE-OK
           PERFORM OMITIR-ORDEN.

       CARGAR-TARIFAS.
           MOVE 0 TO WS-TARIFA-COUNT
           OPEN INPUT FEE-FILE
           IF TARIFAS-NOFILE
               CONTINUE
           ELSE
               IF NOT TARIFAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMFEE.DAT'
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
               MOVE WS-HOY TO WS-FECHA-CALC-NUM
               MOVE 1 TO WS-FC-DIA
               MOVE WS-FECHA-CALC-NUM TO WS-INICIO-MES
               COMPUTE WS-DIA-DESDE =
                   FUNCTION INTEGER-OF-DATE (WS-INICIO-MES)
               COMPUTE WS-DIA-HASTA =
                   FUNCTION INTEGER-OF-DATE (WS-HOY)
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
              AND HS-DATE >= WS-INICIO-MES AND HS-DATE <= WS-HOY
              AND HS-TXN-TYPE = 'X'
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
           IF ORD-AMOUNT > ACC-BALANCE
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

       COBRAR-COMISION-ORD.
           MOVE ORD-SRC-ID TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'COMISION NO COBRADA - CUENTA ' ORD-SRC-ID
           END-READ
           IF ACCOUNTS-OK
               SUBTRACT WS-COMISION FROM ACC-BALANCE
               MOVE 'S' TO WS-REWRITE-OK
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'COMISION NO COBRADA - CUENTA '
                           ORD-SRC-ID
                       MOVE 'N' TO WS-REWRITE-OK
               END-REWRITE
               IF GRABADO-OK
                   MOVE ACC-ID TO TL-ACC-ID
                   MOVE 'F' TO TL-TXN-TYPE
                   MOVE WS-COMISION TO TL-AMOUNT
                   MOVE ACC-BALANCE TO TL-BALANCE
                   PERFORM GRABAR-TRANLOG-COMISION
                   MOVE 'EJECUTADA CON COMISION' TO WS-MOTIVO-ORDEN
                   ADD 1 TO WS-ORD-COMISIONES
                   ADD WS-COMISION TO WS-TOTAL-COMISIONES
               END-IF
           END-IF
           MOVE 'S' TO WS-REWRITE-OK.

       AVANZAR-PROXIMA-EJECUCION.
           MOVE 0 TO WS-AVANCES
           MOVE ORD-PACTADA TO ORD-NEXT-RUN
           PERFORM AVANZAR-UNA-FRECUENCIA
               UNTIL ORD-NEXT-RUN > WS-HOY
                  OR WS-AVANCES >= WS-MAX-AVANCES
               MOVE 'V' TO ORD-STATUS
               DISPLAY 'FECHA DE ORDEN INVALIDA - SE ANULA LA '
                   'ORDEN ' ORD-ID
           ELSE
               MOVE ORD-NEXT-RUN TO ORD-PACTADA
               PERFORM AJUSTAR-DIA-HABIL
           END-IF.

       AJUSTAR-DIA-HABIL.
           IF ORD-PACTADA NOT NUMERIC OR ORD-PACTADA = 0
               MOVE ORD-NEXT-RUN TO ORD-PACTADA
           END-IF
           COMPUTE WS-CAL-DIA =
               FUNCTION INTEGER-OF-DATE (ORD-PACTADA)
           IF WS-CAL-DIA > 0
               PERFORM AVANZAR-A-DIA-HABIL
               MOVE WS-CAL-FECHA-PRUEBA TO ORD-NEXT-RUN
           END-IF.

       AVANZAR-UNA-FRECUENCIA.

       OMITIR-ORDEN.
           ADD 1 TO WS-ORD-OMITIDAS
           PERFORM REGISTRAR-ORDEN
           IF NOT ORD-VENCIDA
               PERFORM GRABAR-ORDEN-FALLIDA
           END-IF.

       GRABAR-ORDEN-FALLIDA.
           OPEN EXTEND ORDF-FILE
           IF FALLIDAS-NOFILE
               OPEN OUTPUT ORDF-FILE
           END-IF
           IF NOT FALLIDAS-OK
               DISPLAY 'ERROR AL ABRIR ATMORDF.DAT - ORDEN ' ORD-ID
           ELSE
               PERFORM TOMAR-REFERENCIA
               MOVE WS-HOY TO ORF-FECHA
               MOVE WS-REF-ACTUAL TO ORF-REF
               MOVE ORD-ID TO ORF-ORD-ID
               MOVE ORD-SRC-ID TO ORF-SRC-ID
               MOVE ORD-DST-ID TO ORF-DST-ID
               MOVE ORD-AMOUNT TO ORF-AMOUNT
               MOVE WS-MOTIVO-ORDEN TO ORF-MOTIVO
               WRITE ORDF-RECORD
               IF NOT FALLIDAS-OK
                   DISPLAY 'ERROR AL GRABAR ATMORDF.DAT - ORDEN '
                       ORD-ID
               END-IF
               CLOSE ORDF-FILE
           END-IF.

       REGISTRAR-ORDEN.
           MOVE ORD-ID TO WS-OR-ID
               DISPLAY 'ERROR AL GRABAR TRANLOG - CUENTA ' TL-ACC-ID
           END-IF.

       GRABAR-TRANLOG-COMISION.
           ACCEPT WS-TL-TIME FROM TIME
           MOVE WS-HOY TO TL-DATE
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

       FINALIZAR.
           MOVE SPACES TO ORD-REPORT-RECORD
           WRITE ORD-REPORT-RECORD
           MOVE WS-ORD-OMITIDAS TO WS-OS-OMITIDAS
           MOVE WS-ORD-SUMMARY-LINE TO ORD-REPORT-RECORD
           WRITE ORD-REPORT-RECORD
           IF WS-ORD-COMISIONES > 0
               MOVE WS-ORD-COMISIONES TO WS-OF-CANTIDAD
               MOVE WS-TOTAL-COMISIONES TO WS-OF-TOTAL
               MOVE WS-ORD-FEE-LINE TO ORD-REPORT-RECORD
               WRITE ORD-REPORT-RECORD
           END-IF

           PERFORM REGRABAR-ORDENES

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
