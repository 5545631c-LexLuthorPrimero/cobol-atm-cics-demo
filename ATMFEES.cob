       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMFEES.
       AUTHOR. LUCAS-CANETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT FEES-REPORT-FILE ASSIGN TO 'ATMFEES.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACC-TYPE    PIC X(1).
           05  FEE-CANAL       PIC X(3).
           05  FEE-TXN-TYPE    PIC X(1).
           05  FEE-GRATIS      PIC 9(3).
           05  FEE-MONTO       PIC 9(5)V99.
           05  FEE-CODIGO      PIC X(3).
           05  FEE-DESCRIPCION PIC X(20).

       FD  FEES-REPORT-FILE.
       01  FEES-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANLOG-STATUS  PIC X(2).
           88  TRANLOG-OK     VALUE '00'.
           88  TRANLOG-EOF    VALUE '10'.

       01  WS-FEE-STATUS      PIC X(2).
           88  TARIFAS-OK     VALUE '00'.
           88  TARIFAS-EOF    VALUE '10'.
           88  TARIFAS-NOFILE VALUE '35'.

       01  WS-FR-STATUS       PIC X(2).
           88  REPORTE-COM-OK VALUE '00'.

       01  WS-JOURNAL-NAME    PIC X(30).
       01  WS-FECHA-DESDE     PIC 9(8).
       01  WS-FECHA-HASTA     PIC 9(8).
       01  WS-FECHA-ARCHIVO   PIC 9(8).
       01  WS-DIA-ENTERO      PIC 9(7).
       01  WS-DIA-ACTUAL      PIC 9(7).
       01  WS-DIA-FIN         PIC 9(7).

       01  WS-VALID-INPUT     PIC X VALUE 'N'.
           88  ENTRADA-VALIDA   VALUE 'S'.
       01  WS-RETRY-COUNT     PIC 9(1) VALUE 0.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-RAW-FECHA       PIC X(8).
       01  WS-PROMPT-FECHA    PIC X(25).
       01  WS-FECHA-LEIDA     PIC 9(8).

       01  WS-MAX-CODIGOS     PIC 9(3) VALUE 50.
       01  WS-COD-COUNT       PIC 9(3) VALUE 0.
       01  WS-COD-TABLE.
           05  WS-COD-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-COD-COUNT
                       INDEXED BY WS-COD-IDX.
               10  WS-COD-CODIGO      PIC X(3).
               10  WS-COD-DESCRIPCION PIC X(20).
               10  WS-COD-CANTIDAD    PIC 9(7).
               10  WS-COD-TOTAL       PIC 9(9)V99.
               10  WS-COD-REVERSAS    PIC 9(9)V99.
       01  WS-COD-BUSCADO     PIC X(3).
       01  WS-COD-HALLADO     PIC 9(3).
       01  WS-COD-I           PIC 9(3).

       01  WS-MAX-COBROS      PIC 9(5) VALUE 20000.
       01  WS-CBR-COUNT       PIC 9(5) VALUE 0.
       01  WS-CBR-I           PIC 9(5).
       01  WS-CBR-HALLADO     PIC 9(5).
       01  WS-CBR-TABLE.
           05  WS-CBR-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CBR-COUNT
                       INDEXED BY WS-CBR-IDX.
               10  WS-CB-REF          PIC 9(9).
               10  WS-CB-COD          PIC 9(3).

       01  WS-TOTAL-CANTIDAD  PIC 9(7) VALUE 0.
       01  WS-TOTAL-COMISIONES PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-REVERSAS  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NETO      PIC 9(9)V99 VALUE 0.

       01  WS-FEES-TITULO.
           05  FILLER             PIC X(30) VALUE
               'INGRESOS POR COMISIONES DEL '.
           05  WS-FT-DESDE        PIC 9(8).
           05  FILLER             PIC X(4)  VALUE ' AL '.
           05  WS-FT-HASTA        PIC 9(8).

       01  WS-FEES-ENCABEZADO.
           05  FILLER             PIC X(8)  VALUE 'CODIGO  '.
           05  FILLER             PIC X(21) VALUE 'DESCRIPCION'.
           05  FILLER             PIC X(8)  VALUE 'CANTIDAD'.
           05  FILLER             PIC X(15) VALUE '        COBRADO'.
           05  FILLER             PIC X(14) VALUE '      REVERSAS'.
           05  FILLER             PIC X(14) VALUE '          NETO'.

       01  WS-FEES-LINE.
           05  WS-FL-CODIGO       PIC X(3).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-FL-DESCRIPCION  PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FL-CANTIDAD     PIC Z(6)9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-FL-TOTAL        PIC Z(8)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FL-REVERSAS     PIC Z(8)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-FL-NETO         PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SOLICITAR-PERIODO
           PERFORM INICIALIZAR
           PERFORM CARGAR-CODIGOS
           PERFORM CARGAR-MOVIMIENTOS
           PERFORM EMITIR-RESUMEN
           PERFORM FINALIZAR
           STOP RUN.

       SOLICITAR-PERIODO.
           MOVE 'FECHA DESDE (AAAAMMDD): ' TO WS-PROMPT-FECHA
           PERFORM SOLICITAR-FECHA
           IF NOT ENTRADA-VALIDA
               DISPLAY 'FECHAS INVALIDAS - PROCESO CANCELADO'
               STOP RUN
           END-IF
           MOVE WS-FECHA-LEIDA TO WS-FECHA-DESDE

           MOVE 'FECHA HASTA (AAAAMMDD): ' TO WS-PROMPT-FECHA
           PERFORM SOLICITAR-FECHA
           IF NOT ENTRADA-VALIDA
               DISPLAY 'FECHAS INVALIDAS - PROCESO CANCELADO'
               STOP RUN
           END-IF
           MOVE WS-FECHA-LEIDA TO WS-FECHA-HASTA

           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY 'FECHA HASTA MENOR QUE DESDE - CANCELADO'
               STOP RUN
           END-IF

           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DESDE)
           COMPUTE WS-DIA-FIN =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HASTA)
           IF WS-DIA-ENTERO = 0 OR WS-DIA-FIN = 0
               DISPLAY 'FECHAS INVALIDAS - PROCESO CANCELADO'
               STOP RUN
           END-IF.

       SOLICITAR-FECHA.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UNA-FECHA
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UNA-FECHA.
           DISPLAY WS-PROMPT-FECHA WITH NO ADVANCING
           ACCEPT WS-RAW-FECHA
           IF WS-RAW-FECHA IS NUMERIC AND WS-RAW-FECHA NOT = ZEROS
               MOVE WS-RAW-FECHA TO WS-FECHA-LEIDA
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'FECHA INVALIDA - INGRESE AAAAMMDD'
           END-IF.

       INICIALIZAR.
           OPEN OUTPUT FEES-REPORT-FILE
           IF NOT REPORTE-COM-OK
               DISPLAY 'ERROR AL ABRIR ATMFEES.OUT'
               STOP RUN
           END-IF.

       CARGAR-CODIGOS.
           MOVE 0 TO WS-COD-COUNT
           OPEN INPUT FEE-FILE
           IF TARIFAS-NOFILE
               DISPLAY 'ADVERTENCIA: SIN ATMFEE.DAT - LOS CODIGOS '
                   'SE LISTAN SIN DESCRIPCION'
           ELSE
               IF NOT TARIFAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMFEE.DAT'
                   CLOSE FEES-REPORT-FILE
                   STOP RUN
               END-IF
               PERFORM CARGAR-UN-CODIGO UNTIL TARIFAS-EOF
               CLOSE FEE-FILE
           END-IF.

       CARGAR-UN-CODIGO.
           READ FEE-FILE
           IF TARIFAS-OK
               MOVE FEE-CODIGO TO WS-COD-BUSCADO
               PERFORM BUSCAR-CODIGO
               IF WS-COD-HALLADO = 0
                   PERFORM AGREGAR-CODIGO
                   MOVE FEE-DESCRIPCION
                     TO WS-COD-DESCRIPCION (WS-COD-HALLADO)
               END-IF
           END-IF.

       BUSCAR-CODIGO.
           MOVE 0 TO WS-COD-HALLADO
           PERFORM COMPARAR-CODIGO
               VARYING WS-COD-I FROM 1 BY 1
               UNTIL WS-COD-I > WS-COD-COUNT
                  OR WS-COD-HALLADO NOT = 0.

       COMPARAR-CODIGO.
           IF WS-COD-CODIGO (WS-COD-I) = WS-COD-BUSCADO
               MOVE WS-COD-I TO WS-COD-HALLADO
           END-IF.

       AGREGAR-CODIGO.
           IF WS-COD-COUNT = WS-MAX-CODIGOS
               DISPLAY 'HAY MAS DE ' WS-MAX-CODIGOS
                   ' CODIGOS DE COMISION - AMPLIAR LA TABLA'
               CLOSE FEES-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-COD-COUNT
           SET WS-COD-IDX TO WS-COD-COUNT
           MOVE WS-COD-BUSCADO TO WS-COD-CODIGO (WS-COD-IDX)
           MOVE SPACES TO WS-COD-DESCRIPCION (WS-COD-IDX)
           MOVE 0 TO WS-COD-CANTIDAD (WS-COD-IDX)
           MOVE 0 TO WS-COD-TOTAL (WS-COD-IDX)
           MOVE 0 TO WS-COD-REVERSAS (WS-COD-IDX)
           MOVE WS-COD-COUNT TO WS-COD-HALLADO.

       CARGAR-MOVIMIENTOS.
           PERFORM CARGAR-ARCHIVO-DE-UN-DIA
               VARYING WS-DIA-ACTUAL FROM WS-DIA-ENTERO BY 1
               UNTIL WS-DIA-ACTUAL > WS-DIA-FIN
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
           IF TRANLOG-OK AND TL-COMISION
              AND TL-DATE >= WS-FECHA-DESDE
              AND TL-DATE <= WS-FECHA-HASTA
               MOVE TL-MOTIVO TO WS-COD-BUSCADO
               PERFORM BUSCAR-CODIGO
               IF WS-COD-HALLADO = 0
                   PERFORM AGREGAR-CODIGO
                   IF WS-COD-BUSCADO = SPACES
                       MOVE 'SIN CODIGO'
                         TO WS-COD-DESCRIPCION (WS-COD-HALLADO)
                   END-IF
               END-IF
               ADD 1 TO WS-COD-CANTIDAD (WS-COD-HALLADO)
               ADD TL-AMOUNT TO WS-COD-TOTAL (WS-COD-HALLADO)
               ADD 1 TO WS-TOTAL-CANTIDAD
               ADD TL-AMOUNT TO WS-TOTAL-COMISIONES
               PERFORM ANOTAR-COBRO
           END-IF
           IF TRANLOG-OK AND TL-AJUSTE-CREDITO AND TL-REF-ORIG > 0
               PERFORM DESCONTAR-REVERSA
           END-IF.

       ANOTAR-COBRO.
           IF WS-CBR-COUNT = WS-MAX-COBROS
               DISPLAY 'HAY MAS DE ' WS-MAX-COBROS
                   ' COMISIONES EN EL PERIODO - AMPLIAR LA TABLA'
               CLOSE TRANLOG-FILE
               CLOSE FEES-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CBR-COUNT
           SET WS-CBR-IDX TO WS-CBR-COUNT
           MOVE TL-REF TO WS-CB-REF (WS-CBR-IDX)
           MOVE WS-COD-HALLADO TO WS-CB-COD (WS-CBR-IDX).

       DESCONTAR-REVERSA.
           MOVE 0 TO WS-CBR-HALLADO
           PERFORM COMPARAR-COBRO
               VARYING WS-CBR-I FROM 1 BY 1
               UNTIL WS-CBR-I > WS-CBR-COUNT
                  OR WS-CBR-HALLADO NOT = 0
           IF WS-CBR-HALLADO NOT = 0
               MOVE WS-CB-COD (WS-CBR-HALLADO) TO WS-COD-I
               ADD TL-AMOUNT TO WS-COD-REVERSAS (WS-COD-I)
               ADD TL-AMOUNT TO WS-TOTAL-REVERSAS
           END-IF.

       COMPARAR-COBRO.
           IF WS-CB-REF (WS-CBR-I) = TL-REF-ORIG
               MOVE WS-CBR-I TO WS-CBR-HALLADO
           END-IF.

       EMITIR-RESUMEN.
           MOVE WS-FECHA-DESDE TO WS-FT-DESDE
           MOVE WS-FECHA-HASTA TO WS-FT-HASTA
           MOVE WS-FEES-TITULO TO FEES-REPORT-RECORD
           WRITE FEES-REPORT-RECORD
           MOVE SPACES TO FEES-REPORT-RECORD
           WRITE FEES-REPORT-RECORD
           MOVE WS-FEES-ENCABEZADO TO FEES-REPORT-RECORD
           WRITE FEES-REPORT-RECORD
           PERFORM EMITIR-UN-CODIGO
               VARYING WS-COD-I FROM 1 BY 1
               UNTIL WS-COD-I > WS-COD-COUNT
           MOVE SPACES TO FEES-REPORT-RECORD
           WRITE FEES-REPORT-RECORD
           MOVE 'TOT' TO WS-FL-CODIGO
           MOVE 'TOTAL COMISIONES' TO WS-FL-DESCRIPCION
           MOVE WS-TOTAL-CANTIDAD TO WS-FL-CANTIDAD
           MOVE WS-TOTAL-COMISIONES TO WS-FL-TOTAL
           MOVE WS-TOTAL-REVERSAS TO WS-FL-REVERSAS
           COMPUTE WS-TOTAL-NETO =
               WS-TOTAL-COMISIONES - WS-TOTAL-REVERSAS
           MOVE WS-TOTAL-NETO TO WS-FL-NETO
           MOVE WS-FEES-LINE TO FEES-REPORT-RECORD
           WRITE FEES-REPORT-RECORD.

       EMITIR-UN-CODIGO.
           IF WS-COD-CANTIDAD (WS-COD-I) > 0
               MOVE WS-COD-CODIGO (WS-COD-I) TO WS-FL-CODIGO
               MOVE WS-COD-DESCRIPCION (WS-COD-I)
                 TO WS-FL-DESCRIPCION
               MOVE WS-COD-CANTIDAD (WS-COD-I) TO WS-FL-CANTIDAD
               MOVE WS-COD-TOTAL (WS-COD-I) TO WS-FL-TOTAL
               MOVE WS-COD-REVERSAS (WS-COD-I) TO WS-FL-REVERSAS
               COMPUTE WS-FL-NETO = WS-COD-TOTAL (WS-COD-I)
                   - WS-COD-REVERSAS (WS-COD-I)
               MOVE WS-FEES-LINE TO FEES-REPORT-RECORD
               WRITE FEES-REPORT-RECORD
           END-IF.

       FINALIZAR.
           CLOSE FEES-REPORT-FILE
           DISPLAY 'COMISIONES: ' WS-TOTAL-CANTIDAD
               ' TOTAL: ' WS-TOTAL-COMISIONES
               ' REVERSAS: ' WS-TOTAL-REVERSAS
               ' NETO: ' WS-TOTAL-NETO
           DISPLAY 'RESUMEN DE COMISIONES GENERADO EN ATMFEES.OUT'.
