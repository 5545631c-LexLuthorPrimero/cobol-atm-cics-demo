           SELECT REF-FILE ASSIGN TO 'ATMREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'ATMHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ORDER-FILE ASSIGN TO 'ATMORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT FEE-FILE ASSIGN TO 'ATMFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CIERRE-FILE ASSIGN TO 'ATMCIERR.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           05  ACC-STATUS          PIC X(1).
               88  ACC-ACTIVA        VALUE 'A'.
               88  ACC-CERRADA       VALUE 'C'.
               88  ACC-DORMIDA       VALUE 'D'.
           05  ACC-OVERDRAFT-LIMIT PIC 9(7)V99.

       FD  TRANLOG-FILE.
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

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  ORD-ID         PIC 9(5).
           05  ORD-SRC-ID     PIC 9(5).
           05  ORD-DST-ID     PIC 9(5).
           05  ORD-AMOUNT     PIC 9(7)V99.
           05  ORD-FREQ       PIC X(1).
               88  ORD-DIARIA    VALUE 'D'.
               88  ORD-SEMANAL   VALUE 'S'.
               88  ORD-MENSUAL   VALUE 'M'.
           05  ORD-NEXT-RUN   PIC 9(8).
           05  ORD-EXPIRY     PIC 9(8).
           05  ORD-STATUS     PIC X(1).
               88  ORD-ACTIVA    VALUE 'A'.
               88  ORD-CANCELADA VALUE 'C'.
               88  ORD-VENCIDA   VALUE 'V'.
           05  ORD-PACTADA    PIC 9(8).

       FD  FEE-FILE.
       01  FEE-RECORD.
           05  FEE-ACC-TYPE    PIC X(1).
           05  FEE-CANAL       PIC X(3).
           05  FEE-TXN-TYPE    PIC X(1).
           05  FEE-GRATIS      PIC 9(3).
           05  FEE-MONTO       PIC 9(5)V99.
           05  FEE-CODIGO      PIC X(3).
           05  FEE-DESCRIPCION PIC X(20).

       FD  CIERRE-FILE.
       01  CIERRE-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS     PIC X(2).
           88  RETENCIONES-OK VALUE '00'.
           88  RETENCIONES-EOF VALUE '10'.
           88  RETENCIONES-NOFILE VALUE '35'.
       01  WS-ORDER-STATUS    PIC X(2).
           88  ORDENES-OK     VALUE '00'.
           88  ORDENES-EOF    VALUE '10'.
           88  ORDENES-NOFILE VALUE '35'.
       01  WS-FEE-STATUS      PIC X(2).
           88  TARIFAS-OK     VALUE '00'.
           88  TARIFAS-EOF    VALUE '10'.
           88  TARIFAS-NOFILE VALUE '35'.
       01  WS-CIERRE-STATUS   PIC X(2).
           88  LIQUIDACION-OK VALUE '00'.

       01  WS-MAX-ORDENES     PIC 9(3) VALUE 200.
       01  WS-ORD-COUNT       PIC 9(3) VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-ORD-COUNT
                       INDEXED BY WS-ORD-IDX.
               10  WS-ORD-REG         PIC X(50).

       01  WS-TXN-CIERRE      PIC X(1) VALUE 'K'.
       01  WS-TASA-MENSUAL-AHORRO PIC 9(1)V9(4) VALUE 0.0020.
       01  WS-TASA-SOBREGIRO      PIC 9(1)V9(4) VALUE 0.0150.
       01  WS-DIAS-MES        PIC 9(2) VALUE 30.
       01  WS-TL-MOTIVO       PIC X(3) VALUE SPACES.

       01  WS-CUENTA-CIERRE   PIC X(74).
       01  WS-CIERRE-ID       PIC 9(5).
       01  WS-CIERRE-TITULAR  PIC 9(5).
       01  WS-CIERRE-NOMBRE   PIC X(20).
       01  WS-CIERRE-SALDO    PIC S9(7)V99.
       01  WS-CIERRE-DIAS     PIC 9(2).
       01  WS-CIERRE-TIPO-INT PIC X(1).
       01  WS-CIERRE-INTERES  PIC 9(7)V99.
       01  WS-CIERRE-COMISION PIC 9(5)V99.
       01  WS-CIERRE-COD-COM  PIC X(3).
       01  WS-CIERRE-NETO     PIC S9(7)V99.
       01  WS-CIERRE-DESTINO  PIC 9(5).
       01  WS-CIERRE-RETENIDAS PIC 9(3).
       01  WS-CIERRE-ORDENES  PIC 9(3).
       01  WS-CIERRE-SALDO-DEST PIC S9(7)V99.
       01  WS-SALDO-DEUDOR    PIC 9(7)V99.
       01  WS-CAPACIDAD-COM   PIC S9(8)V99.
       01  WS-REF-INTERES     PIC 9(9).
       01  WS-REF-COMISION    PIC 9(9).
       01  WS-REF-PAGO        PIC 9(9).
       01  WS-CIERRE-VALIDO   PIC X VALUE 'N'.
           88  CIERRE-PROCEDE   VALUE 'S'.
       01  WS-RAW-CONFIRMA    PIC X(1).
       01  WS-AUD-NETO        PIC Z(6)9.99.

       01  WS-CL-SEPARADOR    PIC X(60) VALUE ALL '='.
       01  WS-CL-TITULO.
           05  FILLER             PIC X(40)
               VALUE 'LIQUIDACION DE CIERRE DE CUENTA'.
           05  FILLER             PIC X(7)  VALUE 'FECHA: '.
           05  WS-CT-FECHA        PIC 9(8).
       01  WS-CL-CUENTA.
           05  FILLER             PIC X(8)  VALUE 'CUENTA: '.
           05  WS-CC-ID           PIC 9(5).
           05  FILLER             PIC X(11) VALUE '  TITULAR: '.
           05  WS-CC-TITULAR      PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CC-NOMBRE       PIC X(20).
           05  FILLER             PIC X(7)  VALUE '  TIPO '.
           05  WS-CC-TIPO         PIC X(1).
       01  WS-CL-DETALLE.
           05  WS-CD-CONCEPTO     PIC X(36).
           05  WS-CD-MONTO        PIC -(7)9.99.
           05  FILLER             PIC X(6)  VALUE '  REF '.
           05  WS-CD-REF          PIC Z(8)9.
       01  WS-CL-OPERADOR.
           05  FILLER             PIC X(10) VALUE 'OPERADOR: '.
           05  WS-CO-OPERADOR     PIC X(8).
           05  FILLER             PIC X(22)
               VALUE '  ORDENES CANCELADAS: '.
           05  WS-CO-ORDENES      PIC ZZ9.
       01  WS-REF-STATUS      PIC X(2).
           88  REFERENCIA-OK  VALUE '00'.
           88  REFERENCIA-NOFILE VALUE '35'.
       01  WS-BDATE-STATUS    PIC X(2).
           88  FECHA-OK       VALUE '00'.
       01  WS-FECHA-NEGOCIO   PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-ANIO     PIC 9(4).
           05  WS-FN-MES      PIC 9(2).
           05  WS-FN-DIA      PIC 9(2).
       01  WS-FECHA-MAQUINA   PIC 9(8).

       01  WS-TL-TIME         PIC 9(8).
       01  WS-NEXT-ID         PIC 9(5) VALUE 10001.
       01  WS-NEW-OWNER       PIC 9(5).
       01  WS-NEW-NAME        PIC X(20).
       01  WS-NEW-TYPE        PIC X(1).
       01  WS-MOTIVO          PIC X(20).
       01  WS-AMOUNT          PIC 9(7)V99.
       01  WS-NEW-LIMIT       PIC 9(7)V99.
       01  WS-DEPOSITO-INICIAL PIC 9(7)V99.
       01  WS-MAX-RETRIES     PIC 9(1) VALUE 3.
       01  WS-PROMPT-MONTO    PIC X(25).
       01  WS-RAW-ID          PIC X(5).
       01  WS-RAW-OWNER       PIC X(5).
       01  WS-RAW-TYPE        PIC X(1).
       01  WS-RAW-NAME        PIC X(20).
       01  WS-RAW-MOTIVO      PIC X(20).
       01  WS-RAW-MONTO       PIC X(9).
       01  WS-RAW-MONTO-NUM REDEFINES WS-RAW-MONTO PIC 9(7)V99.

           DISPLAY 'Opciones:'
           DISPLAY '  1. ABRIR CUENTA NUEVA'
           DISPLAY '  2. CAMBIAR NOMBRE'
           DISPLAY '  4. CAMBIAR LIMITE DIARIO'
           DISPLAY '  5. CERRAR CUENTA'
           DISPLAY '  6. CAMBIAR SOBREGIRO'
           DISPLAY '  7. REACTIVAR CUENTA INACTIVA'
           DISPLAY '  S. SALIR'
           DISPLAY 'ELIJA UNA OPCION: ' WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN '1' PERFORM ABRIR-CUENTA
               WHEN '2' PERFORM CAMBIAR-NOMBRE
               WHEN '3'
                   DISPLAY 'EL PIN SE CAMBIA EN ATMCARD - OPCION 4. '
                       'CAMBIAR PIN DE TARJETA'
               WHEN '4' PERFORM CAMBIAR-LIMITE
               WHEN '5' PERFORM CERRAR-CUENTA
               WHEN '6' PERFORM CAMBIAR-SOBREGIRO
               WHEN '7' PERFORM REACTIVAR-CUENTA
               WHEN 'S' CONTINUE
               WHEN 's' CONTINUE
               WHEN OTHER DISPLAY 'OPCION NO VALIDA'
                   PERFORM SOLICITAR-NOMBRE
               END-IF
           END-IF
           IF ENTRADA-VALIDA
               PERFORM SOLICITAR-TIPO
           END-IF

       GRABAR-CUENTA-NUEVA.
           MOVE WS-NEXT-ID TO ACC-ID
           MOVE ZEROS TO ACC-PIN
           IF WS-NEW-OWNER = 0
               MOVE WS-NEXT-ID TO ACC-OWNER-ID
           ELSE
               PERFORM GRABAR-AUDITORIA
           END-IF.

       CAMBIAR-LIMITE.
           PERFORM LEER-CUENTA-ACTIVA
           IF CUENTA-LEIDA
       CERRAR-CUENTA.
           PERFORM LEER-CUENTA-ACTIVA
           IF CUENTA-LEIDA
               MOVE ACCOUNT-RECORD TO WS-CUENTA-CIERRE
               MOVE ACC-ID TO WS-CIERRE-ID
               IF ACC-OWNER-ID = 0
                   MOVE ACC-ID TO WS-CIERRE-TITULAR
               ELSE
                   MOVE ACC-OWNER-ID TO WS-CIERRE-TITULAR
               END-IF
               MOVE ACC-NAME TO WS-CIERRE-NOMBRE
               MOVE ACC-BALANCE TO WS-CIERRE-SALDO
               PERFORM CONTAR-RETENCIONES-CIERRE
               EVALUATE TRUE
                   WHEN WS-CIERRE-RETENIDAS = 999
                       DISPLAY 'NO SE PUDO VERIFICAR RETENCIONES - '
                           'CIERRE NO PROCESADO'
                   WHEN WS-CIERRE-RETENIDAS > 0
                       DISPLAY 'LA CUENTA TIENE ' WS-CIERRE-RETENIDAS
                           ' RETENCIONES ACTIVAS - NO SE PUEDE CERRAR'
                   WHEN OTHER
                       PERFORM CALCULAR-LIQUIDACION
                       PERFORM VALIDAR-LIQUIDACION
                       IF CIERRE-PROCEDE
                           PERFORM APLICAR-CIERRE
                       END-IF
               END-EVALUATE
           END-IF.

       CONTAR-RETENCIONES-CIERRE.
           MOVE 0 TO WS-CIERRE-RETENIDAS
           OPEN INPUT HOLD-FILE
           IF RETENCIONES-NOFILE
               CONTINUE
           ELSE
               IF NOT RETENCIONES-OK
                   DISPLAY 'ERROR AL ABRIR ATMHOLD.DAT'
                   MOVE 999 TO WS-CIERRE-RETENIDAS
               ELSE
                   PERFORM CONTAR-UNA-RETENCION UNTIL RETENCIONES-EOF
                   CLOSE HOLD-FILE
               END-IF
           END-IF.

       CONTAR-UNA-RETENCION.
           READ HOLD-FILE
           IF RETENCIONES-OK AND HLD-ACTIVA
              AND HLD-ACC-ID = WS-CIERRE-ID
               ADD 1 TO WS-CIERRE-RETENIDAS
           END-IF.

       CALCULAR-LIQUIDACION.
           MOVE WS-FN-DIA TO WS-CIERRE-DIAS
           IF WS-CIERRE-DIAS > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-CIERRE-DIAS
           END-IF
           MOVE SPACE TO WS-CIERRE-TIPO-INT
           MOVE 0 TO WS-CIERRE-INTERES
           MOVE WS-CIERRE-SALDO TO WS-CIERRE-NETO
           EVALUATE TRUE
               WHEN ACC-TIPO-AHORRO AND WS-CIERRE-SALDO > 0
                   COMPUTE WS-CIERRE-INTERES ROUNDED =
                       WS-CIERRE-SALDO * WS-TASA-MENSUAL-AHORRO
                       * WS-CIERRE-DIAS / WS-DIAS-MES
                   IF WS-CIERRE-INTERES > 0
                       MOVE 'I' TO WS-CIERRE-TIPO-INT
                       ADD WS-CIERRE-INTERES TO WS-CIERRE-NETO
                   END-IF
               WHEN ACC-TIPO-CORRIENTE AND WS-CIERRE-SALDO < 0
                   COMPUTE WS-SALDO-DEUDOR = 0 - WS-CIERRE-SALDO
                   COMPUTE WS-CIERRE-INTERES ROUNDED =
                       WS-SALDO-DEUDOR * WS-TASA-SOBREGIRO
                       * WS-CIERRE-DIAS / WS-DIAS-MES
                   IF WS-CIERRE-INTERES > 0
                       MOVE 'J' TO WS-CIERRE-TIPO-INT
                       SUBTRACT WS-CIERRE-INTERES FROM WS-CIERRE-NETO
                   END-IF
           END-EVALUATE
           PERFORM BUSCAR-COMISION-CIERRE
           IF WS-CIERRE-COMISION > 0
               IF WS-CIERRE-NETO > 0
                   IF WS-CIERRE-COMISION > WS-CIERRE-NETO
                       MOVE WS-CIERRE-NETO TO WS-CIERRE-COMISION
                   END-IF
                   SUBTRACT WS-CIERRE-COMISION FROM WS-CIERRE-NETO
               ELSE
                   MOVE 0 TO WS-CIERRE-COMISION
               END-IF
           END-IF.

       BUSCAR-COMISION-CIERRE.
           MOVE 0 TO WS-CIERRE-COMISION
           MOVE SPACES TO WS-CIERRE-COD-COM
           OPEN INPUT FEE-FILE
           IF TARIFAS-NOFILE
               CONTINUE
           ELSE
               IF NOT TARIFAS-OK
                   DISPLAY 'ERROR AL ABRIR ATMFEE.DAT'
               ELSE
                   PERFORM LEER-UNA-TARIFA-CIERRE
                       UNTIL TARIFAS-EOF
                          OR WS-CIERRE-COD-COM NOT = SPACES
                   CLOSE FEE-FILE
               END-IF
           END-IF.

       LEER-UNA-TARIFA-CIERRE.
           READ FEE-FILE
           IF TARIFAS-OK AND FEE-ACC-TYPE = ACC-TYPE
              AND FEE-CANAL = WS-CANAL
              AND FEE-TXN-TYPE = WS-TXN-CIERRE
               MOVE FEE-MONTO TO WS-CIERRE-COMISION
               MOVE FEE-CODIGO TO WS-CIERRE-COD-COM
           END-IF.

       VALIDAR-LIQUIDACION.
           MOVE 'N' TO WS-CIERRE-VALIDO
           MOVE 0 TO WS-CIERRE-DESTINO
           PERFORM MOSTRAR-LIQUIDACION
           IF WS-CIERRE-NETO < 0
               DISPLAY 'SALDO NETO DEUDOR - EL CLIENTE DEBE '
                   'REGULARIZAR ANTES DEL CIERRE'
           ELSE
               MOVE 'S' TO WS-VALID-INPUT
               IF WS-CIERRE-NETO > 0
                   DISPLAY 'CUENTA DEL MISMO TITULAR PARA EL PAGO'
                   PERFORM SOLICITAR-ID-CUENTA
                   IF ENTRADA-VALIDA
                       PERFORM VALIDAR-CUENTA-DESTINO
                   END-IF
               END-IF
               IF ENTRADA-VALIDA
                   PERFORM SOLICITAR-CONFIRMACION-CIERRE
               END-IF
               IF ENTRADA-VALIDA
                   MOVE 'S' TO WS-CIERRE-VALIDO
               ELSE
                   DISPLAY 'OPERACION CANCELADA'
               END-IF
           END-IF.

       MOSTRAR-LIQUIDACION.
           DISPLAY 'LIQUIDACION DE CIERRE - CUENTA ' WS-CIERRE-ID
           DISPLAY '  SALDO ACTUAL:        $' WS-CIERRE-SALDO
           IF WS-CIERRE-TIPO-INT = 'I'
               DISPLAY '  INTERES A ACREDITAR: $' WS-CIERRE-INTERES
                   ' (' WS-CIERRE-DIAS ' DIAS)'
           END-IF
           IF WS-CIERRE-TIPO-INT = 'J'
               DISPLAY '  INTERES SOBREGIRO:   $' WS-CIERRE-INTERES
                   ' (' WS-CIERRE-DIAS ' DIAS)'
           END-IF
           IF WS-CIERRE-COMISION > 0
               DISPLAY '  COMISION DE CIERRE:  $' WS-CIERRE-COMISION
           END-IF
           DISPLAY '  SALDO NETO:          $' WS-CIERRE-NETO.

       VALIDAR-CUENTA-DESTINO.
           MOVE 'N' TO WS-VALID-INPUT
           MOVE WS-INPUT-ID TO ACC-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY 'CUENTA DESTINO NO ENCONTRADA'
           END-READ
           IF ACCOUNTS-OK
               EVALUATE TRUE
                   WHEN ACC-ID = WS-CIERRE-ID
                       DISPLAY 'DESTINO IGUAL A LA CUENTA A CERRAR'
                   WHEN ACC-CERRADA
                       DISPLAY 'CUENTA DESTINO CERRADA'
                   WHEN ACC-OWNER-ID = 0
                    AND ACC-ID NOT = WS-CIERRE-TITULAR
                       DISPLAY 'LA CUENTA DESTINO ES DE OTRO TITULAR'
                   WHEN ACC-OWNER-ID NOT = 0
                    AND ACC-OWNER-ID NOT = WS-CIERRE-TITULAR
                       DISPLAY 'LA CUENTA DESTINO ES DE OTRO TITULAR'
                   WHEN OTHER
                       MOVE ACC-ID TO WS-CIERRE-DESTINO
                       MOVE 'S' TO WS-VALID-INPUT
               END-EVALUATE
           END-IF.

       SOLICITAR-CONFIRMACION-CIERRE.
           MOVE 'N' TO WS-VALID-INPUT
           DISPLAY 'CONFIRMA EL CIERRE (S/N): ' WITH NO ADVANCING
           ACCEPT WS-RAW-CONFIRMA
           IF WS-RAW-CONFIRMA = 'S' OR WS-RAW-CONFIRMA = 's'
               MOVE 'S' TO WS-VALID-INPUT
           END-IF.

       APLICAR-CIERRE.
           IF WS-CIERRE-DESTINO NOT = 0
               MOVE WS-CIERRE-DESTINO TO ACC-ID
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF ACCOUNTS-OK
                   ADD WS-CIERRE-NETO TO ACC-BALANCE
                   MOVE ACC-BALANCE TO WS-CIERRE-SALDO-DEST
                   PERFORM GRABAR-CUENTA-MANT
               ELSE
                   MOVE 'N' TO WS-REWRITE-OK
               END-IF
               IF NOT GRABADO-OK
                   DISPLAY 'CIERRE NO PROCESADO - ERROR AL ACREDITAR '
                       'LA CUENTA ' WS-CIERRE-DESTINO
               END-IF
           ELSE
               MOVE 'S' TO WS-REWRITE-OK
           END-IF
           IF GRABADO-OK
               MOVE WS-CUENTA-CIERRE TO ACCOUNT-RECORD
               MOVE 0 TO ACC-BALANCE
               MOVE 'C' TO ACC-STATUS
               PERFORM GRABAR-CUENTA-MANT
               IF GRABADO-OK
                   PERFORM REGISTRAR-MOVIMIENTOS-CIERRE
                   PERFORM CANCELAR-ORDENES-CIERRE
                   PERFORM IMPRIMIR-LIQUIDACION
                   DISPLAY 'CUENTA CERRADA: ' WS-CIERRE-ID
                   MOVE 'CIERRE CUENTA' TO AUD-ACCION
                   MOVE WS-CIERRE-ID TO AUD-ACC-ID
                   MOVE WS-CIERRE-NETO TO WS-AUD-NETO
                   STRING 'A ' WS-CIERRE-DESTINO ' $' WS-AUD-NETO
                       DELIMITED BY SIZE
                       INTO WS-AUD-DETALLE
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   PERFORM REVERTIR-PAGO-CIERRE
               END-IF
           END-IF.

       REVERTIR-PAGO-CIERRE.
           DISPLAY 'CIERRE NO PROCESADO - ERROR AL ACTUALIZAR LA '
               'CUENTA ' WS-CIERRE-ID
           IF WS-CIERRE-DESTINO NOT = 0
               MOVE WS-CIERRE-DESTINO TO ACC-ID
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF ACCOUNTS-OK
                   SUBTRACT WS-CIERRE-NETO FROM ACC-BALANCE
                   PERFORM GRABAR-CUENTA-MANT
               ELSE
                   MOVE 'N' TO WS-REWRITE-OK
               END-IF
               IF NOT GRABADO-OK
                   DISPLAY 'ERROR: CUENTA ' WS-CIERRE-DESTINO
                       ' ACREDITADA SIN CIERRE - REVERTIR CON ATMADJ'
               END-IF
           END-IF.

       REGISTRAR-MOVIMIENTOS-CIERRE.
           MOVE 0 TO WS-REF-INTERES
           MOVE 0 TO WS-REF-COMISION
           MOVE 0 TO WS-REF-PAGO
           MOVE WS-CIERRE-SALDO TO TL-BALANCE
           IF WS-CIERRE-TIPO-INT NOT = SPACE
               MOVE WS-CIERRE-ID TO TL-ACC-ID
               MOVE WS-CIERRE-TIPO-INT TO TL-TXN-TYPE
               MOVE WS-CIERRE-INTERES TO TL-AMOUNT
               IF WS-CIERRE-TIPO-INT = 'I'
                   ADD WS-CIERRE-INTERES TO TL-BALANCE
               ELSE
                   SUBTRACT WS-CIERRE-INTERES FROM TL-BALANCE
               END-IF
               PERFORM GRABAR-TRANLOG-MANT
               MOVE WS-REF-ACTUAL TO WS-REF-INTERES
           END-IF
           IF WS-CIERRE-COMISION > 0
               MOVE WS-CIERRE-ID TO TL-ACC-ID
               MOVE 'F' TO TL-TXN-TYPE
               MOVE WS-CIERRE-COMISION TO TL-AMOUNT
               SUBTRACT WS-CIERRE-COMISION FROM TL-BALANCE
               MOVE WS-CIERRE-COD-COM TO WS-TL-MOTIVO
               PERFORM GRABAR-TRANLOG-MANT
               MOVE SPACES TO WS-TL-MOTIVO
               MOVE WS-REF-ACTUAL TO WS-REF-COMISION
           END-IF
           IF WS-CIERRE-DESTINO NOT = 0
               MOVE WS-CIERRE-ID TO TL-ACC-ID
               MOVE 'X' TO TL-TXN-TYPE
               MOVE WS-CIERRE-NETO TO TL-AMOUNT
               MOVE 0 TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-MANT
               MOVE WS-REF-ACTUAL TO WS-REF-PAGO
               MOVE WS-CIERRE-DESTINO TO TL-ACC-ID
               MOVE 'Y' TO TL-TXN-TYPE
               MOVE WS-CIERRE-NETO TO TL-AMOUNT
               MOVE WS-CIERRE-SALDO-DEST TO TL-BALANCE
               PERFORM GRABAR-TRANLOG-MANT
           END-IF.

       CANCELAR-ORDENES-CIERRE.
           MOVE 0 TO WS-CIERRE-ORDENES
           MOVE 0 TO WS-ORD-COUNT
           OPEN INPUT ORDER-FILE
           IF ORDENES-NOFILE
               CONTINUE
           ELSE
               IF NOT ORDENES-OK
                   DISPLAY 'ERROR AL ABRIR ATMORD.DAT - CANCELE LAS '
                       'ORDENES DE LA CUENTA CON ATMORDC'
               ELSE
                   PERFORM CARGAR-UNA-ORDEN-CIERRE
                       UNTIL ORDENES-EOF
                          OR WS-ORD-COUNT = WS-MAX-ORDENES
                   IF NOT ORDENES-EOF
                       READ ORDER-FILE
                   END-IF
                   IF NOT ORDENES-EOF
                       CLOSE ORDER-FILE
                       DISPLAY 'HAY MAS DE ' WS-MAX-ORDENES
                           ' ORDENES EN ATMORD.DAT - CANCELE LAS '
                           'ORDENES DE LA CUENTA CON ATMORDC'
                   ELSE
                       CLOSE ORDER-FILE
                       PERFORM CANCELAR-UNA-ORDEN-CIERRE
                           VARYING WS-ORD-IDX FROM 1 BY 1
                           UNTIL WS-ORD-IDX > WS-ORD-COUNT
                       IF WS-CIERRE-ORDENES > 0
                           PERFORM REGRABAR-ORDENES-CIERRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARGAR-UNA-ORDEN-CIERRE.
           READ ORDER-FILE
           IF ORDENES-OK
               ADD 1 TO WS-ORD-COUNT
               SET WS-ORD-IDX TO WS-ORD-COUNT
               MOVE ORDER-RECORD TO WS-ORD-REG (WS-ORD-IDX)
           END-IF.

       CANCELAR-UNA-ORDEN-CIERRE.
           MOVE WS-ORD-REG (WS-ORD-IDX) TO ORDER-RECORD
           IF ORD-ACTIVA
              AND (ORD-SRC-ID = WS-CIERRE-ID
                   OR ORD-DST-ID = WS-CIERRE-ID)
               MOVE 'C' TO ORD-STATUS
               MOVE ORDER-RECORD TO WS-ORD-REG (WS-ORD-IDX)
               ADD 1 TO WS-CIERRE-ORDENES
               DISPLAY 'ORDEN CANCELADA: ' ORD-ID
                   ' ORIGEN ' ORD-SRC-ID ' DESTINO ' ORD-DST-ID
           END-IF.

       REGRABAR-ORDENES-CIERRE.
           MOVE 'S' TO WS-REGRABADO-OK
           OPEN OUTPUT ORDER-FILE
           IF NOT ORDENES-OK
               DISPLAY 'ERROR AL REGRABAR ORDENES'
               MOVE 'N' TO WS-REGRABADO-OK
           ELSE
               PERFORM REGRABAR-UNA-ORDEN-CIERRE
                   VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                      OR NOT REGRABACION-OK
               CLOSE ORDER-FILE
           END-IF
           IF NOT REGRABACION-OK
               DISPLAY 'ADVERTENCIA: ATMORD.DAT PUEDE ESTAR '
                   'INCOMPLETO - VERIFIQUE ANTES DEL PROXIMO '
                   'PROCESO'
           END-IF.

       REGRABAR-UNA-ORDEN-CIERRE.
           MOVE WS-ORD-REG (WS-ORD-IDX) TO ORDER-RECORD
           WRITE ORDER-RECORD
           IF NOT ORDENES-OK
               DISPLAY 'ERROR AL GRABAR ORDEN EN ATMORD.DAT'
               MOVE 'N' TO WS-REGRABADO-OK
           END-IF.

       IMPRIMIR-LIQUIDACION.
           OPEN EXTEND CIERRE-FILE
           IF WS-CIERRE-STATUS = '35'
               OPEN OUTPUT CIERRE-FILE
           END-IF
           IF NOT LIQUIDACION-OK
               DISPLAY 'ERROR AL ABRIR ATMCIERR.OUT'
           ELSE
               MOVE WS-CL-SEPARADOR TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE WS-FECHA-NEGOCIO TO WS-CT-FECHA
               MOVE WS-CL-TITULO TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE WS-CIERRE-ID TO WS-CC-ID
               MOVE WS-CIERRE-TITULAR TO WS-CC-TITULAR
               MOVE WS-CIERRE-NOMBRE TO WS-CC-NOMBRE
               MOVE ACC-TYPE TO WS-CC-TIPO
               MOVE WS-CL-CUENTA TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE SPACES TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE 'SALDO AL CIERRE' TO WS-CD-CONCEPTO
               MOVE WS-CIERRE-SALDO TO WS-CD-MONTO
               MOVE 0 TO WS-CD-REF
               PERFORM IMPRIMIR-LINEA-LIQUIDACION
               IF WS-CIERRE-TIPO-INT = 'I'
                   MOVE SPACES TO WS-CD-CONCEPTO
                   STRING 'INTERES AHORRO ' WS-CIERRE-DIAS ' DIAS'
                       DELIMITED BY SIZE
                       INTO WS-CD-CONCEPTO
                   MOVE WS-CIERRE-INTERES TO WS-CD-MONTO
                   MOVE WS-REF-INTERES TO WS-CD-REF
                   PERFORM IMPRIMIR-LINEA-LIQUIDACION
               END-IF
               IF WS-CIERRE-TIPO-INT = 'J'
                   MOVE SPACES TO WS-CD-CONCEPTO
                   STRING 'INTERES SOBREGIRO ' WS-CIERRE-DIAS ' DIAS'
                       DELIMITED BY SIZE
                       INTO WS-CD-CONCEPTO
                   COMPUTE WS-CD-MONTO = 0 - WS-CIERRE-INTERES
                   MOVE WS-REF-INTERES TO WS-CD-REF
                   PERFORM IMPRIMIR-LINEA-LIQUIDACION
               END-IF
               IF WS-CIERRE-COMISION > 0
                   MOVE 'COMISION DE CIERRE' TO WS-CD-CONCEPTO
                   COMPUTE WS-CD-MONTO = 0 - WS-CIERRE-COMISION
                   MOVE WS-REF-COMISION TO WS-CD-REF
                   PERFORM IMPRIMIR-LINEA-LIQUIDACION
               END-IF
               MOVE 'SALDO NETO A PAGAR' TO WS-CD-CONCEPTO
               MOVE WS-CIERRE-NETO TO WS-CD-MONTO
               MOVE 0 TO WS-CD-REF
               PERFORM IMPRIMIR-LINEA-LIQUIDACION
               IF WS-CIERRE-DESTINO NOT = 0
                   MOVE SPACES TO WS-CD-CONCEPTO
                   STRING 'TRANSFERIDO A LA CUENTA '
                       WS-CIERRE-DESTINO
                       DELIMITED BY SIZE
                       INTO WS-CD-CONCEPTO
                   MOVE WS-CIERRE-NETO TO WS-CD-MONTO
                   MOVE WS-REF-PAGO TO WS-CD-REF
                   PERFORM IMPRIMIR-LINEA-LIQUIDACION
               END-IF
               MOVE SPACES TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE WS-OP-ACTUAL TO WS-CO-OPERADOR
               MOVE WS-CIERRE-ORDENES TO WS-CO-ORDENES
               MOVE WS-CL-OPERADOR TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               MOVE 'CUENTA CERRADA - SALDO FINAL $0.00'
                 TO CIERRE-RECORD
               WRITE CIERRE-RECORD
               CLOSE CIERRE-FILE
           END-IF.

       IMPRIMIR-LINEA-LIQUIDACION.
           MOVE WS-CL-DETALLE TO CIERRE-RECORD
           WRITE CIERRE-RECORD.

       REACTIVAR-CUENTA.
           PERFORM LEER-CUENTA-ACTIVA
           IF CUENTA-LEIDA
               IF NOT ACC-DORMIDA
                   DISPLAY 'LA CUENTA NO ESTA INACTIVA'
               ELSE
                   PERFORM SOLICITAR-MOTIVO
                   IF ENTRADA-VALIDA
                       MOVE 'A' TO ACC-STATUS
                       PERFORM GRABAR-CUENTA-MANT
                       IF GRABADO-OK
                           DISPLAY 'CUENTA REACTIVADA: ' ACC-ID
                           MOVE 'REACTIVACION' TO AUD-ACCION
                           MOVE ACC-ID TO AUD-ACC-ID
                           MOVE WS-MOTIVO TO WS-AUD-DETALLE
                           PERFORM GRABAR-AUDITORIA
                       END-IF
                   ELSE
                       DISPLAY 'OPERACION CANCELADA'
                   END-IF
               END-IF
           END-IF.
                   IF ACC-CERRADA
                       DISPLAY 'CUENTA CERRADA - SIN MANTENIMIENTO'
                   ELSE
                       IF NOT ACC-DORMIDA
                           MOVE 'A' TO ACC-STATUS
                       END-IF
                       MOVE 'S' TO WS-FOUND
                   END-IF
               END-IF
           MOVE WS-REF-ACTUAL TO TL-REF
           MOVE WS-CANAL TO TL-CANAL
           MOVE WS-TERMINAL TO TL-TERMINAL
           MOVE WS-TL-MOTIVO TO TL-MOTIVO
           MOVE 0 TO TL-REF-ORIG
           WRITE TRANLOG-RECORD
           IF NOT TRANLOG-OK
               DISPLAY 'NOMBRE INVALIDO - NO PUEDE SER BLANCO'
           END-IF.

       SOLICITAR-MOTIVO.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM SOLICITAR-UN-MOTIVO
               VARYING WS-RETRY-COUNT FROM 1 BY 1
               UNTIL ENTRADA-VALIDA OR WS-RETRY-COUNT > WS-MAX-RETRIES.

       SOLICITAR-UN-MOTIVO.
           DISPLAY 'MOTIVO (20 CARACTERES): ' WITH NO ADVANCING
           ACCEPT WS-RAW-MOTIVO
           IF WS-RAW-MOTIVO NOT = SPACES
               MOVE WS-RAW-MOTIVO TO WS-MOTIVO
               MOVE 'S' TO WS-VALID-INPUT
           ELSE
               DISPLAY 'MOTIVO INVALIDO - NO PUEDE SER BLANCO'
           END-IF.

       SOLICITAR-TIPO.
