           88  BITACORA-EOF   VALUE '10'.
           88  BITACORA-NOFILE VALUE '35'.
       01  WS-PASO-ACTUAL     PIC X(8) VALUE 'ARCH'.
       01  WS-PASO-PREVIO     PIC X(8) VALUE 'ALRT'.
       01  WS-FECHA-PROCESO   PIC 9(8) VALUE 0.
       01  WS-ESTADO-PASO     PIC X(1) VALUE SPACE.
       01  WS-ESTADO-PREVIO   PIC X(1) VALUE SPACE.
