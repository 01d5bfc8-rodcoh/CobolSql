      *          con su codigo de resolucion, y emitir el resumen
      *          semanal de antiguedad (breaks_antiguedad.txt) con
      *          cortes a 7, 14 y 30 dias sobre base comercial
      *          30/360. Los breaks de la prueba de saldos contra el
      *          mayor (origen MAYR) se listan, resuelven y envejecen
      *          igual que los de la reconciliacion diaria, mostrando
      *          la cuenta de control del mayor en lugar de la cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 BRK-MONTO           PIC S9(9)V99.
           05 BRK-ESTADO          PIC X.       *> A/C/R
           05 BRK-CODIGO-RES      PIC X(4).
           05 BRK-ORIGEN          PIC X(4).    *> blanco/MAYR
           05 BRK-CUENTA-GL       PIC X(8).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).
              10 WS-BRK-MONTO    PIC S9(9)V99.
              10 WS-BRK-ESTADO   PIC X.
              10 WS-BRK-CODIGO   PIC X(4).
              10 WS-BRK-ORIGEN   PIC X(4).
              10 WS-BRK-CTA-GL   PIC X(8).
       01  WS-NUM-BREAKS         PIC 9(3) VALUE 0.
       01  WS-B                  PIC 9(3) VALUE 0.
       01  WS-B-ED               PIC ZZ9.
       01  WS-ELEGIDO            PIC 9(3) VALUE 0.
       01  WS-CODIGO-NUEVO       PIC X(4) VALUE SPACES.
       01  WS-REF-ETIQUETA       PIC X(8) VALUE SPACES.
       01  WS-REF-CODIGO         PIC X(8) VALUE SPACES.

       01  WS-FECHA-HOY-AMD.
           05 WS-HOY-AAAA        PIC 9(4).
                 MOVE BRK-MONTO         TO WS-BRK-MONTO(WS-NUM-BREAKS)
                 MOVE BRK-ESTADO        TO WS-BRK-ESTADO(WS-NUM-BREAKS)
                 MOVE BRK-CODIGO-RES    TO WS-BRK-CODIGO(WS-NUM-BREAKS)
                 MOVE BRK-ORIGEN        TO WS-BRK-ORIGEN(WS-NUM-BREAKS)
                 MOVE BRK-CUENTA-GL     TO WS-BRK-CTA-GL(WS-NUM-BREAKS)
                 READ breaks-file
                      AT END MOVE "S" TO WS-FIN-BREAKS
                 END-READ
              MOVE WS-B TO WS-B-ED
              MOVE WS-BRK-MONTO(WS-B) TO WS-MONTO-ED
              MOVE WS-ANTIGUEDAD TO WS-ANT-ED
              PERFORM ARMAR-REFERENCIA
              DISPLAY WS-B-ED ") " WS-REF-ETIQUETA WS-REF-CODIGO
                      " Desde: " WS-BRK-PRIMERA(WS-B)
                      " (" WS-ANT-ED " dias)"
                      " Dif: " WS-MONTO-ED
           END-IF.

      * Los breaks del mayor se identifican por la cuenta de control.
       ARMAR-REFERENCIA.
           IF WS-BRK-ORIGEN(WS-B) = "MAYR"
              MOVE "Mayor: " TO WS-REF-ETIQUETA
              MOVE WS-BRK-CTA-GL(WS-B) TO WS-REF-CODIGO
           ELSE
              MOVE "Cuenta: " TO WS-REF-ETIQUETA
              MOVE WS-BRK-CUENTA(WS-B) TO WS-REF-CODIGO
           END-IF.

       RESOLVER-BREAK.
           DISPLAY "Numero de break a resolver: "
           ACCEPT WS-ELEGIDO
              PERFORM CALCULAR-ANTIGUEDAD
              MOVE WS-BRK-MONTO(WS-B) TO WS-MONTO-ED
              MOVE WS-ANTIGUEDAD TO WS-ANT-ED
              PERFORM ARMAR-REFERENCIA
              MOVE SPACES TO WS-LINEA-EDIT
              STRING WS-REF-ETIQUETA DELIMITED BY SIZE
                     WS-REF-CODIGO DELIMITED BY SPACE
                     " Desde: " DELIMITED BY SIZE
                     WS-BRK-PRIMERA(WS-B) DELIMITED BY SIZE
                     " Dias: " DELIMITED BY SIZE
           MOVE WS-BRK-MONTO(WS-B)   TO BRK-MONTO
           MOVE WS-BRK-ESTADO(WS-B)  TO BRK-ESTADO
           MOVE WS-BRK-CODIGO(WS-B)  TO BRK-CODIGO-RES
           MOVE WS-BRK-ORIGEN(WS-B)  TO BRK-ORIGEN
           MOVE WS-BRK-CTA-GL(WS-B)  TO BRK-CUENTA-GL
           WRITE break-registro.
