      * que se vio por primera vez, importe actual, estado (A=abierta,
      * C=cerrada sola al dejar de aparecer, R=resuelta por un
      * operador en GestionBreaks) y codigo de resolucion. Un break
      * que reaparece envejece en su fila en vez de duplicarse. El
      * origen distingue los breaks de esta conciliacion (en blanco)
      * de los de la prueba de saldos contra el mayor (MAYR, con la
      * cuenta de control en BRK-CUENTA-GL); aca solo se tocan los
      * propios y los demas se reescriben tal como vinieron.
       FD  breaks-file.
       01  break-registro.
           05 BRK-CUENTA          PIC X(6).
           05 BRK-MONTO           PIC S9(9)V99.
           05 BRK-ESTADO          PIC X.       *> A/C/R
           05 BRK-CODIGO-RES      PIC X(4).
           05 BRK-ORIGEN          PIC X(4).    *> blanco/MAYR
           05 BRK-CUENTA-GL       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
              10 WS-BRK-MONTO    PIC S9(9)V99.
              10 WS-BRK-ESTADO   PIC X.
              10 WS-BRK-CODIGO   PIC X(4).
              10 WS-BRK-ORIGEN   PIC X(4).
              10 WS-BRK-CTA-GL   PIC X(8).
              10 WS-BRK-VISTO    PIC X.
       01  WS-NUM-BREAKS         PIC 9(3) VALUE 0.
       01  WS-BRK-IDX            PIC 9(3) VALUE 0.
                 MOVE BRK-MONTO         TO WS-BRK-MONTO(WS-NUM-BREAKS)
                 MOVE BRK-ESTADO        TO WS-BRK-ESTADO(WS-NUM-BREAKS)
                 MOVE BRK-CODIGO-RES    TO WS-BRK-CODIGO(WS-NUM-BREAKS)
                 MOVE BRK-ORIGEN        TO WS-BRK-ORIGEN(WS-NUM-BREAKS)
                 MOVE BRK-CUENTA-GL     TO WS-BRK-CTA-GL(WS-NUM-BREAKS)
                 MOVE "N"               TO WS-BRK-VISTO(WS-NUM-BREAKS)
                 READ breaks-file
                      AT END MOVE "S" TO WS-FIN-BREAKS
                 MOVE WS-DIFERENCIA    TO WS-BRK-MONTO(WS-NUM-BREAKS)
                 MOVE "A"              TO WS-BRK-ESTADO(WS-NUM-BREAKS)
                 MOVE SPACES           TO WS-BRK-CODIGO(WS-NUM-BREAKS)
                 MOVE SPACES           TO WS-BRK-ORIGEN(WS-NUM-BREAKS)
                 MOVE SPACES           TO WS-BRK-CTA-GL(WS-NUM-BREAKS)
                 MOVE "S"              TO WS-BRK-VISTO(WS-NUM-BREAKS)
              END-IF
           ELSE
       COMPARAR-BREAK.
           IF WS-BRK-CUENTA(WS-B) = AP-CUENTA-ID
              AND WS-BRK-ESTADO(WS-B) = "A"
              AND WS-BRK-ORIGEN(WS-B) = SPACES
              MOVE WS-B TO WS-BRK-IDX
           END-IF.

       CERRAR-BREAK-AUSENTE.
           IF WS-BRK-ESTADO(WS-B) = "A"
              AND WS-BRK-VISTO(WS-B) = "N"
              AND WS-BRK-ORIGEN(WS-B) = SPACES
              MOVE "C" TO WS-BRK-ESTADO(WS-B)
              MOVE "AUTO" TO WS-BRK-CODIGO(WS-B)
              MOVE WS-FECHA-PROCESO TO WS-BRK-ULTIMA(WS-B)
           MOVE WS-BRK-MONTO(WS-B)   TO BRK-MONTO
           MOVE WS-BRK-ESTADO(WS-B)  TO BRK-ESTADO
           MOVE WS-BRK-CODIGO(WS-B)  TO BRK-CODIGO-RES
           MOVE WS-BRK-ORIGEN(WS-B)  TO BRK-ORIGEN
           MOVE WS-BRK-CTA-GL(WS-B)  TO BRK-CUENTA-GL
           WRITE break-registro.

       CERRAR-ARCHIVOS.
