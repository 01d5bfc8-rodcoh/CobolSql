       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-LINEA-EDIT         PIC X(100).
       COPY REPCAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE MARCHA ATRAS DE POSTEOS" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "ReversarDia" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Fecha reversada: " DELIMITED BY SIZE
                  WS-FECHA-REVERSAR DELIMITED BY SIZE
                  "  Corrida del: " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           OPEN EXTEND movimientos-mes
           OPEN EXTEND ajustes-pendientes
           IF fs-pendientes = "35"
                     WS-MONTO-ED DELIMITED BY SIZE
                     " DESHECHO" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       CERRAR-SALIDAS.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-DEBITADO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Total debitado (creditos deshechos):  "
                  DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Total acreditado (debitos deshechos): "
                  DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           CLOSE movimientos-mes
           CLOSE ajustes-pendientes.

           STOP RUN.

       COPY REPPROC.

       END PROGRAM ReversarDia.
