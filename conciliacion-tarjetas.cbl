      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de la liquidacion del switch de tarjetas
      *          despues del posteo nocturno. Toma el control que dejo
      *          LiquidacionTarjetas (tarjetas_control.txt) y suma lo
      *          que el posteo efectivamente debito con las referencias
      *          TJ de esa fecha de proceso (movimientos_mes.txt). La
      *          diferencia entre el neto del switch y lo posteado es
      *          el break de la liquidacion; la parte que explica el
      *          suspenso (autorizaciones sin cuenta, reversadas y
      *          reversos) se muestra aparte, y lo que queda es la
      *          diferencia sin explicar. Los breaks se llevan en
      *          tarjetas_breaks.txt, uno por fecha de proceso, como el
      *          registro de ReconciliacionDiaria: estado A=abierto,
      *          C=cerrado solo y R=resuelto por un operador, con su
      *          codigo de resolucion. Un break abierto se cierra solo
      *          (codigo AUTO) cuando no le queda diferencia sin
      *          explicar ni partidas TJ de su fecha pendientes en
      *          suspenso.txt (estado P o C). Reporte con la
      *          conciliacion del dia y los breaks abiertos con su
      *          antiguedad (30/360) en tarjetas_conciliacion_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionTarjetas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-in
            ASSIGN TO DYNAMIC WS-RUTA-CONTROL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-control.

           SELECT movimientos-in
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT suspenso-file
            ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-suspenso.

           SELECT breaks-file
            ASSIGN TO DYNAMIC WS-RUTA-BREAKS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-breaks.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  control-in.
           COPY TARJCTL.

       FD  movimientos-in.
           COPY MOVCTL.

       FD  suspenso-file.
           COPY SUSPCTL.

      * Registro de breaks de la liquidacion de tarjetas, uno por
      * fecha de proceso de la carga: fecha en que se vio por primera
      * vez y ultima vez, diferencia (neto del switch menos lo
      * posteado), la parte sin explicar por el suspenso, estado
      * (A/C/R) y codigo de resolucion.
       FD  breaks-file.
       01  break-tarjeta.
           05 TBK-FECHA-PROCESO   PIC X(10).
           05 TBK-FECHA-LIQUIDA   PIC X(10).
           05 TBK-FECHA-PRIMERA   PIC X(10).
           05 TBK-FECHA-ULTIMA    PIC X(10).
           05 TBK-MONTO           PIC S9(11)V99.
           05 TBK-SIN-EXPLICAR    PIC S9(11)V99.
           05 TBK-ESTADO          PIC X.       *> A/C/R
           05 TBK-CODIGO-RES      PIC X(4).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-control            PIC XX.
       01  fs-movimientos        PIC XX.
       01  fs-suspenso           PIC XX.
       01  fs-breaks             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-CONTROL       PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUSPENSO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-BREAKS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-CARGA        PIC X(10) VALUE SPACES.
       01  WS-PREFIJO-REF        PIC X(8) VALUE SPACES.
       01  WS-PREFIJO-BREAK      PIC X(8) VALUE SPACES.
       01  WS-HAY-CONTROL        PIC X VALUE "N".
       01  WS-FIN-MOVIMIENTOS    PIC X VALUE "N".
       01  WS-FIN-SUSPENSO       PIC X VALUE "N".
       01  WS-FIN-BREAKS         PIC X VALUE "N".

       01  WS-CANT-POSTEADAS     PIC 9(7) VALUE 0.
       01  WS-POSTEADO           PIC 9(11)V99 VALUE 0.
       01  WS-DIFERENCIA         PIC S9(11)V99 VALUE 0.
       01  WS-SIN-EXPLICAR       PIC S9(11)V99 VALUE 0.

       01  WS-BREAKS.
           05 WS-BRK-FILA OCCURS 300 TIMES.
              10 WS-BRK-PROCESO   PIC X(10).
              10 WS-BRK-LIQUIDA   PIC X(10).
              10 WS-BRK-PRIMERA   PIC X(10).
              10 WS-BRK-ULTIMA    PIC X(10).
              10 WS-BRK-MONTO     PIC S9(11)V99.
              10 WS-BRK-SIN-EXPL  PIC S9(11)V99.
              10 WS-BRK-ESTADO    PIC X.
              10 WS-BRK-CODIGO    PIC X(4).
              10 WS-BRK-PENDIENTE PIC X.
       01  WS-NUM-BREAKS         PIC 9(3) VALUE 0.
       01  WS-BRK-IDX            PIC 9(3) VALUE 0.
       01  WS-B                  PIC 9(3) VALUE 0.
       01  WS-BREAKS-CERRADOS    PIC 9(3) VALUE 0.
       01  WS-BREAKS-ABIERTOS    PIC 9(3) VALUE 0.

       01  WS-FECHA-HOY-P.
           05 WS-HOY-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-HOY-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-HOY-DD          PIC 9(2).
       01  WS-FECHA-PRIMERA-P.
           05 WS-FP-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-DIAS-HOY           PIC 9(7) VALUE 0.
       01  WS-DIAS-BREAK         PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD         PIC S9(7) VALUE 0.

       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-ANT-ED             PIC ZZZZZZ9.
       01  WS-TOTAL-ED           PIC -ZZZZZZZZZZ9.99.
       01  WS-SIN-EXPL-ED        PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM LEER-CONTROL.
       PERFORM CARGAR-BREAKS.
       PERFORM ABRIR-REPORTE.
       IF WS-HAY-CONTROL = "S"
          PERFORM SUMAR-POSTEADO
          PERFORM CONCILIAR-LIQUIDACION
       END-IF
       PERFORM MARCAR-SUSPENSO-PENDIENTE.
       PERFORM ACTUALIZAR-REGISTRO-BREAKS.
       PERFORM LISTAR-BREAKS-ABIERTOS.
       PERFORM CERRAR-REPORTE.
       STOP RUN.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

       RESOLVER-RUTAS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY-P
           COMPUTE WS-DIAS-HOY = WS-HOY-AAAA * 360
                   + WS-HOY-MM * 30 + WS-HOY-DD

           MOVE "tarjetas_control.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CONTROL
           MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "tarjetas_breaks.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BREAKS
           MOVE "tarjetas_conciliacion_rep.txt"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

      * Sin control no corrio la carga del switch: no hay nada que
      * conciliar, pero los breaks abiertos se siguen envejeciendo.
       LEER-CONTROL.
           MOVE "N" TO WS-HAY-CONTROL
           OPEN INPUT control-in
           IF fs-control = "00"
              READ control-in
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-HAY-CONTROL
              END-READ
              CLOSE control-in
           END-IF
           IF WS-HAY-CONTROL = "N"
              MOVE "WARN" TO error-severidad
              MOVE "LEER-CONTROL" TO error-parrafo
              MOVE "Sin control de la liquidacion de tarjetas."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              MOVE TCT-FECHA-PROCESO TO WS-FECHA-CARGA
              PERFORM ARMAR-PREFIJO-CARGA
           END-IF.

       ARMAR-PREFIJO-CARGA.
           MOVE SPACES TO WS-PREFIJO-REF
           STRING "TJ" WS-FECHA-CARGA(3:2) WS-FECHA-CARGA(6:2)
                  WS-FECHA-CARGA(9:2)
                  DELIMITED BY SIZE INTO WS-PREFIJO-REF.

       CARGAR-BREAKS.
           MOVE 0 TO WS-NUM-BREAKS
           MOVE "N" TO WS-FIN-BREAKS
           OPEN INPUT breaks-file
           IF fs-breaks = "00"
              READ breaks-file
                   AT END MOVE "S" TO WS-FIN-BREAKS
              END-READ
              PERFORM UNTIL WS-FIN-BREAKS = "S"
                         OR WS-NUM-BREAKS >= 300
                 ADD 1 TO WS-NUM-BREAKS
                 MOVE TBK-FECHA-PROCESO
                    TO WS-BRK-PROCESO(WS-NUM-BREAKS)
                 MOVE TBK-FECHA-LIQUIDA
                    TO WS-BRK-LIQUIDA(WS-NUM-BREAKS)
                 MOVE TBK-FECHA-PRIMERA
                    TO WS-BRK-PRIMERA(WS-NUM-BREAKS)
                 MOVE TBK-FECHA-ULTIMA
                    TO WS-BRK-ULTIMA(WS-NUM-BREAKS)
                 MOVE TBK-MONTO         TO WS-BRK-MONTO(WS-NUM-BREAKS)
                 MOVE TBK-SIN-EXPLICAR
                    TO WS-BRK-SIN-EXPL(WS-NUM-BREAKS)
                 MOVE TBK-ESTADO        TO WS-BRK-ESTADO(WS-NUM-BREAKS)
                 MOVE TBK-CODIGO-RES    TO WS-BRK-CODIGO(WS-NUM-BREAKS)
                 MOVE "N"            TO WS-BRK-PENDIENTE(WS-NUM-BREAKS)
                 READ breaks-file
                      AT END MOVE "S" TO WS-FIN-BREAKS
                 END-READ
              END-PERFORM
              CLOSE breaks-file
           END-IF.

       ABRIR-REPORTE.
           OPEN OUTPUT reporte-out
           MOVE "CONCILIACION DE LA LIQUIDACION DE TARJETAS"
              TO REP-NOMBRE
           MOVE "CONCEPTO                         CANTIDAD      IMPORTE"
              TO REP-ENCABEZADO-COLS
           MOVE "ConciliacionTarjetas" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      ******************************************************************
      * Lo posteado es lo que el posteo debito con las referencias TJ
      * de la fecha de la carga; lo que el posteo rechazo no figura y
      * queda como diferencia.
      ******************************************************************
       SUMAR-POSTEADO.
           MOVE 0 TO WS-CANT-POSTEADAS
           MOVE 0 TO WS-POSTEADO
           MOVE "N" TO WS-FIN-MOVIMIENTOS
           OPEN INPUT movimientos-in
           IF fs-movimientos = "00"
              PERFORM LEER-MOVIMIENTO
              PERFORM ACUMULAR-POSTEADO
                  UNTIL WS-FIN-MOVIMIENTOS = "S"
              CLOSE movimientos-in
           END-IF.

       LEER-MOVIMIENTO.
           READ movimientos-in
                AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-READ.

       ACUMULAR-POSTEADO.
           IF MOV-REFERENCIA(1:8) = WS-PREFIJO-REF
              AND MOV-NATURALEZA = "D"
              ADD 1 TO WS-CANT-POSTEADAS
              ADD MOV-MONTO TO WS-POSTEADO
           END-IF
           PERFORM LEER-MOVIMIENTO.

       CONCILIAR-LIQUIDACION.
           COMPUTE WS-DIFERENCIA = TCT-NETO-SWITCH - WS-POSTEADO
           COMPUTE WS-SIN-EXPLICAR = WS-DIFERENCIA - TCT-SUSPENSO

           MOVE SPACES TO REP-DETALLE
           STRING "Fecha de proceso de la carga: " DELIMITED BY SIZE
                  TCT-FECHA-PROCESO DELIMITED BY SIZE
                  "   Liquidacion del switch: " DELIMITED BY SIZE
                  TCT-FECHA-LIQUIDACION DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE TCT-NETO-SWITCH TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           IF TCT-TOTAL-SWITCH = "S"
              STRING "Neto informado por el switch      "
                        DELIMITED BY SIZE
                     "        " DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
           ELSE
              STRING "Neto calculado del detalle        "
                        DELIMITED BY SIZE
                     "        " DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE TCT-CANT-ENVIADAS TO WS-CANT-ED
           MOVE TCT-ENVIADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviado al posteo                 " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-POSTEADAS TO WS-CANT-ED
           MOVE WS-POSTEADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Posteado                          " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DIFERENCIA TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Diferencia switch - posteado      " DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE TCT-CANT-SUSPENSO TO WS-CANT-ED
           MOVE TCT-SUSPENSO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  explicada por el suspenso       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SIN-EXPLICAR TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  sin explicar                    " DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           IF WS-SIN-EXPLICAR NOT = 0
              MOVE "ERROR" TO error-severidad
              MOVE "CONCILIAR-LIQUIDACION" TO error-parrafo
              MOVE "Liquidacion de tarjetas con diferencia sin explicar"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           PERFORM ANOTAR-BREAK.

      * El break de la carga se casa con el de la misma fecha de
      * proceso: una relanzada lo actualiza en su fila. Si la
      * relanzada ya cuadra, el break que habia se cierra solo.
       ANOTAR-BREAK.
           MOVE 0 TO WS-BRK-IDX
           PERFORM COMPARAR-BREAK
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           IF WS-BRK-IDX = 0
              IF WS-DIFERENCIA NOT = 0
                 IF WS-NUM-BREAKS < 300
                    ADD 1 TO WS-NUM-BREAKS
                    MOVE WS-NUM-BREAKS TO WS-BRK-IDX
                    MOVE WS-FECHA-CARGA
                       TO WS-BRK-PROCESO(WS-BRK-IDX)
                    MOVE WS-FECHA-PROCESO
                       TO WS-BRK-PRIMERA(WS-BRK-IDX)
                    MOVE "A"    TO WS-BRK-ESTADO(WS-BRK-IDX)
                    MOVE SPACES TO WS-BRK-CODIGO(WS-BRK-IDX)
                    MOVE "N"    TO WS-BRK-PENDIENTE(WS-BRK-IDX)
                 ELSE
                    MOVE "ERROR" TO error-severidad
                    MOVE "ANOTAR-BREAK" TO error-parrafo
                    MOVE "Registro de breaks de tarjetas lleno."
                         TO mensaje-error
                    PERFORM ACEPTAR-FECHA-HORA
                    PERFORM ESCRIBIR-ERROR-LOG
                 END-IF
              END-IF
           END-IF
           IF WS-BRK-IDX > 0
              MOVE TCT-FECHA-LIQUIDACION TO WS-BRK-LIQUIDA(WS-BRK-IDX)
              MOVE WS-FECHA-PROCESO TO WS-BRK-ULTIMA(WS-BRK-IDX)
              MOVE WS-DIFERENCIA    TO WS-BRK-MONTO(WS-BRK-IDX)
              MOVE WS-SIN-EXPLICAR  TO WS-BRK-SIN-EXPL(WS-BRK-IDX)
              IF WS-DIFERENCIA = 0
                 AND WS-BRK-ESTADO(WS-BRK-IDX) = "A"
                 MOVE "C"    TO WS-BRK-ESTADO(WS-BRK-IDX)
                 MOVE "AUTO" TO WS-BRK-CODIGO(WS-BRK-IDX)
                 ADD 1 TO WS-BREAKS-CERRADOS
              END-IF
           END-IF.

       COMPARAR-BREAK.
           IF WS-BRK-PROCESO(WS-B) = WS-FECHA-CARGA
              MOVE WS-B TO WS-BRK-IDX
           END-IF.

      ******************************************************************
      * Partidas TJ todavia pendientes en suspenso (P) o corregidas
      * sin reenviar (C): el break de su fecha de carga sigue abierto.
      ******************************************************************
       MARCAR-SUSPENSO-PENDIENTE.
           MOVE "N" TO WS-FIN-SUSPENSO
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM LEER-SUSPENSO
              PERFORM REVISAR-PARTIDA-SUSPENSO
                  UNTIL WS-FIN-SUSPENSO = "S"
              CLOSE suspenso-file
           END-IF.

       LEER-SUSPENSO.
           READ suspenso-file
                AT END MOVE "S" TO WS-FIN-SUSPENSO
           END-READ.

       REVISAR-PARTIDA-SUSPENSO.
           IF SUS-SUCURSAL = "TARJ"
              AND SUS-REF-TRANSACCION(1:2) = "TJ"
              AND (SUS-ESTADO = "P" OR SUS-ESTADO = "C")
              PERFORM MARCAR-BREAK-PENDIENTE
                  VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           END-IF
           PERFORM LEER-SUSPENSO.

       MARCAR-BREAK-PENDIENTE.
           MOVE SPACES TO WS-PREFIJO-BREAK
           STRING "TJ" WS-BRK-PROCESO(WS-B)(3:2)
                  WS-BRK-PROCESO(WS-B)(6:2)
                  WS-BRK-PROCESO(WS-B)(9:2)
                  DELIMITED BY SIZE INTO WS-PREFIJO-BREAK
           IF SUS-REF-TRANSACCION(1:8) = WS-PREFIJO-BREAK
              MOVE "S" TO WS-BRK-PENDIENTE(WS-B)
           END-IF.

      * Un break abierto sin diferencia sin explicar y sin partidas
      * pendientes en suspenso ya se trabajo entero: se cierra solo
      * (codigo AUTO). El registro completo se reescribe.
       ACTUALIZAR-REGISTRO-BREAKS.
           PERFORM CERRAR-BREAK-TRABAJADO
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           OPEN OUTPUT breaks-file
           PERFORM ESCRIBIR-BREAK
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           CLOSE breaks-file.

       CERRAR-BREAK-TRABAJADO.
           IF WS-BRK-ESTADO(WS-B) = "A"
              AND WS-BRK-PENDIENTE(WS-B) = "N"
              AND WS-BRK-SIN-EXPL(WS-B) = 0
              MOVE "C" TO WS-BRK-ESTADO(WS-B)
              MOVE "AUTO" TO WS-BRK-CODIGO(WS-B)
              MOVE WS-FECHA-PROCESO TO WS-BRK-ULTIMA(WS-B)
              ADD 1 TO WS-BREAKS-CERRADOS
           END-IF.

       ESCRIBIR-BREAK.
           MOVE WS-BRK-PROCESO(WS-B)  TO TBK-FECHA-PROCESO
           MOVE WS-BRK-LIQUIDA(WS-B)  TO TBK-FECHA-LIQUIDA
           MOVE WS-BRK-PRIMERA(WS-B)  TO TBK-FECHA-PRIMERA
           MOVE WS-BRK-ULTIMA(WS-B)   TO TBK-FECHA-ULTIMA
           MOVE WS-BRK-MONTO(WS-B)    TO TBK-MONTO
           MOVE WS-BRK-SIN-EXPL(WS-B) TO TBK-SIN-EXPLICAR
           MOVE WS-BRK-ESTADO(WS-B)   TO TBK-ESTADO
           MOVE WS-BRK-CODIGO(WS-B)   TO TBK-CODIGO-RES
           WRITE break-tarjeta.

       LISTAR-BREAKS-ABIERTOS.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           STRING "BREAKS ABIERTOS   CARGA      LIQUIDACION  DIAS"
                     DELIMITED BY SIZE
                  "      DIFERENCIA    SIN EXPLICAR" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 0 TO WS-BREAKS-ABIERTOS
           PERFORM LISTAR-BREAK
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           MOVE WS-BREAKS-ABIERTOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Breaks abiertos: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           DISPLAY "Breaks de tarjetas abiertos: " WS-BREAKS-ABIERTOS
                   "  cerrados solos: " WS-BREAKS-CERRADOS.

       LISTAR-BREAK.
           IF WS-BRK-ESTADO(WS-B) = "A"
              ADD 1 TO WS-BREAKS-ABIERTOS
              MOVE WS-BRK-PRIMERA(WS-B) TO WS-FECHA-PRIMERA-P
              COMPUTE WS-DIAS-BREAK = WS-FP-AAAA * 360
                      + WS-FP-MM * 30 + WS-FP-DD
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY - WS-DIAS-BREAK
              MOVE WS-ANTIGUEDAD TO WS-ANT-ED
              MOVE WS-BRK-MONTO(WS-B) TO WS-TOTAL-ED
              MOVE WS-BRK-SIN-EXPL(WS-B) TO WS-SIN-EXPL-ED
              MOVE SPACES TO REP-DETALLE
              STRING "                  " DELIMITED BY SIZE
                     WS-BRK-PROCESO(WS-B) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-BRK-LIQUIDA(WS-B) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ANT-ED DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     WS-SIN-EXPL-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       CERRAR-REPORTE.
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       COPY REPPROC.

       END PROGRAM ConciliacionTarjetas.
