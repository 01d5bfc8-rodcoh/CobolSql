      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control nocturno de promesas de pago de Cobranzas.
      *          Toma de prestamos_gestiones las promesas pendientes
      *          (estado_promesa P, ver GestionCobranza) cuya fecha
      *          prometida ya llego a la fecha de proceso y suma los
      *          pagos del prestamo en prestamos_historia (PAGO y
      *          CANCELAC) desde el dia de la gestion hasta la fecha
      *          prometida. Si cubren el monto prometido, o el
      *          prestamo ya no tiene saldo, la promesa queda C
      *          (cumplida); si no, queda I (incumplida) y sale en
      *          promesas_incumplidas_rep.txt, ordenado por operador,
      *          con el telefono del cliente, lo prometido y lo pagado
      *          para las llamadas del dia siguiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromesasIncumplidas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  PROMESA-REGISTRO.
           05 PROMESA-PRESTAMO-ID PIC X(6).
           05 PROMESA-FECHA-GEST  PIC X(10).
           05 PROMESA-HORA-GEST   PIC X(8).
           05 PROMESA-OPERADOR    PIC X(8).
           05 PROMESA-FECHA       PIC X(10).
           05 PROMESA-MONTO       PIC 9(9)V99.
           05 PROMESA-CLIENTE-ID  PIC X(6).
           05 PROMESA-SALDO       PIC 9(9)V99.
           05 PROMESA-NOMBRE      PIC X(50).
           05 PROMESA-TELEFONO    PIC X(20).
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-PAGADO             PIC 9(9)V99 VALUE 0.
       01  WS-FALTANTE           PIC 9(9)V99 VALUE 0.
       01  WS-ESTADO-NUEVO       PIC X VALUE SPACE.

       01  WS-REVISADAS          PIC 9(7) VALUE 0.
       01  WS-CUMPLIDAS          PIC 9(7) VALUE 0.
       01  WS-INCUMPLIDAS        PIC 9(7) VALUE 0.
       01  WS-FALLIDAS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-FALTANTE     PIC 9(11)V99 VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZZ9.99.
       01  WS-MONTO2-ED          PIC ZZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ABRIR-REPORTE.
       PERFORM RECORRER-PROMESAS.
       PERFORM CERRAR-REPORTE.
       DISPLAY "Promesas incumplidas: " WS-INCUMPLIDAS.
       PERFORM DESCONECTAR-SQL.

       CONECTAR-SQL.
           EXEC SQL
              CONNECT TO 'ProyectoCobolSql'
              USER 'root'
              USING '21281502'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY "Error de conexión: " SQLCODE " - " SQLSTATE
              MOVE "FATAL" TO error-severidad
              MOVE "CONECTAR-SQL" TO error-parrafo
              MOVE "Error de conexión a la base de datos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Conectados....".

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

       ABRIR-REPORTE.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE "promesas_incumplidas_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "PROMESAS DE PAGO INCUMPLIDAS A LLAMAR" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "PRESTAMO CLIENT NOMBRE               TELEFONO"
                  DELIMITED BY SIZE
                  "        F.PROMESA    PROMETIDO      PAGADO OPERADOR"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "PromesasIncumplidas" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       RECORRER-PROMESAS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PROMESAS CURSOR FOR
              SELECT g.id_prestamo,
                     g.fecha_gestion,
                     g.hora_gestion,
                     g.id_operador,
                     g.fecha_promesa,
                     g.monto_promesa,
                     p.id_cliente,
                     p.saldo_pendiente,
                     COALESCE(c.nombre_cliente, ' '),
                     COALESCE(c.telefono_cliente, ' ')
              FROM prestamos_gestiones g
              JOIN prestamos p
                ON p.id_prestamo = g.id_prestamo
              LEFT JOIN clientes c
                ON c.id_cliente = p.id_cliente
              WHERE g.estado_promesa = 'P'
                AND g.fecha_promesa <= :WS-FECHA-PROCESO
              ORDER BY g.id_operador, g.fecha_promesa, g.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PROMESAS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PROMESA
           PERFORM EVALUAR-PROMESA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PROMESAS
           END-EXEC.

       FETCH-PROMESA.
           EXEC SQL
              FETCH CUR-PROMESAS
              INTO :PROMESA-PRESTAMO-ID,
                   :PROMESA-FECHA-GEST,
                   :PROMESA-HORA-GEST,
                   :PROMESA-OPERADOR,
                   :PROMESA-FECHA,
                   :PROMESA-MONTO,
                   :PROMESA-CLIENTE-ID,
                   :PROMESA-SALDO,
                   :PROMESA-NOMBRE,
                   :PROMESA-TELEFONO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ERROR-CURSOR.
           DISPLAY "Error al leer promesas: " SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "FETCH-PROMESA" TO error-parrafo
           MOVE "Error al recorrer promesas de pago pendientes."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       EVALUAR-PROMESA.
           ADD 1 TO WS-REVISADAS
           PERFORM SUMAR-PAGOS
           IF WS-PAGADO >= PROMESA-MONTO OR PROMESA-SALDO = 0
              MOVE "C" TO WS-ESTADO-NUEVO
           ELSE
              MOVE "I" TO WS-ESTADO-NUEVO
           END-IF
           PERFORM CERRAR-PROMESA
           PERFORM FETCH-PROMESA.

      * Pagos del prestamo entre el dia de la gestion y la fecha
      * prometida, ambos inclusive.
       SUMAR-PAGOS.
           MOVE 0 TO WS-PAGADO
           EXEC SQL
              SELECT COALESCE(SUM(monto_movimiento), 0)
              INTO :WS-PAGADO
              FROM prestamos_historia
              WHERE id_prestamo = :PROMESA-PRESTAMO-ID
                AND tipo_movimiento IN ('PAGO', 'CANCELAC')
                AND fecha_movimiento >= :PROMESA-FECHA-GEST
                AND fecha_movimiento <= :PROMESA-FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF.

       CERRAR-PROMESA.
           EXEC SQL
              UPDATE prestamos_gestiones
              SET    estado_promesa = :WS-ESTADO-NUEVO
              WHERE id_prestamo   = :PROMESA-PRESTAMO-ID
                AND fecha_gestion = :PROMESA-FECHA-GEST
                AND hora_gestion  = :PROMESA-HORA-GEST
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-PROMESA
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              IF WS-ESTADO-NUEVO = "C"
                 ADD 1 TO WS-CUMPLIDAS
              ELSE
                 ADD 1 TO WS-INCUMPLIDAS
                 PERFORM ESCRIBIR-INCUMPLIDA
              END-IF
           END-IF.

       ERROR-PROMESA.
           DISPLAY "Error al cerrar promesa de " PROMESA-PRESTAMO-ID
                   ": " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           ADD 1 TO WS-FALLIDAS
           MOVE "ERROR" TO error-severidad
           MOVE "CERRAR-PROMESA" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Prestamo " DELIMITED BY SIZE
                  PROMESA-PRESTAMO-ID DELIMITED BY SPACE
                  ": no se pudo cerrar la promesa de pago."
                  DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       ESCRIBIR-INCUMPLIDA.
           COMPUTE WS-FALTANTE = PROMESA-MONTO - WS-PAGADO
           ADD WS-FALTANTE TO WS-TOTAL-FALTANTE
           MOVE PROMESA-MONTO TO WS-MONTO-ED
           MOVE WS-PAGADO     TO WS-MONTO2-ED
           MOVE SPACES TO REP-DETALLE
           STRING PROMESA-PRESTAMO-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PROMESA-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROMESA-NOMBRE(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROMESA-TELEFONO(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROMESA-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROMESA-OPERADOR DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-REPORTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-REVISADAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Promesas vencidas revisadas: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CUMPLIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cumplidas:                   " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-INCUMPLIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Incumplidas:                 " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-FALTANTE TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Monto prometido no pagado:   " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-FALLIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "No se pudieron cerrar:       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM PromesasIncumplidas.
