      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturacion mensual de cuotas de prestamos. Corre en
      *          la cadena de fin de mes y, por cada prestamo vigente
      *          (no CANCELAD) con saldo pendiente, emite en
      *          prestamos_cuotas la cuota que vence el mes siguiente
      *          a la fecha de proceso, y las que hubieran quedado sin
      *          emitir de meses anteriores. La cuota n vence n meses
      *          despues de fecha_origen (el dia se topea en 28 para
      *          que exista en todos los meses). El importe es la
      *          cuota nivelada del plan (misma formula que
      *          Amortizacion, con la tasa vigente a la fecha de
      *          origen segun buscar-tasa-prestamo, o la tasa y la
      *          cuota vigentes de un prestamo de tasa variable
      *          revisado por RevisionTasas): el interes se
      *          calcula sobre el capital todavia no facturado y el
      *          resto es capital; la ultima cuota del plazo (o la que
      *          alcance el capital no facturado) lleva todo el
      *          capital que falte, asi que la suma del capital de
      *          las cuotas siempre cierra contra saldo_pendiente.
      *          Cada cuota emitida queda ademas como movimiento
      *          FACTURA en prestamos_historia. Los pagos se imputan
      *          contra estas cuotas con aplicar-pago-prestamo.
      *
      *          Tablas:
      *            prestamos_cuotas (id_prestamo, nro_cuota,
      *              fecha_vencimiento, interes_cuota, capital_cuota,
      *              interes_pagado, capital_pagado, estado_cuota
      *              PENDIENTE / PARCIAL / PAGADA)
      *            prestamos_historia (id_prestamo, fecha_movimiento,
      *              tipo_movimiento FACTURA / PAGO / CANCELAC,
      *              nro_cuota, monto_movimiento, interes_movimiento,
      *              capital_movimiento, saldo_despues,
      *              origen_movimiento)
      *
      *          Las cuotas de un prestamo se confirman juntas: si una
      *          falla se deshace lo emitido para ese prestamo, se
      *          anota ERROR y el proximo mes se vuelve a intentar.
      *          Emite facturacion_prestamos_rep.txt con lo facturado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacturacionPrestamos.

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

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-TIPO      PIC X(20).
           05 PRESTAMO-PRINCIPAL PIC 9(9)V99.
           05 PRESTAMO-PLAZO     PIC 9(3).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-FECHA     PIC X(10).
           05 PRESTAMO-MODALIDAD PIC X.
           05 PRESTAMO-TASA-VIGENTE PIC 9V99.
           05 PRESTAMO-CUOTA-VIGENTE PIC 9(9)V99.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-ERROR-PRESTAMO     PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 WS-FP-SEP1         PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 WS-FP-SEP2         PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-ORIGEN.
           05 WS-FO-AAAA         PIC 9(4).
           05 WS-FO-SEP1         PIC X.
           05 WS-FO-MM           PIC 9(2).
           05 WS-FO-SEP2         PIC X.
           05 WS-FO-DD           PIC 9(2).
       01  WS-FECHA-VTO.
           05 WS-FV-AAAA         PIC 9(4).
           05 WS-FV-SEP1         PIC X VALUE "-".
           05 WS-FV-MM           PIC 9(2).
           05 WS-FV-SEP2         PIC X VALUE "-".
           05 WS-FV-DD           PIC 9(2).
       01  WS-MESES-LIMITE       PIC 9(6) VALUE 0.
       01  WS-MESES-VTO          PIC 9(6) VALUE 0.
       01  WS-MESES-RESTO        PIC 9(2) VALUE 0.

       01  WS-ULTIMA-CUOTA       PIC 9(3) VALUE 0.
       01  WS-NRO-CUOTA          PIC 9(3) VALUE 0.
       01  WS-CAPITAL-IMPAGO     PIC 9(9)V99 VALUE 0.
       01  WS-NO-FACTURADO       PIC S9(9)V99 VALUE 0.

       01  WS-TASA               PIC 9V99 VALUE 0.
       01  WS-TASA-HALLADA       PIC X VALUE "N".
       01  WS-FACTOR             PIC 9(7)V9(8) VALUE 0.
       01  WS-NUMERADOR          PIC 9(11)V9(8) VALUE 0.
       01  WS-DENOMINADOR        PIC 9(3)V9(8) VALUE 0.
       01  WS-PERIODO            PIC 9(3) VALUE 0.
       01  WS-CUOTA              PIC 9(9)V99 VALUE 0.
       01  WS-INTERES            PIC 9(9)V99 VALUE 0.
       01  WS-CAPITAL            PIC S9(9)V99 VALUE 0.
       01  WS-CAPITAL-CUOTA      PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-CUOTA        PIC 9(9)V99 VALUE 0.
       01  WS-CERO               PIC 9(9)V99 VALUE 0.
       01  WS-ESTADO-CUOTA       PIC X(10) VALUE "PENDIENTE".
       01  WS-TIPO-MOVIMIENTO    PIC X(10) VALUE "FACTURA".
       01  WS-ORIGEN-MOVIMIENTO  PIC X(10) VALUE "FACTURAC".

       01  WS-CUOTAS-EMITIDAS    PIC 9(7) VALUE 0.
       01  WS-PRESTAMOS-FACTURADOS PIC 9(7) VALUE 0.
       01  WS-PRESTAMOS-FALLIDOS PIC 9(7) VALUE 0.
       01  WS-CUOTAS-PRESTAMO    PIC 9(3) VALUE 0.
       01  WS-TOTAL-INTERES      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CAPITAL      PIC 9(11)V99 VALUE 0.

       01  WS-INTERES-ED         PIC ZZZZZZZZ9.99.
       01  WS-CAPITAL-ED         PIC ZZZZZZZZ9.99.
       01  WS-MONTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ABRIR-REPORTE.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM CERRAR-REPORTE.
       DISPLAY "Facturacion: " WS-CUOTAS-EMITIDAS " cuotas en "
               WS-PRESTAMOS-FACTURADOS " prestamos, "
               WS-PRESTAMOS-FALLIDOS " con error.".
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

      * Se factura hasta el mes siguiente al de la fecha de proceso
      * (la corrida es de fin de mes), contando meses desde el anio 0.
       ABRIR-REPORTE.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-MESES-LIMITE = WS-FP-AAAA * 12 + WS-FP-MM
           MOVE "facturacion_prestamos_rep.txt"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "FACTURACION DE CUOTAS DE PRESTAMOS" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "PRESTAMO NRO  VTO             INTERES"
                  DELIMITED BY SIZE
                  "      CAPITAL        TOTAL" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "FacturacionPrestamos" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-FACTURACION CURSOR FOR
              SELECT id_prestamo,
                     tipo_prestamo,
                     principal,
                     plazo_meses,
                     saldo_pendiente,
                     fecha_origen,
                     modalidad_tasa,
                     tasa_vigente,
                     cuota_vigente
              FROM prestamos
              WHERE estado_prestamo <> 'CANCELAD'
                AND saldo_pendiente > 0
              ORDER BY id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-FACTURACION
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM FACTURAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-FACTURACION
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-FACTURACION
              INTO :PRESTAMO-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-PRINCIPAL,
                   :PRESTAMO-PLAZO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-FECHA,
                   :PRESTAMO-MODALIDAD,
                   :PRESTAMO-TASA-VIGENTE,
                   :PRESTAMO-CUOTA-VIGENTE
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
           DISPLAY "Error al leer prestamos: " SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "FETCH-PRESTAMO" TO error-parrafo
           MOVE "Error al recorrer prestamos para facturar cuotas."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Emite las cuotas pendientes de emision de un prestamo. El
      * capital no facturado es el saldo pendiente menos el capital
      * de las cuotas ya emitidas que todavia no se pago.
      ******************************************************************
       FACTURAR-PRESTAMO.
           MOVE "N" TO WS-ERROR-PRESTAMO
           MOVE 0 TO WS-CUOTAS-PRESTAMO
           PERFORM LEER-CUOTAS-EMITIDAS
           IF WS-ERROR-PRESTAMO = "N"
              COMPUTE WS-NO-FACTURADO =
                      PRESTAMO-SALDO - WS-CAPITAL-IMPAGO
              IF WS-NO-FACTURADO < 0
                 MOVE 0 TO WS-NO-FACTURADO
              END-IF
              PERFORM OBTENER-CUOTA-PLAN
              MOVE PRESTAMO-FECHA TO WS-FECHA-ORIGEN
              COMPUTE WS-NRO-CUOTA = WS-ULTIMA-CUOTA + 1
              COMPUTE WS-MESES-VTO = WS-FO-AAAA * 12 + WS-FO-MM
                      + WS-NRO-CUOTA
              PERFORM EMITIR-CUOTA
                  UNTIL WS-NO-FACTURADO = 0
                     OR WS-MESES-VTO > WS-MESES-LIMITE + 1
                     OR WS-ERROR-PRESTAMO = "S"
           END-IF

           IF WS-ERROR-PRESTAMO = "S"
              EXEC SQL
                 ROLLBACK
              END-EXEC
              ADD 1 TO WS-PRESTAMOS-FALLIDOS
              MOVE "ERROR" TO error-severidad
              MOVE "FACTURAR-PRESTAMO" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Prestamo " DELIMITED BY SIZE
                     PRESTAMO-ID DELIMITED BY SPACE
                     ": no se pudo facturar la cuota." DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              IF WS-CUOTAS-PRESTAMO > 0
                 ADD 1 TO WS-PRESTAMOS-FACTURADOS
              END-IF
           END-IF
           PERFORM FETCH-PRESTAMO.

       LEER-CUOTAS-EMITIDAS.
           MOVE 0 TO WS-ULTIMA-CUOTA
           MOVE 0 TO WS-CAPITAL-IMPAGO
           EXEC SQL
              SELECT COALESCE(MAX(nro_cuota), 0),
                     COALESCE(SUM(capital_cuota - capital_pagado), 0)
              INTO :WS-ULTIMA-CUOTA,
                   :WS-CAPITAL-IMPAGO
              FROM prestamos_cuotas
              WHERE id_prestamo = :PRESTAMO-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Error al leer cuotas de " PRESTAMO-ID ": "
                      SQLCODE " - " SQLSTATE
              MOVE "S" TO WS-ERROR-PRESTAMO
           END-IF.

      * Un prestamo de tasa variable ya revisado se factura con la
      * tasa y la cuota vigentes que dejo RevisionTasas; los demas
      * con la cuota del plan original.
       OBTENER-CUOTA-PLAN.
           IF PRESTAMO-MODALIDAD = "V"
              AND PRESTAMO-CUOTA-VIGENTE > 0
              MOVE PRESTAMO-TASA-VIGENTE  TO WS-TASA
              MOVE PRESTAMO-CUOTA-VIGENTE TO WS-CUOTA
           ELSE
              PERFORM OBTENER-CUOTA-ORIGINAL
           END-IF.

       OBTENER-CUOTA-ORIGINAL.
           MOVE 0 TO WS-TASA
           MOVE "N" TO WS-TASA-HALLADA
           CALL "buscar-tasa-prestamo" USING PRESTAMO-TIPO
                                             PRESTAMO-FECHA
                                             WS-TASA
                                             WS-TASA-HALLADA
           IF WS-TASA-HALLADA = "N"
              MOVE 0 TO WS-TASA
           END-IF
           PERFORM CALCULAR-CUOTA.

       CALCULAR-CUOTA.
           IF WS-TASA = 0
              COMPUTE WS-CUOTA ROUNDED =
                      PRESTAMO-PRINCIPAL / PRESTAMO-PLAZO
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM CAPITALIZAR-FACTOR
                  VARYING WS-PERIODO FROM 1 BY 1
                      UNTIL WS-PERIODO > PRESTAMO-PLAZO
              COMPUTE WS-NUMERADOR =
                      PRESTAMO-PRINCIPAL * WS-TASA * WS-FACTOR
              COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
              COMPUTE WS-CUOTA ROUNDED =
                      WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

       CAPITALIZAR-FACTOR.
           COMPUTE WS-FACTOR = WS-FACTOR + (WS-FACTOR * WS-TASA).

       EMITIR-CUOTA.
           PERFORM CALCULAR-VENCIMIENTO
           COMPUTE WS-INTERES ROUNDED = WS-NO-FACTURADO * WS-TASA
           COMPUTE WS-CAPITAL = WS-CUOTA - WS-INTERES
           IF WS-CAPITAL < 0
              MOVE 0 TO WS-CAPITAL
           END-IF
           IF WS-CAPITAL > WS-NO-FACTURADO
              OR WS-NRO-CUOTA NOT < PRESTAMO-PLAZO
              MOVE WS-NO-FACTURADO TO WS-CAPITAL
           END-IF
           MOVE WS-CAPITAL TO WS-CAPITAL-CUOTA
           COMPUTE WS-MONTO-CUOTA = WS-INTERES + WS-CAPITAL-CUOTA

           EXEC SQL
              INSERT INTO prestamos_cuotas
                 (id_prestamo, nro_cuota, fecha_vencimiento,
                  interes_cuota, capital_cuota, interes_pagado,
                  capital_pagado, estado_cuota)
              VALUES
                 (:PRESTAMO-ID, :WS-NRO-CUOTA, :WS-FECHA-VTO,
                  :WS-INTERES, :WS-CAPITAL-CUOTA, :WS-CERO,
                  :WS-CERO, :WS-ESTADO-CUOTA)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Error al emitir cuota de " PRESTAMO-ID ": "
                      SQLCODE " - " SQLSTATE
              MOVE "S" TO WS-ERROR-PRESTAMO
           ELSE
              PERFORM REGISTRAR-HISTORIA-FACTURA
           END-IF

           IF WS-ERROR-PRESTAMO = "N"
              SUBTRACT WS-CAPITAL-CUOTA FROM WS-NO-FACTURADO
              ADD 1 TO WS-CUOTAS-EMITIDAS
              ADD 1 TO WS-CUOTAS-PRESTAMO
              ADD WS-INTERES TO WS-TOTAL-INTERES
              ADD WS-CAPITAL-CUOTA TO WS-TOTAL-CAPITAL
              PERFORM ESCRIBIR-LINEA-CUOTA
              ADD 1 TO WS-NRO-CUOTA
              ADD 1 TO WS-MESES-VTO
           END-IF.

      * La cuota n vence n meses despues del origen; el dia se topea
      * en 28. WS-MESES-VTO cuenta meses con enero = 1.
       CALCULAR-VENCIMIENTO.
           DIVIDE 12 INTO WS-MESES-VTO
               GIVING WS-FV-AAAA REMAINDER WS-MESES-RESTO
           IF WS-MESES-RESTO = 0
              SUBTRACT 1 FROM WS-FV-AAAA
              MOVE 12 TO WS-FV-MM
           ELSE
              MOVE WS-MESES-RESTO TO WS-FV-MM
           END-IF
           IF WS-FO-DD > 28
              MOVE 28 TO WS-FV-DD
           ELSE
              MOVE WS-FO-DD TO WS-FV-DD
           END-IF.

       REGISTRAR-HISTORIA-FACTURA.
           EXEC SQL
              INSERT INTO prestamos_historia
                 (id_prestamo, fecha_movimiento, tipo_movimiento,
                  nro_cuota, monto_movimiento, interes_movimiento,
                  capital_movimiento, saldo_despues,
                  origen_movimiento)
              VALUES
                 (:PRESTAMO-ID, :WS-FECHA-PROCESO,
                  :WS-TIPO-MOVIMIENTO, :WS-NRO-CUOTA,
                  :WS-MONTO-CUOTA, :WS-INTERES,
                  :WS-CAPITAL-CUOTA, :PRESTAMO-SALDO,
                  :WS-ORIGEN-MOVIMIENTO)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Error al registrar historia de " PRESTAMO-ID
                      ": " SQLCODE " - " SQLSTATE
              MOVE "S" TO WS-ERROR-PRESTAMO
           END-IF.

       ESCRIBIR-LINEA-CUOTA.
           MOVE WS-INTERES       TO WS-INTERES-ED
           MOVE WS-CAPITAL-CUOTA TO WS-CAPITAL-ED
           MOVE WS-MONTO-CUOTA   TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING PRESTAMO-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-NRO-CUOTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FECHA-VTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INTERES-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAPITAL-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-REPORTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-INTERES TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total interes facturado: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-CAPITAL TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total capital facturado: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CUOTAS-EMITIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cuotas emitidas:         " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-PRESTAMOS-FALLIDOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prestamos con error:     " DELIMITED BY SIZE
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

       END PROGRAM FacturacionPrestamos.
