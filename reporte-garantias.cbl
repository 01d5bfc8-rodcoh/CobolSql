      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control mensual de garantias de prestamos, sobre el
      *          registro de GestionGarantias. Emite garantias_rep.txt
      *          con tres secciones: prestamos vigentes cuya relacion
      *          saldo pendiente / valor de tasacion de sus garantias
      *          activas supera el tope, garantias activas con la
      *          tasacion mas vieja que la antiguedad permitida (o con
      *          el seguro vencido), y garantes activos que estan en
      *          mora en sus propios prestamos (MORA030 / MORA060 /
      *          MORA090 de ReporteMorosidad). El tope y la antiguedad
      *          salen del archivo de parametros
      *          garantias_parametros.dat (relacion maxima 9V9999 y
      *          meses de validez de la tasacion 9(3)); sin el no hay
      *          control posible y es FATAL. Las antiguedades se
      *          cuentan en base 30/360 a la fecha de proceso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteGarantias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       01  parametro-registro.
           05 PRG-RELACION-MAXIMA PIC 9V9999.
           05 PRG-MESES-TASACION  PIC 9(3).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-RELACION-MAXIMA    PIC 9V9999 VALUE 0.
       01  WS-MESES-TASACION     PIC 9(3) VALUE 0.
       01  WS-DIAS-TASACION      PIC 9(5) VALUE 0.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-FECHA         PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD         PIC S9(7) VALUE 0.

       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-SECCION            PIC X(20) VALUE SPACES.

       01  WS-LTV-LEIDO.
           05 WS-LT-PRESTAMO     PIC X(6).
           05 WS-LT-CLIENTE      PIC X(6).
           05 WS-LT-SALDO        PIC 9(9)V99.
           05 WS-LT-GARANTIA     PIC 9(11)V99.
       01  WS-RELACION-CALC      PIC 9(5)V9999 VALUE 0.

       01  WS-GARANTIA-LEIDA.
           05 WS-GL-ID           PIC X(6).
           05 WS-GL-PRESTAMO     PIC X(6).
           05 WS-GL-TIPO         PIC X(12).
           05 WS-GL-VALOR        PIC 9(9)V99.
           05 WS-GL-FECHA-TASAC  PIC X(10).
           05 WS-GL-VTO-SEGURO   PIC X(10).
       01  WS-MOTIVO             PIC X(16) VALUE SPACES.

       01  WS-GARANTE-LEIDO.
           05 WS-GM-PRESTAMO     PIC X(6).
           05 WS-GM-CLIENTE      PIC X(6).
           05 WS-GM-PRESTAMO-PROPIO PIC X(6).
           05 WS-GM-ESTADO       PIC X(8).
           05 WS-GM-SALDO        PIC 9(9)V99.

       01  WS-CANT-LTV           PIC 9(7) VALUE 0.
       01  WS-CANT-TASACION      PIC 9(7) VALUE 0.
       01  WS-CANT-GARANTES      PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-MONTO2-ED          PIC ZZZZZZZZZZ9.99.
       01  WS-RELACION-ED        PIC ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS.
       PERFORM ABRIR-REPORTE.
       PERFORM LISTAR-RELACION-EXCEDIDA.
       PERFORM LISTAR-TASACIONES-VENCIDAS.
       PERFORM LISTAR-GARANTES-MOROSOS.
       PERFORM IMPRIMIR-RESUMEN.
       PERFORM REP-FINALIZAR.
       CLOSE reporte-out.
       DISPLAY "Garantias: " WS-CANT-LTV " prestamos sobre el tope, "
               WS-CANT-TASACION " garantias a revisar, "
               WS-CANT-GARANTES " garantes en mora.".
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

      ******************************************************************
      * Parametros: un unico registro con la relacion maxima
      * prestamo/garantia y los meses de validez de una tasacion.
      ******************************************************************
       CARGAR-PARAMETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD

           MOVE "garantias_parametros.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           OPEN INPUT parametros-file
           IF fs-parametros NOT = "00"
              DISPLAY "No se pudo abrir garantias_parametros.dat. "
                      "Estado: " fs-parametros
              PERFORM ERROR-PARAMETROS
           END-IF
           READ parametros-file
                AT END
                   DISPLAY "garantias_parametros.dat esta vacio."
                   CLOSE parametros-file
                   PERFORM ERROR-PARAMETROS
           END-READ
           CLOSE parametros-file
           IF PRG-RELACION-MAXIMA NOT NUMERIC
              OR PRG-MESES-TASACION NOT NUMERIC
              OR PRG-RELACION-MAXIMA = 0
              OR PRG-MESES-TASACION = 0
              DISPLAY "garantias_parametros.dat invalido."
              PERFORM ERROR-PARAMETROS
           END-IF
           MOVE PRG-RELACION-MAXIMA TO WS-RELACION-MAXIMA
           MOVE PRG-MESES-TASACION  TO WS-MESES-TASACION
           COMPUTE WS-DIAS-TASACION = WS-MESES-TASACION * 30.

       ERROR-PARAMETROS.
           MOVE "FATAL" TO error-severidad
           MOVE "CARGAR-PARAMETROS" TO error-parrafo
           MOVE "Sin parametros validos de garantias."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       ABRIR-REPORTE.
           MOVE "garantias_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "CONTROL MENSUAL DE GARANTIAS" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "ReporteGarantias" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      * Un error de SQL deja el control incompleto: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer " WS-SECCION ": " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Error de SQL en el control de garantias: "
                  DELIMITED BY SIZE
                  WS-SECCION DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       ESCRIBIR-TITULO-SECCION.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SECCION TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * Seccion 1: relacion saldo / garantias activas sobre el tope.
      * Los prestamos sin garantia activa no entran (son sin
      * garantia, no excedidos).
      ******************************************************************
       LISTAR-RELACION-EXCEDIDA.
           MOVE "RELACION EXCEDIDA" TO WS-SECCION
           PERFORM ESCRIBIR-TITULO-SECCION
           COMPUTE WS-RELACION-ED = WS-RELACION-MAXIMA * 100
           MOVE SPACES TO REP-DETALLE
           STRING "Tope saldo/garantia (%): " DELIMITED BY SIZE
                  WS-RELACION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "PRESTAMO CLIENTE          SALDO      GARANTIAS   REL%"
              TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-LTV CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     p.saldo_pendiente,
                     SUM(g.valor_tasacion)
              FROM prestamos p
              JOIN garantias_prestamo g
                ON g.id_prestamo = p.id_prestamo
               AND g.estado_garantia = 'A'
              WHERE p.estado_prestamo <> 'CANCELAD'
                AND p.saldo_pendiente > 0
              GROUP BY p.id_prestamo, p.id_cliente, p.saldo_pendiente
              ORDER BY p.id_prestamo
           END-EXEC
           EXEC SQL
              OPEN CUR-LTV
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           PERFORM FETCH-LTV
           PERFORM EVALUAR-RELACION
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-LTV
           END-EXEC.

       FETCH-LTV.
           EXEC SQL
              FETCH CUR-LTV
              INTO :WS-LT-PRESTAMO, :WS-LT-CLIENTE,
                   :WS-LT-SALDO, :WS-LT-GARANTIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       EVALUAR-RELACION.
           IF WS-LT-GARANTIA = 0
              MOVE 9999.9999 TO WS-RELACION-CALC
           ELSE
              COMPUTE WS-RELACION-CALC ROUNDED =
                      WS-LT-SALDO / WS-LT-GARANTIA
           END-IF
           IF WS-RELACION-CALC > WS-RELACION-MAXIMA
              ADD 1 TO WS-CANT-LTV
              MOVE WS-LT-SALDO TO WS-MONTO-ED
              MOVE WS-LT-GARANTIA TO WS-MONTO2-ED
              COMPUTE WS-RELACION-ED = WS-RELACION-CALC * 100
              MOVE SPACES TO REP-DETALLE
              STRING WS-LT-PRESTAMO DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WS-LT-CLIENTE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MONTO2-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RELACION-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           PERFORM FETCH-LTV.

      ******************************************************************
      * Seccion 2: garantias activas de prestamos vigentes con la
      * tasacion fuera de la antiguedad permitida o con el seguro
      * vencido a la fecha de proceso.
      ******************************************************************
       LISTAR-TASACIONES-VENCIDAS.
           MOVE "TASACIONES A RENOVAR" TO WS-SECCION
           PERFORM ESCRIBIR-TITULO-SECCION
           MOVE WS-MESES-TASACION TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Validez de la tasacion (meses): " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "GARANT PRESTAMO TIPO     VALOR TASACION SEGURO MOTIVO"
              TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-TASACIONES CURSOR FOR
              SELECT g.id_garantia,
                     g.id_prestamo,
                     g.tipo_garantia,
                     g.valor_tasacion,
                     g.fecha_tasacion,
                     g.vencimiento_seguro
              FROM garantias_prestamo g
              JOIN prestamos p
                ON p.id_prestamo = g.id_prestamo
              WHERE g.estado_garantia = 'A'
                AND p.estado_prestamo <> 'CANCELAD'
                AND p.saldo_pendiente > 0
              ORDER BY g.id_prestamo, g.id_garantia
           END-EXEC
           EXEC SQL
              OPEN CUR-TASACIONES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           PERFORM FETCH-TASACION
           PERFORM EVALUAR-TASACION
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-TASACIONES
           END-EXEC.

       FETCH-TASACION.
           EXEC SQL
              FETCH CUR-TASACIONES
              INTO :WS-GL-ID, :WS-GL-PRESTAMO, :WS-GL-TIPO,
                   :WS-GL-VALOR, :WS-GL-FECHA-TASAC,
                   :WS-GL-VTO-SEGURO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

      * Una tasacion sin fecha cuenta como vencida.
       EVALUAR-TASACION.
           MOVE SPACES TO WS-MOTIVO
           IF WS-GL-FECHA-TASAC = SPACES
              MOVE "SIN TASACION" TO WS-MOTIVO
           ELSE
              MOVE WS-GL-FECHA-TASAC TO WS-FECHA-PARTES
              COMPUTE WS-DIAS-FECHA = WS-FP-AAAA * 360
                      + WS-FP-MM * 30 + WS-FP-DD
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-PROCESO - WS-DIAS-FECHA
              IF WS-ANTIGUEDAD > WS-DIAS-TASACION
                 MOVE "TASACION VIEJA" TO WS-MOTIVO
              END-IF
           END-IF
           IF WS-MOTIVO = SPACES
              AND WS-GL-VTO-SEGURO NOT = SPACES
              AND WS-GL-VTO-SEGURO < WS-FECHA-PROCESO
              MOVE "SEGURO VENCIDO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-CANT-TASACION
              MOVE WS-GL-VALOR TO WS-MONTO-ED
              MOVE SPACES TO REP-DETALLE
              STRING WS-GL-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-GL-PRESTAMO DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WS-GL-TIPO DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-GL-FECHA-TASAC DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-GL-VTO-SEGURO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           PERFORM FETCH-TASACION.

      ******************************************************************
      * Seccion 3: garantes activos de prestamos vigentes que estan
      * en mora con un prestamo propio. Un garante con varios
      * prestamos en mora sale una vez por cada uno.
      ******************************************************************
       LISTAR-GARANTES-MOROSOS.
           MOVE "GARANTES EN MORA" TO WS-SECCION
           PERFORM ESCRIBIR-TITULO-SECCION
           MOVE "GARANTIZA GARANTE SU PRESTAMO SITUACION   SALDO"
              TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-GARANTES-MORA CURSOR FOR
              SELECT gp.id_prestamo,
                     gp.id_cliente,
                     pg.id_prestamo,
                     pg.estado_prestamo,
                     pg.saldo_pendiente
              FROM garantes_prestamo gp
              JOIN prestamos p
                ON p.id_prestamo = gp.id_prestamo
              JOIN prestamos pg
                ON pg.id_cliente = gp.id_cliente
              WHERE gp.estado_garante = 'A'
                AND p.estado_prestamo <> 'CANCELAD'
                AND p.saldo_pendiente > 0
                AND pg.estado_prestamo IN ('MORA030', 'MORA060',
                                           'MORA090')
              ORDER BY gp.id_prestamo, gp.id_cliente, pg.id_prestamo
           END-EXEC
           EXEC SQL
              OPEN CUR-GARANTES-MORA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           PERFORM FETCH-GARANTE-MORA
           PERFORM IMPRIMIR-GARANTE-MORA
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-GARANTES-MORA
           END-EXEC.

       FETCH-GARANTE-MORA.
           EXEC SQL
              FETCH CUR-GARANTES-MORA
              INTO :WS-GM-PRESTAMO, :WS-GM-CLIENTE,
                   :WS-GM-PRESTAMO-PROPIO, :WS-GM-ESTADO,
                   :WS-GM-SALDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       IMPRIMIR-GARANTE-MORA.
           ADD 1 TO WS-CANT-GARANTES
           MOVE WS-GM-SALDO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-GM-PRESTAMO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-GM-CLIENTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GM-PRESTAMO-PROPIO DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-GM-ESTADO DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM FETCH-GARANTE-MORA.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-LTV TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prestamos sobre el tope:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-TASACION TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Garantias a renovar:         " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-GARANTES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Garantes en mora:            " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM ReporteGarantias.
