      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision de prestamos de tasa variable (clausula de
      *          reajuste de los contratos). Corre en la cadena
      *          nocturna: por cada prestamo vigente con
      *          modalidad_tasa "V" busca la tasa de su tipo vigente a
      *          la fecha de proceso (buscar-tasa-prestamo, sobre las
      *          vigencias que carga ImportarTasas); si difiere de la
      *          tasa_vigente del prestamo, recalcula la cuota nivelada
      *          sobre el capital todavia no facturado y el plazo que
      *          queda por facturar (plazo_meses menos la ultima cuota
      *          emitida en prestamos_cuotas) y deja la tasa y la
      *          cuota nuevas en prestamos, que FacturacionPrestamos
      *          usa desde la proxima cuota. Las cuotas ya emitidas no
      *          se tocan. Cada revision queda en la tabla
      *          prestamos_revisiones (id_prestamo, fecha_revision,
      *          tasa_anterior, tasa_nueva, cuota_anterior,
      *          cuota_nueva, saldo_base, plazo_restante) y como aviso
      *          al cliente en avisos_tasa_AAAAMMDD.txt, con el correo
      *          de clientes, para el mailer de la oficina. Un cliente
      *          sin correo queda marcado en el reporte
      *          revision_tasas_rep.txt para aviso por otra via.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisionTasas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT avisos-out
            ASSIGN TO DYNAMIC WS-RUTA-AVISOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-avisos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  avisos-out.
       01  aviso-registro.
           05 AVT-EMAIL           PIC X(50).
           05 AVT-NOMBRE          PIC X(50).
           05 AVT-PRESTAMO        PIC X(6).
           05 AVT-FECHA-EFECTIVA  PIC X(10).
           05 AVT-TASA-ANTERIOR   PIC 9V99.
           05 AVT-TASA-NUEVA      PIC 9V99.
           05 AVT-CUOTA-ANTERIOR  PIC 9(9)V99.
           05 AVT-CUOTA-NUEVA     PIC 9(9)V99.
           05 AVT-SALDO           PIC 9(9)V99.
           05 AVT-PLAZO-RESTANTE  PIC 9(3).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-avisos             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-AVISOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-CLIENTE-ID PIC X(6).
           05 PRESTAMO-TIPO      PIC X(20).
           05 PRESTAMO-PRINCIPAL PIC 9(9)V99.
           05 PRESTAMO-PLAZO     PIC 9(3).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-FECHA     PIC X(10).
           05 PRESTAMO-TASA-VIGENTE PIC 9V99.
           05 PRESTAMO-CUOTA-VIGENTE PIC 9(9)V99.
           05 PRESTAMO-NOMBRE    PIC X(50).
           05 PRESTAMO-EMAIL     PIC X(50).
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.
       01  WS-TASA-NUEVA         PIC 9V99 VALUE 0.
       01  WS-TASA-ANTERIOR      PIC 9V99 VALUE 0.
       01  WS-TASA-HALLADA       PIC X VALUE "N".
       01  WS-CUOTA-ANTERIOR     PIC 9(9)V99 VALUE 0.
       01  WS-CUOTA-NUEVA        PIC 9(9)V99 VALUE 0.
       01  WS-ULTIMA-CUOTA       PIC 9(3) VALUE 0.
       01  WS-CAPITAL-IMPAGO     PIC 9(9)V99 VALUE 0.
       01  WS-NO-FACTURADO       PIC S9(9)V99 VALUE 0.
       01  WS-PLAZO-RESTANTE     PIC S9(3) VALUE 0.
       01  WS-ERROR-PRESTAMO     PIC X VALUE "N".

      * Cuota nivelada (mismo calculo que FacturacionPrestamos).
       01  WS-CALC-PRINCIPAL     PIC 9(9)V99 VALUE 0.
       01  WS-CALC-PLAZO         PIC 9(3) VALUE 0.
       01  WS-CALC-TASA          PIC 9V99 VALUE 0.
       01  WS-CALC-CUOTA         PIC 9(9)V99 VALUE 0.
       01  WS-FACTOR             PIC 9(7)V9(8) VALUE 0.
       01  WS-NUMERADOR          PIC 9(11)V9(8) VALUE 0.
       01  WS-DENOMINADOR        PIC 9(3)V9(8) VALUE 0.
       01  WS-PERIODO            PIC 9(3) VALUE 0.

       01  WS-REVISADOS          PIC 9(7) VALUE 0.
       01  WS-SIN-CORREO         PIC 9(7) VALUE 0.
       01  WS-SIN-TASA           PIC 9(7) VALUE 0.
       01  WS-FALLIDOS           PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-MONTO2-ED          PIC ZZZZZZZZ9.99.
       01  WS-TASA-ED            PIC 9.99.
       01  WS-TASA2-ED           PIC 9.99.
       01  WS-MARCA-CORREO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM CERRAR-ARCHIVOS.
       DISPLAY "Revision de tasas: " WS-REVISADOS
               " prestamos revisados.".
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

       ABRIR-ARCHIVOS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           STRING WS-FECHA-PROCESO(1:4) WS-FECHA-PROCESO(6:2)
                  WS-FECHA-PROCESO(9:2)
                  DELIMITED BY SIZE INTO WS-FECHA-COMPACTA

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "avisos_tasa_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-AVISOS
      * Se agrega: una relanzada del mismo dia no pierde los avisos
      * de los prestamos ya revisados (que no se vuelven a revisar).
           OPEN EXTEND avisos-out
           IF fs-avisos = "35"
              OPEN OUTPUT avisos-out
              CLOSE avisos-out
              OPEN EXTEND avisos-out
           END-IF

           MOVE "revision_tasas_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "REVISION DE PRESTAMOS DE TASA VARIABLE" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "PRESTAMO CLIENTE TASA ANT TASA NUE   CUOTA ANT"
                  DELIMITED BY SIZE
                  "    CUOTA NUEVA PLAZO AVISO" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "RevisionTasas" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-VARIABLES CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     p.tipo_prestamo,
                     p.principal,
                     p.plazo_meses,
                     p.saldo_pendiente,
                     p.fecha_origen,
                     p.tasa_vigente,
                     p.cuota_vigente,
                     COALESCE(c.nombre_cliente, ' '),
                     COALESCE(c.email_cliente, ' ')
              FROM prestamos p
              LEFT JOIN clientes c
                ON c.id_cliente = p.id_cliente
              WHERE p.modalidad_tasa = 'V'
                AND p.estado_prestamo <> 'CANCELAD'
                AND p.saldo_pendiente > 0
              ORDER BY p.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-VARIABLES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM REVISAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-VARIABLES
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-VARIABLES
              INTO :PRESTAMO-ID,
                   :PRESTAMO-CLIENTE-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-PRINCIPAL,
                   :PRESTAMO-PLAZO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-FECHA,
                   :PRESTAMO-TASA-VIGENTE,
                   :PRESTAMO-CUOTA-VIGENTE,
                   :PRESTAMO-NOMBRE,
                   :PRESTAMO-EMAIL
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
           MOVE "Error al recorrer prestamos de tasa variable."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Un prestamo sin tasa vigente registrada (alta anterior a la
      * tasa variable) toma como anterior la de su fecha de origen y
      * como cuota anterior la del plan original.
      ******************************************************************
       REVISAR-PRESTAMO.
           MOVE "N" TO WS-TASA-HALLADA
           CALL "buscar-tasa-prestamo" USING PRESTAMO-TIPO
                                             WS-FECHA-PROCESO
                                             WS-TASA-NUEVA
                                             WS-TASA-HALLADA
           IF WS-TASA-HALLADA = "N"
              ADD 1 TO WS-SIN-TASA
              MOVE "WARN" TO error-severidad
              MOVE "REVISAR-PRESTAMO" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Prestamo " DELIMITED BY SIZE
                     PRESTAMO-ID DELIMITED BY SPACE
                     ": su tipo no tiene tasa vigente, sin revisar."
                     DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM OBTENER-TASA-ANTERIOR
              IF WS-TASA-NUEVA NOT = WS-TASA-ANTERIOR
                 PERFORM REPRECIAR-PRESTAMO
              END-IF
           END-IF
           PERFORM FETCH-PRESTAMO.

       OBTENER-TASA-ANTERIOR.
           IF PRESTAMO-CUOTA-VIGENTE > 0
              MOVE PRESTAMO-TASA-VIGENTE  TO WS-TASA-ANTERIOR
              MOVE PRESTAMO-CUOTA-VIGENTE TO WS-CUOTA-ANTERIOR
           ELSE
              MOVE "N" TO WS-TASA-HALLADA
              CALL "buscar-tasa-prestamo" USING PRESTAMO-TIPO
                                                PRESTAMO-FECHA
                                                WS-TASA-ANTERIOR
                                                WS-TASA-HALLADA
              IF WS-TASA-HALLADA = "N"
                 MOVE 0 TO WS-TASA-ANTERIOR
              END-IF
              MOVE PRESTAMO-PRINCIPAL TO WS-CALC-PRINCIPAL
              MOVE PRESTAMO-PLAZO     TO WS-CALC-PLAZO
              MOVE WS-TASA-ANTERIOR   TO WS-CALC-TASA
              PERFORM CALCULAR-CUOTA-NIVELADA
              MOVE WS-CALC-CUOTA TO WS-CUOTA-ANTERIOR
           END-IF.

      ******************************************************************
      * Nueva cuota sobre el capital no facturado y las cuotas que
      * quedan por emitir. Si ya no queda cuota por emitir solo se
      * registra la tasa (la ultima cuota lleva el capital que falte).
      ******************************************************************
       REPRECIAR-PRESTAMO.
           MOVE "N" TO WS-ERROR-PRESTAMO
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
              MOVE "S" TO WS-ERROR-PRESTAMO
           END-IF

           COMPUTE WS-NO-FACTURADO = PRESTAMO-SALDO - WS-CAPITAL-IMPAGO
           IF WS-NO-FACTURADO < 0
              MOVE 0 TO WS-NO-FACTURADO
           END-IF
           COMPUTE WS-PLAZO-RESTANTE = PRESTAMO-PLAZO - WS-ULTIMA-CUOTA
           IF WS-PLAZO-RESTANTE < 1
              MOVE 1 TO WS-PLAZO-RESTANTE
           END-IF
           MOVE WS-NO-FACTURADO   TO WS-CALC-PRINCIPAL
           MOVE WS-PLAZO-RESTANTE TO WS-CALC-PLAZO
           MOVE WS-TASA-NUEVA     TO WS-CALC-TASA
           PERFORM CALCULAR-CUOTA-NIVELADA
           MOVE WS-CALC-CUOTA TO WS-CUOTA-NUEVA

           IF WS-ERROR-PRESTAMO = "N"
              EXEC SQL
                 UPDATE prestamos
                 SET    tasa_vigente  = :WS-TASA-NUEVA,
                        cuota_vigente = :WS-CUOTA-NUEVA
                 WHERE id_prestamo = :PRESTAMO-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "S" TO WS-ERROR-PRESTAMO
              END-IF
           END-IF

           IF WS-ERROR-PRESTAMO = "N"
              EXEC SQL
                 INSERT INTO prestamos_revisiones
                    (id_prestamo, fecha_revision, tasa_anterior,
                     tasa_nueva, cuota_anterior, cuota_nueva,
                     saldo_base, plazo_restante)
                 VALUES
                    (:PRESTAMO-ID, :WS-FECHA-PROCESO,
                     :WS-TASA-ANTERIOR, :WS-TASA-NUEVA,
                     :WS-CUOTA-ANTERIOR, :WS-CUOTA-NUEVA,
                     :WS-CALC-PRINCIPAL, :WS-CALC-PLAZO)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "S" TO WS-ERROR-PRESTAMO
              END-IF
           END-IF

           IF WS-ERROR-PRESTAMO = "S"
              PERFORM ERROR-REVISION
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              ADD 1 TO WS-REVISADOS
              PERFORM ESCRIBIR-AVISO
           END-IF.

       ERROR-REVISION.
           DISPLAY "Error al revisar " PRESTAMO-ID ": " SQLCODE " - "
                   SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           ADD 1 TO WS-FALLIDOS
           MOVE "ERROR" TO error-severidad
           MOVE "REPRECIAR-PRESTAMO" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Prestamo " DELIMITED BY SIZE
                  PRESTAMO-ID DELIMITED BY SPACE
                  ": no se pudo registrar la revision de tasa."
                  DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       ESCRIBIR-AVISO.
           IF PRESTAMO-EMAIL = SPACES
              ADD 1 TO WS-SIN-CORREO
              MOVE "SIN CORREO" TO WS-MARCA-CORREO
           ELSE
              MOVE "MAILER" TO WS-MARCA-CORREO
              MOVE PRESTAMO-EMAIL    TO AVT-EMAIL
              MOVE PRESTAMO-NOMBRE   TO AVT-NOMBRE
              MOVE PRESTAMO-ID       TO AVT-PRESTAMO
              MOVE WS-FECHA-PROCESO  TO AVT-FECHA-EFECTIVA
              MOVE WS-TASA-ANTERIOR  TO AVT-TASA-ANTERIOR
              MOVE WS-TASA-NUEVA     TO AVT-TASA-NUEVA
              MOVE WS-CUOTA-ANTERIOR TO AVT-CUOTA-ANTERIOR
              MOVE WS-CUOTA-NUEVA    TO AVT-CUOTA-NUEVA
              MOVE PRESTAMO-SALDO    TO AVT-SALDO
              MOVE WS-CALC-PLAZO     TO AVT-PLAZO-RESTANTE
              WRITE aviso-registro
           END-IF

           MOVE WS-TASA-ANTERIOR  TO WS-TASA-ED
           MOVE WS-TASA-NUEVA     TO WS-TASA2-ED
           MOVE WS-CUOTA-ANTERIOR TO WS-MONTO-ED
           MOVE WS-CUOTA-NUEVA    TO WS-MONTO2-ED
           MOVE SPACES TO REP-DETALLE
           STRING PRESTAMO-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRESTAMO-CLIENTE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TASA-ED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-TASA2-ED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CALC-PLAZO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA-CORREO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CALCULAR-CUOTA-NIVELADA.
           IF WS-CALC-TASA = 0
              COMPUTE WS-CALC-CUOTA ROUNDED =
                      WS-CALC-PRINCIPAL / WS-CALC-PLAZO
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM CAPITALIZAR-FACTOR
                  VARYING WS-PERIODO FROM 1 BY 1
                      UNTIL WS-PERIODO > WS-CALC-PLAZO
              COMPUTE WS-NUMERADOR =
                      WS-CALC-PRINCIPAL * WS-CALC-TASA * WS-FACTOR
              COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
              COMPUTE WS-CALC-CUOTA ROUNDED =
                      WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

       CAPITALIZAR-FACTOR.
           COMPUTE WS-FACTOR = WS-FACTOR + (WS-FACTOR * WS-CALC-TASA).

       CERRAR-ARCHIVOS.
           CLOSE avisos-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-REVISADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prestamos revisados:      " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SIN-CORREO TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Avisos sin correo:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SIN-TASA TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Sin tasa vigente:         " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-FALLIDOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Revisiones fallidas:      " DELIMITED BY SIZE
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

       END PROGRAM RevisionTasas.
