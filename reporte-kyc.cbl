      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control mensual de la revision periodica de clientes
      *          (KYC). Emite kyc_rep.txt con los clientes que tienen
      *          el documento de identidad vencido o sin cargar y los
      *          que tienen la revision KYC vencida (proxima revision
      *          anterior a la fecha de proceso) o sin fecha, agrupados
      *          por la sucursal responsable del cliente, con el nombre
      *          de la sucursal del maestro, subtotales por sucursal y
      *          totales generales. Los clientes fallecidos no se
      *          listan. Los clientes sin sucursal salen al principio
      *          bajo "SIN SUCURSAL". Un error de SQL deja el control
      *          incompleto y termina con FATAL y codigo 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteKyc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sucursales-maestro
            ASSIGN TO DYNAMIC WS-RUTA-MAESTRO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-maestro.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-maestro            PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-MAESTRO       PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-MAESTRO        PIC X VALUE "N".

       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO   PIC X(4).
              10 WS-SUM-NOMBRE   PIC X(30).
       01  WS-NUM-SUCURSALES     PIC 9(2) VALUE 0.
       01  WS-S                  PIC 9(2) VALUE 0.
       01  WS-NOMBRE-SUCURSAL    PIC X(30) VALUE SPACES.

       01  WS-CLIENTE-LEIDO.
           05 WS-CL-SUCURSAL     PIC X(4).
           05 WS-CL-ID           PIC X(6).
           05 WS-CL-NOMBRE       PIC X(50).
           05 WS-CL-RIESGO       PIC X(5).
           05 WS-CL-TIPO-DOC     PIC X(3).
           05 WS-CL-NRO-DOC      PIC X(20).
           05 WS-CL-VTO-DOC      PIC X(10).
           05 WS-CL-PROX-REV     PIC X(10).

       01  WS-SUCURSAL-ACTUAL    PIC X(4) VALUE SPACES.
       01  WS-PRIMERA-SUCURSAL   PIC X VALUE "S".
       01  WS-DOC-VENCIDO        PIC X VALUE "N".
       01  WS-REV-VENCIDA        PIC X VALUE "N".
       01  WS-MOTIVO             PIC X(30) VALUE SPACES.
       01  WS-PUNTERO            PIC 9(2) VALUE 1.

       01  WS-SUC-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-SUC-DOCUMENTOS     PIC 9(7) VALUE 0.
       01  WS-SUC-REVISIONES     PIC 9(7) VALUE 0.
       01  WS-TOT-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-TOT-DOCUMENTOS     PIC 9(7) VALUE 0.
       01  WS-TOT-REVISIONES     PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-CANT2-ED           PIC ZZZZZZ9.
       01  WS-CANT3-ED           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-SUCURSALES.
       PERFORM ABRIR-REPORTE.
       PERFORM LISTAR-CLIENTES-KYC.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM REP-FINALIZAR.
       CLOSE reporte-out.
       DISPLAY "KYC: " WS-TOT-CLIENTES " clientes a revisar, "
               WS-TOT-DOCUMENTOS " con documento vencido o sin "
               "cargar, " WS-TOT-REVISIONES " con revision vencida.".
       PERFORM REGISTRAR-RESUMEN.
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
      * Nombres de las sucursales para los titulos de cada grupo. Sin
      * maestro el reporte sale igual, con los codigos solos.
      ******************************************************************
       CARGAR-SUCURSALES.
           MOVE "sucursales_maestro.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MAESTRO
           MOVE 0 TO WS-NUM-SUCURSALES
           OPEN INPUT sucursales-maestro
           IF fs-maestro NOT = "00"
              DISPLAY "Aviso: sin maestro de sucursales."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-SUCURSALES" TO error-parrafo
              MOVE "Reporte KYC sin maestro de sucursales."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-SUCURSAL
              PERFORM GUARDAR-SUCURSAL
                  UNTIL WS-FIN-MAESTRO = "S"
              CLOSE sucursales-maestro
           END-IF.

       LEER-SUCURSAL.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ.

       GUARDAR-SUCURSAL.
           IF WS-NUM-SUCURSALES < 50 AND SUM-CODIGO NOT = SPACES
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-NOMBRE TO WS-SUM-NOMBRE(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.

       ABRIR-REPORTE.
           MOVE "kyc_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           IF fs-reporte NOT = "00"
              DISPLAY "No se pudo abrir kyc_rep.txt. Estado: "
                      fs-reporte
              MOVE "FATAL" TO error-severidad
              MOVE "ABRIR-REPORTE" TO error-parrafo
              MOVE "No se pudo abrir el reporte KYC."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE "CONTROL MENSUAL DE REVISION KYC" TO REP-NOMBRE
           MOVE SPACES       TO REP-ENCABEZADO-COLS
           MOVE "CLIENTE"    TO REP-ENCABEZADO-COLS(1:7)
           MOVE "NOMBRE"     TO REP-ENCABEZADO-COLS(9:6)
           MOVE "RIESGO"     TO REP-ENCABEZADO-COLS(40:6)
           MOVE "VENCE DOC"  TO REP-ENCABEZADO-COLS(47:9)
           MOVE "PROX REVIS" TO REP-ENCABEZADO-COLS(58:10)
           MOVE "MOTIVO"     TO REP-ENCABEZADO-COLS(69:6)
           MOVE "ReporteKyc" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      * Un error de SQL deja el control incompleto: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer clientes: " SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE "Error de SQL en el control KYC de clientes."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Clientes no fallecidos con documento o revision a regularizar,
      * por sucursal responsable. Documento sin numero o sin
      * vencimiento cuenta como documento a regularizar igual que uno
      * vencido; lo mismo una revision sin fecha.
      ******************************************************************
       LISTAR-CLIENTES-KYC.
           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-KYC CURSOR FOR
              SELECT COALESCE(sucursal_cliente, ' '),
                     id_cliente,
                     nombre_cliente,
                     COALESCE(riesgo_cliente, ' '),
                     COALESCE(tipo_documento, ' '),
                     COALESCE(nro_documento, ' '),
                     COALESCE(vencimiento_documento, ' '),
                     COALESCE(proxima_revision_kyc, ' ')
              FROM clientes
              WHERE COALESCE(estado_cliente, ' ') <> 'FALLECIDO'
                AND nombre_cliente <> 'CLIENTE ANONIMIZADO'
                AND (COALESCE(nro_documento, ' ') = ' '
                     OR COALESCE(vencimiento_documento, ' ') = ' '
                     OR vencimiento_documento < :WS-FECHA-PROCESO
                     OR COALESCE(proxima_revision_kyc, ' ') = ' '
                     OR proxima_revision_kyc < :WS-FECHA-PROCESO)
              ORDER BY 1, id_cliente
           END-EXEC
           EXEC SQL
              OPEN CUR-KYC
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           PERFORM FETCH-CLIENTE-KYC
           PERFORM IMPRIMIR-CLIENTE-KYC
               UNTIL WS-FIN-CURSOR = "S"
           IF WS-PRIMERA-SUCURSAL = "N"
              PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           EXEC SQL
              CLOSE CUR-KYC
           END-EXEC.

       FETCH-CLIENTE-KYC.
           EXEC SQL
              FETCH CUR-KYC
              INTO :WS-CL-SUCURSAL, :WS-CL-ID, :WS-CL-NOMBRE,
                   :WS-CL-RIESGO, :WS-CL-TIPO-DOC, :WS-CL-NRO-DOC,
                   :WS-CL-VTO-DOC, :WS-CL-PROX-REV
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       IMPRIMIR-CLIENTE-KYC.
           IF WS-PRIMERA-SUCURSAL = "S"
              OR WS-CL-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
              IF WS-PRIMERA-SUCURSAL = "N"
                 PERFORM IMPRIMIR-SUBTOTAL
              END-IF
              MOVE "N" TO WS-PRIMERA-SUCURSAL
              MOVE WS-CL-SUCURSAL TO WS-SUCURSAL-ACTUAL
              PERFORM IMPRIMIR-TITULO-SUCURSAL
           END-IF

           PERFORM ARMAR-MOTIVO
           ADD 1 TO WS-SUC-CLIENTES
           IF WS-DOC-VENCIDO = "S"
              ADD 1 TO WS-SUC-DOCUMENTOS
           END-IF
           IF WS-REV-VENCIDA = "S"
              ADD 1 TO WS-SUC-REVISIONES
           END-IF

           MOVE SPACES TO REP-DETALLE
           STRING WS-CL-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CL-NOMBRE(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CL-RIESGO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CL-VTO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CL-PROX-REV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM FETCH-CLIENTE-KYC.

       ARMAR-MOTIVO.
           MOVE "N" TO WS-DOC-VENCIDO
           MOVE "N" TO WS-REV-VENCIDA
           MOVE SPACES TO WS-MOTIVO
           MOVE 1 TO WS-PUNTERO
           IF WS-CL-NRO-DOC = SPACES OR WS-CL-VTO-DOC = SPACES
              MOVE "S" TO WS-DOC-VENCIDO
              STRING "SIN DOCUMENTO" DELIMITED BY SIZE
                     INTO WS-MOTIVO WITH POINTER WS-PUNTERO
           ELSE
              IF WS-CL-VTO-DOC < WS-FECHA-PROCESO
                 MOVE "S" TO WS-DOC-VENCIDO
                 STRING "DOC VENCIDO" DELIMITED BY SIZE
                        INTO WS-MOTIVO WITH POINTER WS-PUNTERO
              END-IF
           END-IF
           IF WS-CL-PROX-REV = SPACES
              OR WS-CL-PROX-REV < WS-FECHA-PROCESO
              MOVE "S" TO WS-REV-VENCIDA
              IF WS-PUNTERO > 1
                 STRING "/" DELIMITED BY SIZE
                        INTO WS-MOTIVO WITH POINTER WS-PUNTERO
              END-IF
              IF WS-CL-PROX-REV = SPACES
                 STRING "SIN REVISION" DELIMITED BY SIZE
                        INTO WS-MOTIVO WITH POINTER WS-PUNTERO
              ELSE
                 STRING "REV VENCIDA" DELIMITED BY SIZE
                        INTO WS-MOTIVO WITH POINTER WS-PUNTERO
              END-IF
           END-IF.

       IMPRIMIR-TITULO-SUCURSAL.
           MOVE SPACES TO WS-NOMBRE-SUCURSAL
           IF WS-SUCURSAL-ACTUAL = SPACES
              MOVE "SIN SUCURSAL" TO WS-NOMBRE-SUCURSAL
           ELSE
              PERFORM BUSCAR-NOMBRE-SUCURSAL
                  VARYING WS-S FROM 1 BY 1
                  UNTIL WS-S > WS-NUM-SUCURSALES
           END-IF
           MOVE 0 TO WS-SUC-CLIENTES
           MOVE 0 TO WS-SUC-DOCUMENTOS
           MOVE 0 TO WS-SUC-REVISIONES
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "SUCURSAL " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       BUSCAR-NOMBRE-SUCURSAL.
           IF WS-SUM-CODIGO(WS-S) = WS-SUCURSAL-ACTUAL
              MOVE WS-SUM-NOMBRE(WS-S) TO WS-NOMBRE-SUCURSAL
           END-IF.

       IMPRIMIR-SUBTOTAL.
           MOVE WS-SUC-CLIENTES   TO WS-CANT-ED
           MOVE WS-SUC-DOCUMENTOS TO WS-CANT2-ED
           MOVE WS-SUC-REVISIONES TO WS-CANT3-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Subtotal sucursal " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                  ": clientes " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  documento " DELIMITED BY SIZE
                  WS-CANT2-ED DELIMITED BY SIZE
                  "  revision " DELIMITED BY SIZE
                  WS-CANT3-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           ADD WS-SUC-CLIENTES   TO WS-TOT-CLIENTES
           ADD WS-SUC-DOCUMENTOS TO WS-TOT-DOCUMENTOS
           ADD WS-SUC-REVISIONES TO WS-TOT-REVISIONES.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CLIENTES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Clientes a revisar:               " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-DOCUMENTOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Documento vencido o sin cargar:   " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-REVISIONES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Revision vencida o sin fecha:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       REGISTRAR-RESUMEN.
           MOVE WS-TOT-CLIENTES TO WS-CANT-ED
           MOVE "INFO" TO error-severidad
           MOVE "REGISTRAR-RESUMEN" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Control KYC: clientes a revisar " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM ReporteKyc.
