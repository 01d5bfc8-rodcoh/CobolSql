      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto mensual de prestamos para la central de
      *          riesgo crediticio (buro). Un registro "D" por
      *          prestamo con los datos del deudor (nombre y domicilio
      *          estructurado de clientes), principal original, saldo
      *          pendiente, plazo, fecha de origen, dias de atraso y
      *          situacion, envuelto con cabecera "H" (origen BURO,
      *          fecha de proceso) y cola "Z" con cantidad y hash de
      *          saldos (ver LOTECTL.CPY), en buro_credito_AAAAMM.txt.
      *          Los dias de atraso se cuentan desde el vencimiento de
      *          la cuota impaga mas vieja de prestamos_cuotas (base
      *          30/360); la situacion es la estado_prestamo que deja
      *          ReporteMorosidad (AL DIA / MORA030 / MORA060 /
      *          MORA090), CANCELAD para la cancelacion anticipada y
      *          PAGADO para un prestamo saldado con sus cuotas. Los
      *          prestamos cerrados entran solo en el mes de su cierre
      *          (ultimo movimiento de prestamos_historia que los dejo
      *          en saldo cero). Un prestamo sin cliente, sin nombre o
      *          sin domicilio completo no se informa: va al listado
      *          de rechazos buro_rechazos_rep.txt para que se
      *          completen los datos antes del proximo envio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractoBuro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT buro-out
            ASSIGN TO DYNAMIC WS-RUTA-BURO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-buro.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  buro-out.
       01  buro-registro.
           05 BUR-TIPO-REGISTRO   PIC X.       *> "D"
           05 BUR-PRESTAMO-ID     PIC X(6).
           05 BUR-CLIENTE-ID      PIC X(6).
           05 BUR-NOMBRE          PIC X(50).
           05 BUR-CALLE           PIC X(50).
           05 BUR-CIUDAD          PIC X(30).
           05 BUR-PROVINCIA       PIC X(20).
           05 BUR-CP              PIC X(10).
           05 BUR-TIPO-PRESTAMO   PIC X(20).
           05 BUR-PRINCIPAL       PIC 9(9)V99.
           05 BUR-SALDO           PIC 9(9)V99.
           05 BUR-PLAZO           PIC 9(3).
           05 BUR-FECHA-ORIGEN    PIC X(10).
           05 BUR-DIAS-ATRASO     PIC 9(4).
           05 BUR-SITUACION       PIC X(8).
           05 BUR-FECHA-CIERRE    PIC X(10).
           COPY LOTECTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-buro               PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-BURO          PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-PRESTAMO-LEIDO.
           05 WS-PL-ID           PIC X(6).
           05 WS-PL-CLIENTE-ID   PIC X(6).
           05 WS-PL-TIPO         PIC X(20).
           05 WS-PL-PRINCIPAL    PIC 9(9)V99.
           05 WS-PL-PLAZO        PIC 9(3).
           05 WS-PL-SALDO        PIC 9(9)V99.
           05 WS-PL-FECHA        PIC X(10).
           05 WS-PL-ESTADO       PIC X(8).
           05 WS-PL-CLIENTE-HALLADO PIC X(6).
           05 WS-PL-NOMBRE       PIC X(50).
           05 WS-PL-CALLE        PIC X(50).
           05 WS-PL-CIUDAD       PIC X(30).
           05 WS-PL-PROVINCIA    PIC X(20).
           05 WS-PL-CP           PIC X(10).
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-VTO-PARTES.
           05 WS-FV-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FV-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FV-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-VTO           PIC 9(7) VALUE 0.
       01  WS-DIAS-ATRASO        PIC S9(7) VALUE 0.
       01  WS-FECHA-COMPACTA     PIC X(6) VALUE SPACES.

       01  WS-VTO-MAS-VIEJO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-CIERRE       PIC X(10) VALUE SPACES.
       01  WS-SITUACION          PIC X(8) VALUE SPACES.
       01  WS-INFORMAR           PIC X VALUE "S".
       01  WS-MOTIVO-RECHAZO     PIC X(40) VALUE SPACES.

       01  WS-ENVIADOS           PIC 9(9) VALUE 0.
       01  WS-CERRADOS-MES       PIC 9(7) VALUE 0.
       01  WS-RECHAZADOS         PIC 9(7) VALUE 0.
       01  WS-HASH-SALDOS        PIC 9(13) VALUE 0.
       01  WS-SALDO-ENTERO       PIC 9(11) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM CERRAR-ARCHIVOS.
       DISPLAY "Buro: " WS-ENVIADOS " prestamos informados, "
               WS-RECHAZADOS " rechazados.".
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
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD
           STRING WS-FECHA-PROCESO(1:4) WS-FECHA-PROCESO(6:2)
                  DELIMITED BY SIZE INTO WS-FECHA-COMPACTA

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "buro_credito_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BURO
           OPEN OUTPUT buro-out
           MOVE "H"              TO CAB-TIPO-REGISTRO
           MOVE "BURO"           TO CAB-ORIGEN
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-NEGOCIO
           WRITE lote-cabecera

           MOVE "buro_rechazos_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "PRESTAMOS NO INFORMADOS AL BURO" TO REP-NOMBRE
           MOVE "PRESTAMO CLIENTE MOTIVO" TO REP-ENCABEZADO-COLS
           MOVE "ExtractoBuro" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      * Prestamos con los datos del cliente; un cliente inexistente
      * llega como '*NOCLI' en el id hallado.
       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-BURO CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     p.tipo_prestamo,
                     p.principal,
                     p.plazo_meses,
                     p.saldo_pendiente,
                     p.fecha_origen,
                     p.estado_prestamo,
                     COALESCE(c.id_cliente, '*NOCLI'),
                     COALESCE(c.nombre_cliente, ' '),
                     COALESCE(c.calle_cliente, ' '),
                     COALESCE(c.ciudad_cliente, ' '),
                     COALESCE(c.provincia_cliente, ' '),
                     COALESCE(c.cp_cliente, ' ')
              FROM prestamos p
              LEFT JOIN clientes c
                ON c.id_cliente = p.id_cliente
              ORDER BY p.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-BURO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM PROCESAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-BURO
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-BURO
              INTO :WS-PL-ID,
                   :WS-PL-CLIENTE-ID,
                   :WS-PL-TIPO,
                   :WS-PL-PRINCIPAL,
                   :WS-PL-PLAZO,
                   :WS-PL-SALDO,
                   :WS-PL-FECHA,
                   :WS-PL-ESTADO,
                   :WS-PL-CLIENTE-HALLADO,
                   :WS-PL-NOMBRE,
                   :WS-PL-CALLE,
                   :WS-PL-CIUDAD,
                   :WS-PL-PROVINCIA,
                   :WS-PL-CP
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

      * Un extracto parcial no se puede enviar: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer prestamos: " SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE "Error de SQL al armar el extracto del buro."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       PROCESAR-PRESTAMO.
           MOVE "S" TO WS-INFORMAR
           MOVE SPACES TO WS-FECHA-CIERRE
           MOVE 0 TO WS-DIAS-ATRASO
           EVALUATE TRUE
              WHEN WS-PL-ESTADO = "CANCELAD"
                 MOVE "CANCELAD" TO WS-SITUACION
                 PERFORM BUSCAR-CIERRE-DEL-MES
              WHEN WS-PL-SALDO = 0
                 MOVE "PAGADO" TO WS-SITUACION
                 PERFORM BUSCAR-CIERRE-DEL-MES
              WHEN WS-PL-ESTADO = SPACES
                 MOVE "AL DIA" TO WS-SITUACION
                 PERFORM CALCULAR-DIAS-ATRASO
              WHEN OTHER
                 MOVE WS-PL-ESTADO TO WS-SITUACION
                 PERFORM CALCULAR-DIAS-ATRASO
           END-EVALUATE

           IF WS-INFORMAR = "S"
              PERFORM VALIDAR-DATOS-CLIENTE
              IF WS-MOTIVO-RECHAZO = SPACES
                 PERFORM ESCRIBIR-PRESTAMO
              ELSE
                 PERFORM RECHAZAR-PRESTAMO
              END-IF
           END-IF
           PERFORM FETCH-PRESTAMO.

      * Un prestamo cerrado se informa solo si el movimiento que lo
      * dejo en cero es del mes de proceso.
       BUSCAR-CIERRE-DEL-MES.
           MOVE "N" TO WS-INFORMAR
           EXEC SQL
              SELECT COALESCE(MAX(fecha_movimiento), ' ')
              INTO :WS-FECHA-CIERRE
              FROM prestamos_historia
              WHERE id_prestamo = :WS-PL-ID
                AND saldo_despues = 0
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           IF WS-FECHA-CIERRE(1:7) = WS-FECHA-PROCESO(1:7)
              MOVE "S" TO WS-INFORMAR
              ADD 1 TO WS-CERRADOS-MES
           END-IF.

       CALCULAR-DIAS-ATRASO.
           EXEC SQL
              SELECT COALESCE(MIN(fecha_vencimiento), ' ')
              INTO :WS-VTO-MAS-VIEJO
              FROM prestamos_cuotas
              WHERE id_prestamo = :WS-PL-ID
                AND estado_cuota <> 'PAGADA'
                AND fecha_vencimiento < :WS-FECHA-PROCESO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           IF WS-VTO-MAS-VIEJO NOT = SPACES
              MOVE WS-VTO-MAS-VIEJO TO WS-FECHA-VTO-PARTES
              COMPUTE WS-DIAS-VTO = WS-FV-AAAA * 360
                      + WS-FV-MM * 30 + WS-FV-DD
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROCESO - WS-DIAS-VTO
              IF WS-DIAS-ATRASO < 0
                 MOVE 0 TO WS-DIAS-ATRASO
              END-IF
              IF WS-DIAS-ATRASO > 9999
                 MOVE 9999 TO WS-DIAS-ATRASO
              END-IF
           END-IF.

       VALIDAR-DATOS-CLIENTE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           EVALUATE TRUE
              WHEN WS-PL-CLIENTE-HALLADO = "*NOCLI"
                 MOVE "cliente inexistente" TO WS-MOTIVO-RECHAZO
              WHEN WS-PL-NOMBRE = SPACES
                 MOVE "cliente sin nombre" TO WS-MOTIVO-RECHAZO
              WHEN WS-PL-CALLE = SPACES
                 MOVE "domicilio sin calle" TO WS-MOTIVO-RECHAZO
              WHEN WS-PL-CIUDAD = SPACES
                 MOVE "domicilio sin ciudad" TO WS-MOTIVO-RECHAZO
              WHEN WS-PL-PROVINCIA = SPACES
                 MOVE "domicilio sin provincia" TO WS-MOTIVO-RECHAZO
              WHEN WS-PL-CP = SPACES
                 MOVE "domicilio sin codigo postal"
                    TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       ESCRIBIR-PRESTAMO.
           MOVE "D"              TO BUR-TIPO-REGISTRO
           MOVE WS-PL-ID         TO BUR-PRESTAMO-ID
           MOVE WS-PL-CLIENTE-ID TO BUR-CLIENTE-ID
           MOVE WS-PL-NOMBRE     TO BUR-NOMBRE
           MOVE WS-PL-CALLE      TO BUR-CALLE
           MOVE WS-PL-CIUDAD     TO BUR-CIUDAD
           MOVE WS-PL-PROVINCIA  TO BUR-PROVINCIA
           MOVE WS-PL-CP         TO BUR-CP
           MOVE WS-PL-TIPO       TO BUR-TIPO-PRESTAMO
           MOVE WS-PL-PRINCIPAL  TO BUR-PRINCIPAL
           MOVE WS-PL-SALDO      TO BUR-SALDO
           MOVE WS-PL-PLAZO      TO BUR-PLAZO
           MOVE WS-PL-FECHA      TO BUR-FECHA-ORIGEN
           MOVE WS-DIAS-ATRASO   TO BUR-DIAS-ATRASO
           MOVE WS-SITUACION     TO BUR-SITUACION
           MOVE WS-FECHA-CIERRE  TO BUR-FECHA-CIERRE
           WRITE buro-registro
           ADD 1 TO WS-ENVIADOS
           COMPUTE WS-SALDO-ENTERO = WS-PL-SALDO * 100
           ADD WS-SALDO-ENTERO TO WS-HASH-SALDOS.

       RECHAZAR-PRESTAMO.
           ADD 1 TO WS-RECHAZADOS
           MOVE SPACES TO REP-DETALLE
           STRING WS-PL-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PL-CLIENTE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-ARCHIVOS.
           MOVE "Z"            TO COLA-TIPO-REGISTRO
           MOVE WS-ENVIADOS    TO COLA-CONTADOR
           MOVE WS-HASH-SALDOS TO COLA-HASH-MONTOS
           WRITE lote-cola
           CLOSE buro-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ENVIADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prestamos informados:   " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CERRADOS-MES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cerrados en el mes:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-RECHAZADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prestamos rechazados:   " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out

           IF WS-RECHAZADOS > 0
              MOVE "WARN" TO error-severidad
              MOVE "CERRAR-ARCHIVOS" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Buro: " DELIMITED BY SIZE
                     WS-RECHAZADOS DELIMITED BY SIZE
                     " prestamos sin datos de cliente, ver "
                     DELIMITED BY SIZE
                     "buro_rechazos_rep.txt" DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM ExtractoBuro.
