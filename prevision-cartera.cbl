      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prevision por incobrabilidad de la cartera de
      *          prestamos, de fin de mes. Aplica a saldo_pendiente
      *          de cada prestamo vigente el porcentaje de su tramo de
      *          mora (estado_prestamo que deja ReporteMorosidad: AL
      *          DIA / MORA030 / MORA060 / MORA090), tomado del
      *          archivo de parametros prevision_tramos.dat (un
      *          registro por tramo: tramo X(8) y porcentaje 9V9999).
      *          La prevision requerida se compara con la del ultimo
      *          mes anterior registrado en prevision_historia.txt: un
      *          aumento se constituye y una baja se libera con un
      *          ajuste pendiente de motivo PROV, que el proximo lote
      *          de InterfazContable asienta balanceado contra el
      *          mapeo "Ajuste PROV" de cuentas_contables.dat (debe:
      *          cargo por prevision, haber: prevision de cartera; la
      *          liberacion va con las patas invertidas). Emite
      *          prevision_rep.txt por cliente, con totales por tipo
      *          de prestamo y por tramo. Un mes que ya tiene su
      *          prevision registrada no se vuelve a asentar: el
      *          reporte sale igual y queda un WARN. Sin el archivo de
      *          parametros no hay prevision posible y es FATAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisionCartera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT historia-file
            ASSIGN TO DYNAMIC WS-RUTA-HISTORIA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-historia.

           SELECT ajustes-pendientes
            ASSIGN TO DYNAMIC WS-RUTA-AJUSTES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       01  parametro-registro.
           05 PRM-TRAMO           PIC X(8).
           05 PRM-PCT             PIC 9V9999.

      * Una linea por mes provisionado: la prevision total requerida
      * que quedo asentada y el ajuste que la llevo ahi.
       FD  historia-file.
       01  historia-registro.
           05 PRH-FECHA           PIC X(10).
           05 PRH-REQUERIDA       PIC 9(11)V99.
           05 PRH-ANTERIOR        PIC 9(11)V99.
           05 PRH-NATURALEZA      PIC X.       *> H=constituye D=libera
           05 PRH-AJUSTE          PIC 9(11)V99.

       FD  ajustes-pendientes.
       01  ajuste-pendiente-registro.
           05 AJP-FECHA           PIC X(10).
           05 AJP-CUENTA          PIC X(6).
           05 AJP-NATURALEZA      PIC X.
           05 AJP-MONTO           PIC 9(9)V99.
           05 AJP-MOTIVO          PIC X(4).
           05 AJP-OPERADOR        PIC X(8).
           05 AJP-AUTORIZA        PIC X(8).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-historia           PIC XX.
       01  fs-pendientes         PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-HISTORIA      PIC X(120) VALUE SPACES.
       01  WS-RUTA-AJUSTES       PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-CLIENTE-ID PIC X(6).
           05 PRESTAMO-TIPO      PIC X(20).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-ESTADO    PIC X(8).
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FIN-PARAMETROS     PIC X VALUE "N".
       01  WS-FIN-HISTORIA       PIC X VALUE "N".

      * Porcentajes por tramo y acumulados del tramo para el reporte.
       01  WS-TRAMOS.
           05 WS-TRM-FILA OCCURS 10 TIMES.
              10 WS-TRM-TRAMO    PIC X(8).
              10 WS-TRM-PCT      PIC 9V9999.
              10 WS-TRM-CANT     PIC 9(5).
              10 WS-TRM-SALDO    PIC 9(11)V99.
              10 WS-TRM-PREVISION PIC 9(11)V99.
       01  WS-NUM-TRAMOS         PIC 9(2) VALUE 0.
       01  WS-TRM-IDX            PIC 9(2) VALUE 0.

       01  WS-TIPOS.
           05 WS-TIP-FILA OCCURS 30 TIMES.
              10 WS-TIP-TIPO     PIC X(20).
              10 WS-TIP-CANT     PIC 9(5).
              10 WS-TIP-SALDO    PIC 9(11)V99.
              10 WS-TIP-PREVISION PIC 9(11)V99.
       01  WS-NUM-TIPOS          PIC 9(2) VALUE 0.
       01  WS-TIP-IDX            PIC 9(2) VALUE 0.
       01  WS-I                  PIC 9(2) VALUE 0.

       01  WS-PCT-PRESTAMO       PIC 9V9999 VALUE 0.
       01  WS-PREVISION-PRESTAMO PIC 9(9)V99 VALUE 0.
       01  WS-CLIENTE-ANTERIOR   PIC X(6) VALUE SPACES.
       01  WS-PREVISION-CLIENTE  PIC 9(11)V99 VALUE 0.
       01  WS-SALDO-CLIENTE      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SALDO        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-REQUERIDA    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ANTERIOR     PIC 9(11)V99 VALUE 0.
       01  WS-DIFERENCIA         PIC S9(11)V99 VALUE 0.
       01  WS-MONTO-AJUSTE       PIC 9(11)V99 VALUE 0.
       01  WS-NATURALEZA-AJUSTE  PIC X VALUE SPACES.
      * AJP-MONTO no llega a 9(11)V99: un ajuste mayor se parte en
      * varios registros de hasta WS-TOPE-AJP cada uno.
       01  WS-TOPE-AJP           PIC 9(9)V99 VALUE 999999999.99.
       01  WS-RESTO-AJUSTE       PIC 9(11)V99 VALUE 0.
       01  WS-SIN-TRAMO          PIC 9(5) VALUE 0.

      * El mes de la corrida y el del ultimo registro de historia.
       01  WS-MES-PROCESO        PIC X(7) VALUE SPACES.
       01  WS-MES-YA-REGISTRADO  PIC X VALUE "N".
       01  WS-FECHA-ANTERIOR     PIC X(10) VALUE SPACES.

       01  WS-PCT-ED             PIC 9.9999.
       01  WS-SALDO-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-PREVISION-ED       PIC ZZZZZZZZZZ9.99.
       01  WS-DIFERENCIA-ED      PIC -ZZZZZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS.
       PERFORM LEER-PREVISION-ANTERIOR.
       PERFORM ABRIR-REPORTE.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM CALCULAR-AJUSTE.
       PERFORM IMPRIMIR-TOTALES.
       IF WS-MES-YA-REGISTRADO = "N"
          PERFORM REGISTRAR-AJUSTE
       ELSE
          PERFORM AVISAR-MES-REGISTRADO
       END-IF.
       PERFORM REP-FINALIZAR.
       CLOSE reporte-out.
       DISPLAY "Prevision requerida: " WS-TOTAL-REQUERIDA
               " anterior: " WS-TOTAL-ANTERIOR.
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
      * Porcentajes por tramo. Sin parametros la prevision no se
      * puede calcular: FATAL y la cadena se detiene.
      ******************************************************************
       CARGAR-PARAMETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO(1:7) TO WS-MES-PROCESO
           MOVE "prevision_tramos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE 0 TO WS-NUM-TRAMOS
           OPEN INPUT parametros-file
           IF fs-parametros NOT = "00"
              DISPLAY "No se pudo abrir prevision_tramos.dat. "
                      "Estado: " fs-parametros
              PERFORM ERROR-PARAMETROS
           END-IF
           PERFORM LEER-PARAMETRO
           PERFORM GUARDAR-PARAMETRO
               UNTIL WS-FIN-PARAMETROS = "S"
           CLOSE parametros-file
           IF WS-NUM-TRAMOS = 0
              DISPLAY "prevision_tramos.dat no tiene tramos."
              PERFORM ERROR-PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ parametros-file
                AT END MOVE "S" TO WS-FIN-PARAMETROS
           END-READ.

       GUARDAR-PARAMETRO.
           IF WS-NUM-TRAMOS < 10
              ADD 1 TO WS-NUM-TRAMOS
              MOVE PRM-TRAMO TO WS-TRM-TRAMO(WS-NUM-TRAMOS)
              MOVE PRM-PCT   TO WS-TRM-PCT(WS-NUM-TRAMOS)
              MOVE 0 TO WS-TRM-CANT(WS-NUM-TRAMOS)
              MOVE 0 TO WS-TRM-SALDO(WS-NUM-TRAMOS)
              MOVE 0 TO WS-TRM-PREVISION(WS-NUM-TRAMOS)
           END-IF
           PERFORM LEER-PARAMETRO.

       ERROR-PARAMETROS.
           MOVE "FATAL" TO error-severidad
           MOVE "CARGAR-PARAMETROS" TO error-parrafo
           MOVE "Faltan los porcentajes de prevision por tramo."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Prevision anterior: la del ultimo registro de un mes anterior
      * al de proceso. Si el mes de proceso ya esta registrado la
      * prevision de este mes ya se asento.
      ******************************************************************
       LEER-PREVISION-ANTERIOR.
           MOVE 0 TO WS-TOTAL-ANTERIOR
           MOVE SPACES TO WS-FECHA-ANTERIOR
           MOVE "prevision_historia.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-HISTORIA
           OPEN INPUT historia-file
           IF fs-historia = "00"
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-HISTORIA
                  UNTIL WS-FIN-HISTORIA = "S"
              CLOSE historia-file
           END-IF.

       LEER-HISTORIA.
           READ historia-file
                AT END MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       EVALUAR-HISTORIA.
           IF PRH-FECHA(1:7) = WS-MES-PROCESO
              MOVE "S" TO WS-MES-YA-REGISTRADO
           ELSE
              IF PRH-FECHA(1:7) < WS-MES-PROCESO
                 AND PRH-FECHA > WS-FECHA-ANTERIOR
                 MOVE PRH-FECHA     TO WS-FECHA-ANTERIOR
                 MOVE PRH-REQUERIDA TO WS-TOTAL-ANTERIOR
              END-IF
           END-IF
           PERFORM LEER-HISTORIA.

       ABRIR-REPORTE.
           MOVE "prevision_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "PREVISION DE CARTERA DE PRESTAMOS" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "CLIENTE PRESTAMO TIPO                 TRAMO   "
                  DELIMITED BY SIZE
                  "        SALDO    PCT     PREVISION"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "PrevisionCartera" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE SPACES TO WS-CLIENTE-ANTERIOR

           EXEC SQL
              DECLARE CUR-PREVISION CURSOR FOR
              SELECT id_prestamo,
                     id_cliente,
                     tipo_prestamo,
                     saldo_pendiente,
                     estado_prestamo
              FROM prestamos
              WHERE estado_prestamo <> 'CANCELAD'
                AND saldo_pendiente > 0
              ORDER BY id_cliente, id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PREVISION
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM PROVISIONAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PREVISION
           END-EXEC

           IF WS-CLIENTE-ANTERIOR NOT = SPACES
              PERFORM IMPRIMIR-TOTAL-CLIENTE
           END-IF.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-PREVISION
              INTO :PRESTAMO-ID,
                   :PRESTAMO-CLIENTE-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

      * Sin una prevision completa no se asienta nada: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer prestamos: " SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "FETCH-PRESTAMO" TO error-parrafo
           MOVE "Error al recorrer prestamos para la prevision."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       PROVISIONAR-PRESTAMO.
           IF PRESTAMO-CLIENTE-ID NOT = WS-CLIENTE-ANTERIOR
              IF WS-CLIENTE-ANTERIOR NOT = SPACES
                 PERFORM IMPRIMIR-TOTAL-CLIENTE
              END-IF
              MOVE PRESTAMO-CLIENTE-ID TO WS-CLIENTE-ANTERIOR
              MOVE 0 TO WS-PREVISION-CLIENTE
              MOVE 0 TO WS-SALDO-CLIENTE
           END-IF

           IF PRESTAMO-ESTADO = SPACES
              MOVE "AL DIA" TO PRESTAMO-ESTADO
           END-IF
           PERFORM BUSCAR-TRAMO
           IF WS-TRM-IDX = 0
              MOVE 0 TO WS-PCT-PRESTAMO
              ADD 1 TO WS-SIN-TRAMO
              MOVE "WARN" TO error-severidad
              MOVE "PROVISIONAR-PRESTAMO" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Prestamo " DELIMITED BY SIZE
                     PRESTAMO-ID DELIMITED BY SPACE
                     ": tramo sin porcentaje de prevision "
                     DELIMITED BY SIZE
                     PRESTAMO-ESTADO DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              MOVE WS-TRM-PCT(WS-TRM-IDX) TO WS-PCT-PRESTAMO
           END-IF
           COMPUTE WS-PREVISION-PRESTAMO ROUNDED =
                   PRESTAMO-SALDO * WS-PCT-PRESTAMO

           ADD PRESTAMO-SALDO        TO WS-SALDO-CLIENTE
           ADD WS-PREVISION-PRESTAMO TO WS-PREVISION-CLIENTE
           ADD PRESTAMO-SALDO        TO WS-TOTAL-SALDO
           ADD WS-PREVISION-PRESTAMO TO WS-TOTAL-REQUERIDA
           IF WS-TRM-IDX > 0
              ADD 1 TO WS-TRM-CANT(WS-TRM-IDX)
              ADD PRESTAMO-SALDO TO WS-TRM-SALDO(WS-TRM-IDX)
              ADD WS-PREVISION-PRESTAMO
                 TO WS-TRM-PREVISION(WS-TRM-IDX)
           END-IF
           PERFORM ACUMULAR-TIPO
           PERFORM IMPRIMIR-PRESTAMO
           PERFORM FETCH-PRESTAMO.

       BUSCAR-TRAMO.
           MOVE 0 TO WS-TRM-IDX
           PERFORM COMPARAR-TRAMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-TRAMOS.

       COMPARAR-TRAMO.
           IF WS-TRM-TRAMO(WS-I) = PRESTAMO-ESTADO
              MOVE WS-I TO WS-TRM-IDX
           END-IF.

      * Totales por tipo de prestamo; los tipos que no entran en la
      * tabla se acumulan en la ultima fila como "OTROS".
       ACUMULAR-TIPO.
           MOVE 0 TO WS-TIP-IDX
           PERFORM COMPARAR-TIPO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-TIPOS
           IF WS-TIP-IDX = 0
              IF WS-NUM-TIPOS < 30
                 ADD 1 TO WS-NUM-TIPOS
                 MOVE PRESTAMO-TIPO TO WS-TIP-TIPO(WS-NUM-TIPOS)
                 MOVE 0 TO WS-TIP-CANT(WS-NUM-TIPOS)
                 MOVE 0 TO WS-TIP-SALDO(WS-NUM-TIPOS)
                 MOVE 0 TO WS-TIP-PREVISION(WS-NUM-TIPOS)
              ELSE
                 MOVE "OTROS" TO WS-TIP-TIPO(WS-NUM-TIPOS)
              END-IF
              MOVE WS-NUM-TIPOS TO WS-TIP-IDX
           END-IF
           ADD 1 TO WS-TIP-CANT(WS-TIP-IDX)
           ADD PRESTAMO-SALDO TO WS-TIP-SALDO(WS-TIP-IDX)
           ADD WS-PREVISION-PRESTAMO TO WS-TIP-PREVISION(WS-TIP-IDX).

       COMPARAR-TIPO.
           IF WS-TIP-TIPO(WS-I) = PRESTAMO-TIPO
              MOVE WS-I TO WS-TIP-IDX
           END-IF.

       IMPRIMIR-PRESTAMO.
           MOVE PRESTAMO-SALDO        TO WS-SALDO-ED
           MOVE WS-PCT-PRESTAMO       TO WS-PCT-ED
           MOVE WS-PREVISION-PRESTAMO TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING PRESTAMO-CLIENTE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PRESTAMO-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRESTAMO-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRESTAMO-ESTADO DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTAL-CLIENTE.
           MOVE WS-SALDO-CLIENTE     TO WS-SALDO-ED
           MOVE WS-PREVISION-CLIENTE TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   Total del cliente " DELIMITED BY SIZE
                  WS-CLIENTE-ANTERIOR DELIMITED BY SIZE
                  ":                  " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * Diferencia contra la prevision anterior: positiva constituye
      * (ajuste "H": debe cargo, haber prevision), negativa libera
      * (ajuste "D": patas invertidas).
      ******************************************************************
       CALCULAR-AJUSTE.
           COMPUTE WS-DIFERENCIA =
                   WS-TOTAL-REQUERIDA - WS-TOTAL-ANTERIOR
           IF WS-DIFERENCIA < 0
              MOVE "D" TO WS-NATURALEZA-AJUSTE
              COMPUTE WS-MONTO-AJUSTE = 0 - WS-DIFERENCIA
           ELSE
              MOVE "H" TO WS-NATURALEZA-AJUSTE
              MOVE WS-DIFERENCIA TO WS-MONTO-AJUSTE
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "TOTALES POR TIPO DE PRESTAMO:" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-TOTAL-TIPO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-TIPOS
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "TOTALES POR TRAMO DE MORA:" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-TOTAL-TRAMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-TRAMOS
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE WS-TOTAL-SALDO TO WS-SALDO-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cartera vigente:        " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-REQUERIDA TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prevision requerida:    " DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-ANTERIOR TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Prevision anterior:     " DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-FECHA-ANTERIOR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
           MOVE SPACES TO REP-DETALLE
           EVALUATE TRUE
              WHEN WS-MES-YA-REGISTRADO = "S"
                 STRING "Diferencia:            " DELIMITED BY SIZE
                        WS-DIFERENCIA-ED DELIMITED BY SIZE
                        "  (mes ya asentado, sin ajuste)"
                        DELIMITED BY SIZE
                        INTO REP-DETALLE
              WHEN WS-NATURALEZA-AJUSTE = "D"
                 STRING "Liberacion:            " DELIMITED BY SIZE
                        WS-DIFERENCIA-ED DELIMITED BY SIZE
                        INTO REP-DETALLE
              WHEN OTHER
                 STRING "Constitucion:          " DELIMITED BY SIZE
                        WS-DIFERENCIA-ED DELIMITED BY SIZE
                        INTO REP-DETALLE
           END-EVALUATE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-SIN-TRAMO > 0
              MOVE WS-SIN-TRAMO TO WS-CANT-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Prestamos con tramo sin porcentaje: "
                     DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       IMPRIMIR-TOTAL-TIPO.
           MOVE WS-TIP-CANT(WS-I)      TO WS-CANT-ED
           MOVE WS-TIP-SALDO(WS-I)     TO WS-SALDO-ED
           MOVE WS-TIP-PREVISION(WS-I) TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   " DELIMITED BY SIZE
                  WS-TIP-TIPO(WS-I) DELIMITED BY SIZE
                  " Prest: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " Saldo: " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  " Prev: " DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTAL-TRAMO.
           MOVE WS-TRM-CANT(WS-I)      TO WS-CANT-ED
           MOVE WS-TRM-PCT(WS-I)       TO WS-PCT-ED
           MOVE WS-TRM-SALDO(WS-I)     TO WS-SALDO-ED
           MOVE WS-TRM-PREVISION(WS-I) TO WS-PREVISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   " DELIMITED BY SIZE
                  WS-TRM-TRAMO(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  " Prest: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " Saldo: " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  " Prev: " DELIMITED BY SIZE
                  WS-PREVISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * El ajuste va a ajustes_pendientes.txt con motivo PROV y el
      * mes queda anotado en la historia con la prevision requerida,
      * que sera la "anterior" del mes siguiente. Diferencia cero: no
      * hay asiento pero el mes se anota igual. Un ajuste que no cabe
      * en AJP-MONTO se parte en varios registros y se avisa con
      * ERROR para que Contabilidad lo revise.
      ******************************************************************
       REGISTRAR-AJUSTE.
           IF WS-MONTO-AJUSTE > 0
              MOVE "ajustes_pendientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
              CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                        WS-RUTA-AJUSTES
              OPEN EXTEND ajustes-pendientes
              IF fs-pendientes = "35"
                 OPEN OUTPUT ajustes-pendientes
                 CLOSE ajustes-pendientes
                 OPEN EXTEND ajustes-pendientes
              END-IF
              IF WS-MONTO-AJUSTE > WS-TOPE-AJP
                 DISPLAY "Ajuste de prevision mayor que el tope de un "
                         "asiento: se parte en varios."
                 MOVE "ERROR" TO error-severidad
                 MOVE "REGISTRAR-AJUSTE" TO error-parrafo
                 MOVE "Ajuste de prevision partido en varios asientos."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              END-IF
              MOVE WS-MONTO-AJUSTE TO WS-RESTO-AJUSTE
              PERFORM ESCRIBIR-AJUSTE-PREVISION
                  UNTIL WS-RESTO-AJUSTE = 0
              CLOSE ajustes-pendientes
           END-IF

           OPEN EXTEND historia-file
           IF fs-historia = "35"
              OPEN OUTPUT historia-file
              CLOSE historia-file
              OPEN EXTEND historia-file
           END-IF
           MOVE WS-FECHA-PROCESO     TO PRH-FECHA
           MOVE WS-TOTAL-REQUERIDA   TO PRH-REQUERIDA
           MOVE WS-TOTAL-ANTERIOR    TO PRH-ANTERIOR
           MOVE WS-NATURALEZA-AJUSTE TO PRH-NATURALEZA
           MOVE WS-MONTO-AJUSTE      TO PRH-AJUSTE
           WRITE historia-registro
           CLOSE historia-file.

       ESCRIBIR-AJUSTE-PREVISION.
           MOVE WS-FECHA-PROCESO     TO AJP-FECHA
           MOVE "PREVIS"             TO AJP-CUENTA
           MOVE WS-NATURALEZA-AJUSTE TO AJP-NATURALEZA
           IF WS-RESTO-AJUSTE > WS-TOPE-AJP
              MOVE WS-TOPE-AJP       TO AJP-MONTO
           ELSE
              MOVE WS-RESTO-AJUSTE   TO AJP-MONTO
           END-IF
           MOVE "PROV"               TO AJP-MOTIVO
           MOVE "PREVISIO"           TO AJP-OPERADOR
           MOVE SPACES               TO AJP-AUTORIZA
           WRITE ajuste-pendiente-registro
           SUBTRACT AJP-MONTO FROM WS-RESTO-AJUSTE.

       AVISAR-MES-REGISTRADO.
           DISPLAY "La prevision del mes " WS-MES-PROCESO
                   " ya estaba asentada; no se genera ajuste."
           MOVE "WARN" TO error-severidad
           MOVE "AVISAR-MES-REGISTRADO" TO error-parrafo
           MOVE "Prevision del mes ya asentada: corrida sin ajuste."
                TO mensaje-error
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

       END PROGRAM PrevisionCartera.
