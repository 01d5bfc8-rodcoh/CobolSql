      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida nocturna de cartas de cobranza. Por cada
      *          prestamo que ReporteMorosidad dejo en MORA030,
      *          MORA060 o MORA090 arma una carta con la plantilla de
      *          ese tramo (la redaccion se endurece con el atraso) y
      *          la deja en cartas_cobranza_AAAAMMDD.txt para la
      *          imprenta y el mailer: un registro "C" con los datos
      *          del cliente (nombre, domicilio estructurado y correo
      *          de clientes), el tramo, el atraso y las cuotas
      *          vencidas impagas, seguido de un registro "L" por cada
      *          linea de texto de la carta.
      *          Plantillas: plantillas_cobranza.dat, un registro por
      *          linea con el tramo (MORA030 / MORA060 / MORA090) en
      *          las columnas 1-7 y el texto en las 8-87, en el orden
      *          en que van en la carta. En el texto se reemplazan
      *          &NOMBRE&, &PRESTAMO&, &ATRASO&, &CUOTAS&, &SALDO& y
      *          &FECHA& por los datos del prestamo.
      *          Cada carta emitida queda en la tabla
      *          prestamos_cartas (id_prestamo, fecha_carta,
      *          nivel_mora, atraso, cuotas_atrasadas, canal). Un
      *          prestamo no recibe otra carta del mismo tramo hasta
      *          que pasen los dias de parametros_cobranza.dat
      *          (columnas 1-3, por omision 30); al pasar a un tramo
      *          peor la carta nueva sale sin esperar.
      *          Un cliente sin correo recibe la carta por correo
      *          postal; sin correo ni domicilio completo, o sin
      *          plantilla para su tramo, la carta no se emite y queda
      *          en el reporte cartas_cobranza_rep.txt para Cobranzas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CartasCobranza.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-cobranza
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT plantillas-cobranza
            ASSIGN TO DYNAMIC WS-RUTA-PLANTILLAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plantillas.

           SELECT cartas-out
            ASSIGN TO DYNAMIC WS-RUTA-CARTAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-cartas.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-cobranza.
       01  parametro-cobranza-registro.
           05 PCO-DIAS-REPETICION PIC 9(3).

       FD  plantillas-cobranza.
       01  plantilla-registro.
           05 PLC-NIVEL           PIC X(7).
           05 PLC-TEXTO           PIC X(80).

       FD  cartas-out.
       01  carta-cabecera.
           05 CCA-TIPO-REGISTRO   PIC X.       *> "C"
           05 CCA-PRESTAMO        PIC X(6).
           05 CCA-CLIENTE         PIC X(6).
           05 CCA-NIVEL           PIC X(7).
           05 CCA-FECHA           PIC X(10).
           05 CCA-CANAL           PIC X(6).    *> CORREO / POSTAL
           05 CCA-EMAIL           PIC X(50).
           05 CCA-NOMBRE          PIC X(50).
           05 CCA-CALLE           PIC X(50).
           05 CCA-CIUDAD          PIC X(30).
           05 CCA-PROVINCIA       PIC X(20).
           05 CCA-CP              PIC X(10).
           05 CCA-ATRASO          PIC 9(9)V99.
           05 CCA-CUOTAS          PIC 9(3).
       01  carta-linea.
           05 CLN-TIPO-REGISTRO   PIC X.       *> "L"
           05 CLN-PRESTAMO        PIC X(6).
           05 CLN-NRO-LINEA       PIC 9(2).
           05 CLN-TEXTO           PIC X(100).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-plantillas         PIC XX.
       01  fs-cartas             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLANTILLAS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-CARTAS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-CLIENTE-ID PIC X(6).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-NIVEL     PIC X(8).
           05 PRESTAMO-NOMBRE    PIC X(50).
           05 PRESTAMO-CALLE     PIC X(50).
           05 PRESTAMO-CIUDAD    PIC X(30).
           05 PRESTAMO-PROVINCIA PIC X(20).
           05 PRESTAMO-CP        PIC X(10).
           05 PRESTAMO-EMAIL     PIC X(50).
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-DIAS-REPETICION    PIC 9(3) VALUE 30.
       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-CARTA-PARTES.
           05 WS-FC-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FC-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FC-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-CARTA         PIC 9(7) VALUE 0.
       01  WS-DIAS-DESDE-CARTA   PIC S9(7) VALUE 0.
       01  WS-ULTIMA-CARTA       PIC X(10) VALUE SPACES.

       01  WS-ATRASO             PIC 9(9)V99 VALUE 0.
       01  WS-CUOTAS-ATRASADAS   PIC 9(3) VALUE 0.
       01  WS-CANAL              PIC X(6) VALUE SPACES.
       01  WS-MOTIVO             PIC X(30) VALUE SPACES.
       01  WS-EMITIR             PIC X VALUE "S".

      * Plantillas cargadas en el orden del archivo.
       01  WS-PLANTILLAS.
           05 WS-PLT-FILA OCCURS 90 TIMES.
              10 WS-PLT-NIVEL    PIC X(7).
              10 WS-PLT-TEXTO    PIC X(80).
       01  WS-NUM-PLANTILLAS     PIC 9(3) VALUE 0.
       01  WS-PLANTILLAS-EXCEDIDAS PIC X VALUE "N".
       01  WS-FIN-PLANTILLAS     PIC X VALUE "N".
       01  WS-P                  PIC 9(3) VALUE 0.
       01  WS-LINEAS-NIVEL       PIC 9(3) VALUE 0.
       01  WS-NRO-LINEA          PIC 9(2) VALUE 0.

      * Armado de una linea de carta: el texto de la plantilla se
      * parte en los "&"; los trozos impares son texto fijo y los
      * pares el nombre del dato a reemplazar.
       01  WS-TEXTO-PLANTILLA    PIC X(80) VALUE SPACES.
       01  WS-LINEA-CARTA        PIC X(100) VALUE SPACES.
       01  WS-TROZO              PIC X(80) VALUE SPACES.
       01  WS-LARGO-TROZO        PIC 9(3) VALUE 0.
       01  WS-PUNTERO-ENT        PIC 9(3) VALUE 0.
       01  WS-PUNTERO-SAL        PIC 9(3) VALUE 0.
       01  WS-TIPO-TROZO         PIC X VALUE "T".
       01  WS-DATO-TXT           PIC X(20) VALUE SPACES.
       01  WS-BLANCOS            PIC 9(3) VALUE 0.
       01  WS-IMPORTE-ED         PIC ZZZZZZZZ9.99.
       01  WS-CUOTAS-ED          PIC ZZ9.

       01  WS-EMITIDAS           PIC 9(7) VALUE 0.
       01  WS-EMITIDAS-30        PIC 9(7) VALUE 0.
       01  WS-EMITIDAS-60        PIC 9(7) VALUE 0.
       01  WS-EMITIDAS-90        PIC 9(7) VALUE 0.
       01  WS-POSTALES           PIC 9(7) VALUE 0.
       01  WS-REPETIDAS          PIC 9(7) VALUE 0.
       01  WS-NO-EMITIDAS        PIC 9(7) VALUE 0.
       01  WS-FALLIDAS           PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-DIAS-ED            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS.
       PERFORM CARGAR-PLANTILLAS.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM CERRAR-ARCHIVOS.
       DISPLAY "Cartas de cobranza emitidas: " WS-EMITIDAS.
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

      * Sin archivo de parametros: 30 dias entre cartas del mismo
      * tramo.
       CARGAR-PARAMETROS.
           MOVE "parametros_cobranza.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           OPEN INPUT parametros-cobranza
           IF fs-parametros = "00"
              READ parametros-cobranza
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PCO-DIAS-REPETICION NUMERIC
                       AND PCO-DIAS-REPETICION > 0
                       MOVE PCO-DIAS-REPETICION TO WS-DIAS-REPETICION
                    END-IF
              END-READ
              CLOSE parametros-cobranza
           END-IF.

      * Sin archivo de plantillas la corrida sigue: ningun prestamo
      * tiene plantilla, no se emite nada y el reporte los lista a
      * todos para que se carguen las plantillas y se relance.
       CARGAR-PLANTILLAS.
           MOVE "plantillas_cobranza.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PLANTILLAS
           MOVE 0 TO WS-NUM-PLANTILLAS
           OPEN INPUT plantillas-cobranza
           IF fs-plantillas NOT = "00"
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-PLANTILLAS" TO error-parrafo
              MOVE "No hay plantillas de cobranza: no se emiten cartas."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-PLANTILLA
              PERFORM GUARDAR-PLANTILLA
                  UNTIL WS-FIN-PLANTILLAS = "S"
              CLOSE plantillas-cobranza
           END-IF
           IF WS-PLANTILLAS-EXCEDIDAS = "S"
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-PLANTILLAS" TO error-parrafo
              MOVE "Mas de 90 lineas de plantilla: sobrante ignorado."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       LEER-PLANTILLA.
           READ plantillas-cobranza
                AT END MOVE "S" TO WS-FIN-PLANTILLAS
           END-READ.

       GUARDAR-PLANTILLA.
           IF PLC-NIVEL = "MORA030" OR PLC-NIVEL = "MORA060"
              OR PLC-NIVEL = "MORA090"
              IF WS-NUM-PLANTILLAS < 90
                 ADD 1 TO WS-NUM-PLANTILLAS
                 MOVE PLC-NIVEL TO WS-PLT-NIVEL(WS-NUM-PLANTILLAS)
                 MOVE PLC-TEXTO TO WS-PLT-TEXTO(WS-NUM-PLANTILLAS)
              ELSE
                 MOVE "S" TO WS-PLANTILLAS-EXCEDIDAS
              END-IF
           END-IF
           PERFORM LEER-PLANTILLA.

       ABRIR-ARCHIVOS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD
           STRING WS-FECHA-PROCESO(1:4) WS-FECHA-PROCESO(6:2)
                  WS-FECHA-PROCESO(9:2)
                  DELIMITED BY SIZE INTO WS-FECHA-COMPACTA

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "cartas_cobranza_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CARTAS
      * Se agrega: una relanzada del mismo dia no pierde las cartas
      * ya registradas en prestamos_cartas (que no se vuelven a
      * emitir).
           OPEN EXTEND cartas-out
           IF fs-cartas = "35"
              OPEN OUTPUT cartas-out
              CLOSE cartas-out
              OPEN EXTEND cartas-out
           END-IF

           MOVE "cartas_cobranza_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "CARTAS DE COBRANZA DE PRESTAMOS EN MORA" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "PRESTAMO CLIENTE TRAMO          ATRASO CUOTAS "
                  DELIMITED BY SIZE
                  "RESULTADO" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "CartasCobranza" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       RECORRER-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-COBRANZA CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     p.saldo_pendiente,
                     p.estado_prestamo,
                     COALESCE(c.nombre_cliente, ' '),
                     COALESCE(c.calle_cliente, ' '),
                     COALESCE(c.ciudad_cliente, ' '),
                     COALESCE(c.provincia_cliente, ' '),
                     COALESCE(c.cp_cliente, ' '),
                     COALESCE(c.email_cliente, ' ')
              FROM prestamos p
              LEFT JOIN clientes c
                ON c.id_cliente = p.id_cliente
              WHERE p.estado_prestamo IN ('MORA030', 'MORA060',
                                          'MORA090')
                AND p.saldo_pendiente > 0
              ORDER BY p.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-COBRANZA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM EVALUAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-COBRANZA
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-COBRANZA
              INTO :PRESTAMO-ID,
                   :PRESTAMO-CLIENTE-ID,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-NIVEL,
                   :PRESTAMO-NOMBRE,
                   :PRESTAMO-CALLE,
                   :PRESTAMO-CIUDAD,
                   :PRESTAMO-PROVINCIA,
                   :PRESTAMO-CP,
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
           MOVE "Error al recorrer prestamos en mora."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Un prestamo sale con carta si no recibio otra del mismo tramo
      * dentro de los dias de repeticion, si hay plantilla para su
      * tramo y si el cliente tiene correo o domicilio completo.
      ******************************************************************
       EVALUAR-PRESTAMO.
           MOVE "S" TO WS-EMITIR
           MOVE SPACES TO WS-MOTIVO
           PERFORM LEER-CUOTAS-VENCIDAS
           PERFORM VERIFICAR-REPETICION
           IF WS-EMITIR = "S"
              PERFORM CONTAR-LINEAS-NIVEL
              IF WS-LINEAS-NIVEL = 0
                 MOVE "N" TO WS-EMITIR
                 MOVE "SIN PLANTILLA" TO WS-MOTIVO
              END-IF
           END-IF
           IF WS-EMITIR = "S"
              PERFORM ELEGIR-CANAL
           END-IF
           IF WS-EMITIR = "S"
              PERFORM REGISTRAR-CARTA
           ELSE
              IF WS-MOTIVO NOT = "YA AVISADO"
                 ADD 1 TO WS-NO-EMITIDAS
              END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-REPORTE
           PERFORM FETCH-PRESTAMO.

      * Mismo calculo de atraso que ReporteMorosidad: cuotas
      * facturadas vencidas antes de la fecha de proceso que no
      * quedaron PAGADA, y lo que falta pagar de ellas.
       LEER-CUOTAS-VENCIDAS.
           MOVE 0 TO WS-CUOTAS-ATRASADAS
           MOVE 0 TO WS-ATRASO
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(interes_cuota - interes_pagado
                                + capital_cuota - capital_pagado), 0)
              INTO :WS-CUOTAS-ATRASADAS,
                   :WS-ATRASO
              FROM prestamos_cuotas
              WHERE id_prestamo = :PRESTAMO-ID
                AND estado_cuota <> 'PAGADA'
                AND fecha_vencimiento < :WS-FECHA-PROCESO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF.

      * Ultima carta del mismo tramo; los dias se cuentan en base
      * 30/360, como el atraso del extracto del buro.
       VERIFICAR-REPETICION.
           MOVE SPACES TO WS-ULTIMA-CARTA
           EXEC SQL
              SELECT COALESCE(MAX(fecha_carta), ' ')
              INTO :WS-ULTIMA-CARTA
              FROM prestamos_cartas
              WHERE id_prestamo = :PRESTAMO-ID
                AND nivel_mora  = :PRESTAMO-NIVEL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           IF WS-ULTIMA-CARTA NOT = SPACES
              MOVE WS-ULTIMA-CARTA TO WS-FECHA-CARTA-PARTES
              COMPUTE WS-DIAS-CARTA = WS-FC-AAAA * 360
                      + WS-FC-MM * 30 + WS-FC-DD
              COMPUTE WS-DIAS-DESDE-CARTA =
                      WS-DIAS-PROCESO - WS-DIAS-CARTA
              IF WS-DIAS-DESDE-CARTA < WS-DIAS-REPETICION
                 MOVE "N" TO WS-EMITIR
                 MOVE "YA AVISADO" TO WS-MOTIVO
                 ADD 1 TO WS-REPETIDAS
              END-IF
           END-IF.

       CONTAR-LINEAS-NIVEL.
           MOVE 0 TO WS-LINEAS-NIVEL
           PERFORM CONTAR-LINEA-NIVEL
               VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PLANTILLAS.

       CONTAR-LINEA-NIVEL.
           IF WS-PLT-NIVEL(WS-P) = PRESTAMO-NIVEL
              ADD 1 TO WS-LINEAS-NIVEL
           END-IF.

       ELEGIR-CANAL.
           IF PRESTAMO-EMAIL NOT = SPACES
              MOVE "CORREO" TO WS-CANAL
           ELSE
           IF PRESTAMO-NOMBRE NOT = SPACES
              AND PRESTAMO-CALLE NOT = SPACES
              AND PRESTAMO-CIUDAD NOT = SPACES
              AND PRESTAMO-PROVINCIA NOT = SPACES
              MOVE "POSTAL" TO WS-CANAL
           ELSE
              MOVE "N" TO WS-EMITIR
              MOVE "SIN CORREO NI DOMICILIO" TO WS-MOTIVO
           END-IF
           END-IF.

      ******************************************************************
      * La carta se registra antes de escribirla: si el registro
      * falla no sale la carta y el prestamo vuelve a intentarse en
      * la proxima corrida.
      ******************************************************************
       REGISTRAR-CARTA.
           EXEC SQL
              INSERT INTO prestamos_cartas
                 (id_prestamo, fecha_carta, nivel_mora, atraso,
                  cuotas_atrasadas, canal)
              VALUES
                 (:PRESTAMO-ID, :WS-FECHA-PROCESO, :PRESTAMO-NIVEL,
                  :WS-ATRASO, :WS-CUOTAS-ATRASADAS, :WS-CANAL)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CARTA
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM ESCRIBIR-CARTA
              ADD 1 TO WS-EMITIDAS
              EVALUATE PRESTAMO-NIVEL
                 WHEN "MORA030"
                    ADD 1 TO WS-EMITIDAS-30
                 WHEN "MORA060"
                    ADD 1 TO WS-EMITIDAS-60
                 WHEN "MORA090"
                    ADD 1 TO WS-EMITIDAS-90
              END-EVALUATE
              IF WS-CANAL = "POSTAL"
                 ADD 1 TO WS-POSTALES
              END-IF
              MOVE WS-CANAL TO WS-MOTIVO
           END-IF.

       ERROR-CARTA.
           DISPLAY "Error al registrar carta de " PRESTAMO-ID ": "
                   SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           ADD 1 TO WS-FALLIDAS
           MOVE "ERROR DE REGISTRO" TO WS-MOTIVO
           MOVE "ERROR" TO error-severidad
           MOVE "REGISTRAR-CARTA" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Prestamo " DELIMITED BY SIZE
                  PRESTAMO-ID DELIMITED BY SPACE
                  ": no se pudo registrar la carta de cobranza."
                  DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       ESCRIBIR-CARTA.
           MOVE "C"                 TO CCA-TIPO-REGISTRO
           MOVE PRESTAMO-ID         TO CCA-PRESTAMO
           MOVE PRESTAMO-CLIENTE-ID TO CCA-CLIENTE
           MOVE PRESTAMO-NIVEL      TO CCA-NIVEL
           MOVE WS-FECHA-PROCESO    TO CCA-FECHA
           MOVE WS-CANAL            TO CCA-CANAL
           MOVE PRESTAMO-EMAIL      TO CCA-EMAIL
           MOVE PRESTAMO-NOMBRE     TO CCA-NOMBRE
           MOVE PRESTAMO-CALLE      TO CCA-CALLE
           MOVE PRESTAMO-CIUDAD     TO CCA-CIUDAD
           MOVE PRESTAMO-PROVINCIA  TO CCA-PROVINCIA
           MOVE PRESTAMO-CP         TO CCA-CP
           MOVE WS-ATRASO           TO CCA-ATRASO
           MOVE WS-CUOTAS-ATRASADAS TO CCA-CUOTAS
           WRITE carta-cabecera
           MOVE 0 TO WS-NRO-LINEA
           PERFORM ESCRIBIR-LINEA-PLANTILLA
               VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PLANTILLAS.

       ESCRIBIR-LINEA-PLANTILLA.
           IF WS-PLT-NIVEL(WS-P) = PRESTAMO-NIVEL
              MOVE WS-PLT-TEXTO(WS-P) TO WS-TEXTO-PLANTILLA
              PERFORM ARMAR-LINEA-CARTA
              ADD 1 TO WS-NRO-LINEA
              MOVE "L"            TO CLN-TIPO-REGISTRO
              MOVE PRESTAMO-ID    TO CLN-PRESTAMO
              MOVE WS-NRO-LINEA   TO CLN-NRO-LINEA
              MOVE WS-LINEA-CARTA TO CLN-TEXTO
              WRITE carta-linea
           END-IF.

      ******************************************************************
      * Reemplazo de los datos marcados entre "&" en la linea de la
      * plantilla. Un nombre de dato desconocido se deja como vino
      * para que se note en la prueba de la plantilla.
      ******************************************************************
       ARMAR-LINEA-CARTA.
           MOVE SPACES TO WS-LINEA-CARTA
           MOVE 1 TO WS-PUNTERO-ENT
           MOVE 1 TO WS-PUNTERO-SAL
           MOVE "T" TO WS-TIPO-TROZO
           PERFORM TOMAR-TROZO
               UNTIL WS-PUNTERO-ENT > 80.

       TOMAR-TROZO.
           MOVE SPACES TO WS-TROZO
           MOVE 0 TO WS-LARGO-TROZO
           UNSTRING WS-TEXTO-PLANTILLA DELIMITED BY "&"
               INTO WS-TROZO COUNT IN WS-LARGO-TROZO
               WITH POINTER WS-PUNTERO-ENT
           END-UNSTRING
           IF WS-TIPO-TROZO = "T"
              IF WS-LARGO-TROZO > 0
                 STRING WS-TROZO(1:WS-LARGO-TROZO) DELIMITED BY SIZE
                        INTO WS-LINEA-CARTA
                        WITH POINTER WS-PUNTERO-SAL
                 END-STRING
              END-IF
              MOVE "D" TO WS-TIPO-TROZO
           ELSE
              PERFORM AGREGAR-DATO
              MOVE "T" TO WS-TIPO-TROZO
           END-IF.

       AGREGAR-DATO.
           EVALUATE WS-TROZO
              WHEN "NOMBRE"
                 STRING PRESTAMO-NOMBRE DELIMITED BY "  "
                        INTO WS-LINEA-CARTA
                        WITH POINTER WS-PUNTERO-SAL
                 END-STRING
              WHEN "PRESTAMO"
                 STRING PRESTAMO-ID DELIMITED BY SPACE
                        INTO WS-LINEA-CARTA
                        WITH POINTER WS-PUNTERO-SAL
                 END-STRING
              WHEN "ATRASO"
                 MOVE WS-ATRASO TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO WS-DATO-TXT
                 PERFORM AGREGAR-DATO-EDITADO
              WHEN "SALDO"
                 MOVE PRESTAMO-SALDO TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO WS-DATO-TXT
                 PERFORM AGREGAR-DATO-EDITADO
              WHEN "CUOTAS"
                 MOVE WS-CUOTAS-ATRASADAS TO WS-CUOTAS-ED
                 MOVE WS-CUOTAS-ED TO WS-DATO-TXT
                 PERFORM AGREGAR-DATO-EDITADO
              WHEN "FECHA"
                 STRING WS-FECHA-PROCESO DELIMITED BY SIZE
                        INTO WS-LINEA-CARTA
                        WITH POINTER WS-PUNTERO-SAL
                 END-STRING
              WHEN OTHER
                 IF WS-LARGO-TROZO > 0
                    STRING "&" DELIMITED BY SIZE
                           WS-TROZO(1:WS-LARGO-TROZO)
                           DELIMITED BY SIZE
                           "&" DELIMITED BY SIZE
                           INTO WS-LINEA-CARTA
                           WITH POINTER WS-PUNTERO-SAL
                    END-STRING
                 END-IF
           END-EVALUATE.

      * Importes y cantidades editados, sin los blancos de la
      * izquierda.
       AGREGAR-DATO-EDITADO.
           MOVE 0 TO WS-BLANCOS
           INSPECT WS-DATO-TXT TALLYING WS-BLANCOS FOR LEADING SPACES
           STRING WS-DATO-TXT(WS-BLANCOS + 1:) DELIMITED BY SPACE
                  INTO WS-LINEA-CARTA
                  WITH POINTER WS-PUNTERO-SAL
           END-STRING.

       ESCRIBIR-LINEA-REPORTE.
           MOVE WS-ATRASO TO WS-IMPORTE-ED
           MOVE WS-CUOTAS-ATRASADAS TO WS-CUOTAS-ED
           MOVE SPACES TO REP-DETALLE
           STRING PRESTAMO-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRESTAMO-CLIENTE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PRESTAMO-NIVEL DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CUOTAS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-ARCHIVOS.
           CLOSE cartas-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DIAS-REPETICION TO WS-DIAS-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Dias entre cartas del mismo tramo: "
                  DELIMITED BY SIZE
                  WS-DIAS-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-EMITIDAS-30 TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cartas de 30 dias:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-EMITIDAS-60 TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cartas de 60 dias:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-EMITIDAS-90 TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cartas de 90 dias:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-POSTALES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  de ellas por correo postal:" DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-REPETIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Ya avisados en el plazo:  " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-NO-EMITIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cartas no emitidas:       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-FALLIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Registros fallidos:       " DELIMITED BY SIZE
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

       END PROGRAM CartasCobranza.
