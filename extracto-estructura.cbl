      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arma estructura.txt, la entrada del visor de
      *          portafolio (datos-anidados.cbl), a partir de las
      *          tablas clientes y cuentas y de los movimientos del
      *          mes (movimientos_mes.txt), en lugar de mantenerlo a
      *          mano. Escribe un registro C por cliente, A por cada
      *          una de sus cuentas y T por cada movimiento de la
      *          cuenta, respetando la capacidad del visor: 20
      *          clientes, 3 cuentas por cliente y 5 movimientos por
      *          cuenta, y los campos numericos del registro (cliente
      *          de 4 digitos, cuenta de 6). Clientes por id, cuentas
      *          por id dentro del cliente y movimientos en el orden
      *          del archivo del mes (los primeros del mes). Lo que no
      *          entra (clientes, cuentas o movimientos) se lista en
      *          estructura_omitidos_rep.txt con el motivo, igual que
      *          un saldo deudor que el registro no puede llevar con
      *          signo. El id de la transaccion es el numero de linea
      *          del movimiento en movimientos_mes.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractoEstructura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT estructura-out
            ASSIGN TO DYNAMIC WS-RUTA-ESTRUCTURA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-estructura.

           SELECT movimientos-mes
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
      * Mismo registro que lee el visor de portafolio.
       FD  estructura-out.
       01  estructura-registro.
           05 ED-TIPO-REGISTRO     PIC X.          *> C/A/T
           05 ED-CLIENTE-ID        PIC 9(4).
           05 ED-CLIENTE-NOMBRE    PIC X(30).
           05 ED-CLIENTE-DIRECCION PIC X(50).
           05 ED-CUENTA-ID         PIC 9(6).
           05 ED-CUENTA-TIPO       PIC X(15).
           05 ED-CUENTA-SALDO      PIC 9(7)V99.
           05 ED-TRANS-ID          PIC 9(6).
           05 ED-TRANS-MONTO       PIC 9(7)V99.
           05 ED-TRANS-TIPO        PIC X(10).

       FD  movimientos-mes.
           COPY MOVCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-estructura         PIC XX.
       01  fs-movimientos        PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-ESTRUCTURA    PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

      * Capacidad del visor de portafolio.
       01  WS-MAX-CLIENTES       PIC 99 VALUE 20.
       01  WS-MAX-CUENTAS        PIC 9  VALUE 3.
       01  WS-MAX-MOVS           PIC 9  VALUE 5.

       01  WS-FILA-LEIDA.
           05 WS-FL-CLIENTE-ID   PIC X(6).
           05 WS-FL-NOMBRE       PIC X(50).
           05 WS-FL-CALLE        PIC X(50).
           05 WS-FL-CIUDAD       PIC X(30).
           05 WS-FL-CUENTA-ID    PIC X(6).
           05 WS-FL-CUENTA-TIPO  PIC X(15).
           05 WS-FL-SALDO        PIC S9(9)V99.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-MOVIMIENTOS    PIC X VALUE "N".

      * Id del cliente en el formato del visor (4 digitos).
       01  WS-ID-TEXTO           PIC X(6).
       01  WS-ID-NUMERO REDEFINES WS-ID-TEXTO PIC 9(6).

      * Cartera a exportar, con la misma forma que la tabla del visor.
       01  WS-CARTERA.
           05 WS-CLI OCCURS 20 TIMES.
              10 WS-CLI-ID          PIC 9(4).
              10 WS-CLI-CLAVE       PIC X(6).
              10 WS-CLI-NOMBRE      PIC X(30).
              10 WS-CLI-DIRECCION   PIC X(50).
              10 WS-CLI-NUM-CUENTAS PIC 9.
              10 WS-CTA OCCURS 3 TIMES.
                 15 WS-CTA-ID       PIC X(6).
                 15 WS-CTA-NUMERO   PIC 9(6).
                 15 WS-CTA-TIPO     PIC X(15).
                 15 WS-CTA-SALDO    PIC 9(7)V99.
                 15 WS-CTA-NUM-MOVS PIC 9.
                 15 WS-MOV OCCURS 5 TIMES.
                    20 WS-MOV-ID    PIC 9(6).
                    20 WS-MOV-MONTO PIC 9(7)V99.
                    20 WS-MOV-TIPO  PIC X(10).
       01  WS-NUM-CLIENTES       PIC 99 VALUE 0.
       01  WS-C                  PIC 99 VALUE 0.
       01  WS-I                  PIC 9  VALUE 0.
       01  WS-J                  PIC 9  VALUE 0.
       01  WS-CLIENTE-ANTERIOR   PIC X(6) VALUE SPACES.
       01  WS-CLIENTE-CARGADO    PIC X VALUE "N".
       01  WS-CUENTA-HALLADA     PIC X VALUE "N".
       01  WS-LINEA-MOV          PIC 9(6) VALUE 0.

       01  WS-TOT-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-TOT-CUENTAS        PIC 9(7) VALUE 0.
       01  WS-TOT-MOVS           PIC 9(7) VALUE 0.
       01  WS-OMI-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-OMI-CUENTAS        PIC 9(7) VALUE 0.
       01  WS-OMI-MOVS           PIC 9(7) VALUE 0.
       01  WS-MOVS-FUERA         PIC 9(7) VALUE 0.
       01  WS-AVISOS             PIC 9(7) VALUE 0.

       01  WS-MOTIVO             PIC X(45) VALUE SPACES.
       01  WS-SALDO-ED           PIC -ZZZZZZZZ9.99.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM CARGAR-CLIENTES-CUENTAS.
       PERFORM CARGAR-MOVIMIENTOS.
       PERFORM ESCRIBIR-ESTRUCTURA.
       PERFORM CERRAR-ARCHIVOS.
       DISPLAY "Estructura: " WS-NUM-CLIENTES " clientes, "
               WS-TOT-CUENTAS " cuentas, " WS-TOT-MOVS
               " movimientos; omitidos " WS-OMI-CLIENTES " clientes, "
               WS-OMI-CUENTAS " cuentas, " WS-OMI-MOVS
               " movimientos.".
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
           MOVE "estructura.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ESTRUCTURA
           MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           MOVE "estructura_omitidos_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "OMITIDOS DEL EXTRACTO PARA EL VISOR DE PORTAFOLIO"
             TO REP-NOMBRE
           MOVE "TIPO        CLIENTE CUENTA DETALLE"
             TO REP-ENCABEZADO-COLS
           MOVE "ExtractoEstructura" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      ******************************************************************
      * Clientes con sus cuentas; un cliente sin cuentas llega una vez
      * con la cuenta en blanco.
      ******************************************************************
       CARGAR-CLIENTES-CUENTAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-NUM-CLIENTES
           MOVE SPACES TO WS-CLIENTE-ANTERIOR

           EXEC SQL
              DECLARE CUR-ESTRUCTURA CURSOR FOR
              SELECT cl.id_cliente,
                     COALESCE(cl.nombre_cliente, ' '),
                     COALESCE(cl.calle_cliente, ' '),
                     COALESCE(cl.ciudad_cliente, ' '),
                     COALESCE(c.id_cuenta, ' '),
                     COALESCE(c.tipo_cuenta, ' '),
                     COALESCE(c.saldo_cuenta, 0)
              FROM clientes cl
              LEFT JOIN cuentas c
                ON c.id_cliente = cl.id_cliente
              ORDER BY cl.id_cliente, c.id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-ESTRUCTURA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-FILA
           PERFORM PROCESAR-FILA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-ESTRUCTURA
           END-EXEC.

       FETCH-FILA.
           EXEC SQL
              FETCH CUR-ESTRUCTURA
              INTO :WS-FL-CLIENTE-ID,
                   :WS-FL-NOMBRE,
                   :WS-FL-CALLE,
                   :WS-FL-CIUDAD,
                   :WS-FL-CUENTA-ID,
                   :WS-FL-CUENTA-TIPO,
                   :WS-FL-SALDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

      * Un estructura.txt a medias dejaria el visor con una cartera
      * incompleta sin aviso: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer clientes y cuentas: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE "Error de SQL al armar estructura.txt."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       PROCESAR-FILA.
           IF WS-FL-CLIENTE-ID NOT = WS-CLIENTE-ANTERIOR
              MOVE WS-FL-CLIENTE-ID TO WS-CLIENTE-ANTERIOR
              ADD 1 TO WS-TOT-CLIENTES
              PERFORM CARGAR-CLIENTE
           END-IF
           IF WS-FL-CUENTA-ID NOT = SPACES
              PERFORM CARGAR-CUENTA
           END-IF
           PERFORM FETCH-FILA.

       CARGAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-CARGADO
           MOVE WS-FL-CLIENTE-ID TO WS-ID-TEXTO
           INSPECT WS-ID-TEXTO REPLACING LEADING SPACES BY ZEROS
           EVALUATE TRUE
              WHEN WS-ID-TEXTO IS NOT NUMERIC
                 MOVE "id de cliente no numerico" TO WS-MOTIVO
              WHEN WS-ID-NUMERO > 9999
                 MOVE "id de cliente de mas de 4 digitos" TO WS-MOTIVO
              WHEN WS-NUM-CLIENTES >= WS-MAX-CLIENTES
                 MOVE "maximo de 20 clientes del visor" TO WS-MOTIVO
              WHEN OTHER
                 MOVE SPACES TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-OMI-CLIENTES
              MOVE SPACES TO REP-DETALLE
              STRING "CLIENTE     " DELIMITED BY SIZE
                     WS-FL-CLIENTE-ID DELIMITED BY SIZE
                     "         " DELIMITED BY SIZE
                     WS-FL-NOMBRE(1:30) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY "  "
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           ELSE
              ADD 1 TO WS-NUM-CLIENTES
              MOVE WS-NUM-CLIENTES TO WS-C
              MOVE "S" TO WS-CLIENTE-CARGADO
              MOVE WS-ID-NUMERO     TO WS-CLI-ID(WS-C)
              MOVE WS-FL-CLIENTE-ID TO WS-CLI-CLAVE(WS-C)
              MOVE WS-FL-NOMBRE     TO WS-CLI-NOMBRE(WS-C)
              MOVE SPACES TO WS-CLI-DIRECCION(WS-C)
              IF WS-FL-CIUDAD = SPACES
                 MOVE WS-FL-CALLE TO WS-CLI-DIRECCION(WS-C)
              ELSE
                 STRING WS-FL-CALLE DELIMITED BY "  "
                        ", " DELIMITED BY SIZE
                        WS-FL-CIUDAD DELIMITED BY "  "
                        INTO WS-CLI-DIRECCION(WS-C)
              END-IF
              MOVE 0 TO WS-CLI-NUM-CUENTAS(WS-C)
           END-IF.

      * Las cuentas de un cliente omitido no se listan una por una:
      * quedan fuera con el cliente.
       CARGAR-CUENTA.
           ADD 1 TO WS-TOT-CUENTAS
           IF WS-CLIENTE-CARGADO = "N"
              ADD 1 TO WS-OMI-CUENTAS
           ELSE
              MOVE WS-FL-CUENTA-ID TO WS-ID-TEXTO
              INSPECT WS-ID-TEXTO REPLACING LEADING SPACES BY ZEROS
              EVALUATE TRUE
                 WHEN WS-ID-TEXTO IS NOT NUMERIC
                    MOVE "id de cuenta no numerico" TO WS-MOTIVO
                 WHEN WS-CLI-NUM-CUENTAS(WS-C) >= WS-MAX-CUENTAS
                    MOVE "maximo de 3 cuentas por cliente del visor"
                      TO WS-MOTIVO
                 WHEN OTHER
                    MOVE SPACES TO WS-MOTIVO
              END-EVALUATE
              IF WS-MOTIVO NOT = SPACES
                 ADD 1 TO WS-OMI-CUENTAS
                 MOVE WS-FL-SALDO TO WS-SALDO-ED
                 MOVE SPACES TO REP-DETALLE
                 STRING "CUENTA      " DELIMITED BY SIZE
                        WS-FL-CLIENTE-ID DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        WS-FL-CUENTA-ID DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-FL-CUENTA-TIPO DELIMITED BY SIZE
                        WS-SALDO-ED DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-MOTIVO DELIMITED BY "  "
                        INTO REP-DETALLE
                 PERFORM REP-ESCRIBIR-DETALLE
              ELSE
                 ADD 1 TO WS-CLI-NUM-CUENTAS(WS-C)
                 MOVE WS-CLI-NUM-CUENTAS(WS-C) TO WS-I
                 MOVE WS-FL-CUENTA-ID   TO WS-CTA-ID(WS-C, WS-I)
                 MOVE WS-ID-NUMERO      TO WS-CTA-NUMERO(WS-C, WS-I)
                 MOVE WS-FL-CUENTA-TIPO TO WS-CTA-TIPO(WS-C, WS-I)
                 MOVE 0 TO WS-CTA-NUM-MOVS(WS-C, WS-I)
                 PERFORM CARGAR-SALDO-CUENTA
              END-IF
           END-IF.

      * El registro del visor lleva el saldo sin signo y con 7 enteros:
      * un saldo deudor o mayor se informa en el listado.
       CARGAR-SALDO-CUENTA.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
              WHEN WS-FL-SALDO < 0
                 COMPUTE WS-CTA-SALDO(WS-C, WS-I) = 0 - WS-FL-SALDO
                 MOVE "saldo deudor, el visor lo muestra sin signo"
                   TO WS-MOTIVO
              WHEN WS-FL-SALDO > 9999999.99
                 MOVE 9999999.99 TO WS-CTA-SALDO(WS-C, WS-I)
                 MOVE "saldo mayor que el formato, va 9999999.99"
                   TO WS-MOTIVO
              WHEN OTHER
                 MOVE WS-FL-SALDO TO WS-CTA-SALDO(WS-C, WS-I)
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-AVISOS
              MOVE WS-FL-SALDO TO WS-SALDO-ED
              MOVE SPACES TO REP-DETALLE
              STRING "AVISO SALDO " DELIMITED BY SIZE
                     WS-FL-CLIENTE-ID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-FL-CUENTA-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SALDO-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY "  "
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

      ******************************************************************
      * Movimientos del mes de las cuentas cargadas.
      ******************************************************************
       CARGAR-MOVIMIENTOS.
           MOVE 0 TO WS-LINEA-MOV
           OPEN INPUT movimientos-mes
           IF fs-movimientos NOT = "00"
              DISPLAY "Sin movimientos del mes (estado "
                      fs-movimientos "): solo clientes y cuentas."
           ELSE
              MOVE "N" TO WS-FIN-MOVIMIENTOS
              PERFORM LEER-MOVIMIENTO
              PERFORM PROCESAR-MOVIMIENTO
                  UNTIL WS-FIN-MOVIMIENTOS = "S"
              CLOSE movimientos-mes
           END-IF.

       LEER-MOVIMIENTO.
           READ movimientos-mes
                AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
                NOT AT END ADD 1 TO WS-LINEA-MOV
           END-READ.

       PROCESAR-MOVIMIENTO.
           MOVE "N" TO WS-CUENTA-HALLADA
           PERFORM BUSCAR-CUENTA-CLIENTE
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-NUM-CLIENTES
                  OR WS-CUENTA-HALLADA = "S"
           IF WS-CUENTA-HALLADA = "N"
              ADD 1 TO WS-MOVS-FUERA
           END-IF
           PERFORM LEER-MOVIMIENTO.

       BUSCAR-CUENTA-CLIENTE.
           IF WS-CLI-CLAVE(WS-C) = MOV-CLIENTE-ID
              OR MOV-CLIENTE-ID = SPACES
              PERFORM BUSCAR-CUENTA
                  VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-CLI-NUM-CUENTAS(WS-C)
                     OR WS-CUENTA-HALLADA = "S"
           END-IF.

       BUSCAR-CUENTA.
           IF WS-CTA-ID(WS-C, WS-I) = MOV-CUENTA-ID
              MOVE "S" TO WS-CUENTA-HALLADA
              PERFORM CARGAR-MOVIMIENTO
           END-IF.

       CARGAR-MOVIMIENTO.
           IF WS-CTA-NUM-MOVS(WS-C, WS-I) >= WS-MAX-MOVS
              ADD 1 TO WS-OMI-MOVS
              MOVE MOV-MONTO TO WS-MONTO-ED
              MOVE SPACES TO REP-DETALLE
              STRING "MOVIMIENTO  " DELIMITED BY SIZE
                     WS-CLI-CLAVE(WS-C) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOV-CUENTA-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MOV-FECHA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MOV-TIPO DELIMITED BY SIZE
                     MOV-NATURALEZA DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MOV-REFERENCIA DELIMITED BY SIZE
                     " max 5 por cuenta" DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           ELSE
              ADD 1 TO WS-CTA-NUM-MOVS(WS-C, WS-I)
              MOVE WS-CTA-NUM-MOVS(WS-C, WS-I) TO WS-J
              MOVE WS-LINEA-MOV TO WS-MOV-ID(WS-C, WS-I, WS-J)
              MOVE MOV-MONTO    TO WS-MOV-MONTO(WS-C, WS-I, WS-J)
              MOVE MOV-TIPO     TO WS-MOV-TIPO(WS-C, WS-I, WS-J)
              ADD 1 TO WS-TOT-MOVS
           END-IF.

      ******************************************************************
      * estructura.txt: C, sus A y las T de cada cuenta, en ese orden.
      ******************************************************************
       ESCRIBIR-ESTRUCTURA.
           MOVE 0 TO WS-TOT-CUENTAS
           OPEN OUTPUT estructura-out
           IF fs-estructura NOT = "00"
              DISPLAY "No se pudo abrir estructura.txt. Estado: "
                      fs-estructura
              MOVE "FATAL" TO error-severidad
              MOVE "ESCRIBIR-ESTRUCTURA" TO error-parrafo
              MOVE "No se pudo abrir estructura.txt para escribir."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           PERFORM ESCRIBIR-CLIENTE
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CLIENTES
           CLOSE estructura-out.

       ESCRIBIR-CLIENTE.
           MOVE SPACES TO estructura-registro
           MOVE "C"                   TO ED-TIPO-REGISTRO
           MOVE WS-CLI-ID(WS-C)        TO ED-CLIENTE-ID
           MOVE WS-CLI-NOMBRE(WS-C)    TO ED-CLIENTE-NOMBRE
           MOVE WS-CLI-DIRECCION(WS-C) TO ED-CLIENTE-DIRECCION
           MOVE 0 TO ED-CUENTA-ID ED-CUENTA-SALDO
                     ED-TRANS-ID ED-TRANS-MONTO
           WRITE estructura-registro
           PERFORM ESCRIBIR-CUENTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CLI-NUM-CUENTAS(WS-C).

       ESCRIBIR-CUENTA.
           ADD 1 TO WS-TOT-CUENTAS
           MOVE SPACES TO estructura-registro
           MOVE "A"                  TO ED-TIPO-REGISTRO
           MOVE WS-CLI-ID(WS-C)       TO ED-CLIENTE-ID
           MOVE WS-CTA-NUMERO(WS-C, WS-I) TO ED-CUENTA-ID
           MOVE WS-CTA-TIPO(WS-C, WS-I)  TO ED-CUENTA-TIPO
           MOVE WS-CTA-SALDO(WS-C, WS-I) TO ED-CUENTA-SALDO
           MOVE 0 TO ED-TRANS-ID ED-TRANS-MONTO
           WRITE estructura-registro
           PERFORM ESCRIBIR-MOVIMIENTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CTA-NUM-MOVS(WS-C, WS-I).

       ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO estructura-registro
           MOVE "T"                  TO ED-TIPO-REGISTRO
           MOVE WS-CLI-ID(WS-C)       TO ED-CLIENTE-ID
           MOVE WS-CTA-NUMERO(WS-C, WS-I) TO ED-CUENTA-ID
           MOVE 0 TO ED-CUENTA-SALDO
           MOVE WS-MOV-ID(WS-C, WS-I, WS-J)    TO ED-TRANS-ID
           MOVE WS-MOV-MONTO(WS-C, WS-I, WS-J) TO ED-TRANS-MONTO
           MOVE WS-MOV-TIPO(WS-C, WS-I, WS-J)  TO ED-TRANS-TIPO
           WRITE estructura-registro.

       CERRAR-ARCHIVOS.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CLIENTES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Clientes leidos:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "   omitidos: " DELIMITED BY SIZE
                  INTO REP-DETALLE
           MOVE WS-OMI-CLIENTES TO WS-CANT-ED
           MOVE WS-CANT-ED TO REP-DETALLE(46:7)
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CUENTAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cuentas exportadas:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "   omitidas: " DELIMITED BY SIZE
                  INTO REP-DETALLE
           MOVE WS-OMI-CUENTAS TO WS-CANT-ED
           MOVE WS-CANT-ED TO REP-DETALLE(46:7)
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-MOVS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Movimientos exportados: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "   omitidos: " DELIMITED BY SIZE
                  INTO REP-DETALLE
           MOVE WS-OMI-MOVS TO WS-CANT-ED
           MOVE WS-CANT-ED TO REP-DETALLE(46:7)
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-MOVS-FUERA TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Movimientos de cuentas omitidas: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-AVISOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Avisos de saldo:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out

           IF WS-OMI-CLIENTES > 0 OR WS-OMI-CUENTAS > 0
              OR WS-OMI-MOVS > 0
              MOVE "WARN" TO error-severidad
              MOVE "CERRAR-ARCHIVOS" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Estructura: partidas fuera de la capacidad "
                     DELIMITED BY SIZE
                     "del visor, ver estructura_omitidos_rep.txt"
                     DELIMITED BY SIZE
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

       END PROGRAM ExtractoEstructura.
