      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de la sucursal de radicacion de las
      *          cuentas y prestamos existentes. Toda cuenta y todo
      *          prestamo nuevo nace con sucursal_cuenta /
      *          sucursal_prestamo; esta corrida completa los que la
      *          tienen en blanco. Lee uno o mas archivos de
      *          transacciones en el formato de
      *          transacciones_aceptadas.txt (el del dia si no se
      *          indica ninguno; se pueden dar las copias guardadas de
      *          otros dias), los ordena por cliente y sucursal y a
      *          cada cliente le asigna la sucursal en la que mas
      *          opera (a igual cantidad, la de codigo menor). Solo
      *          cuentan las sucursales abiertas del maestro
      *          sucursales_maestro.dat, asi que las seudo-sucursales
      *          de tarjetas y cajeros quedan fuera. Despues recorre
      *          las cuentas y los prestamos sin sucursal: con
      *          transacciones del cliente se toma la preferida (TRX);
      *          si no, la sucursal responsable del cliente si esta
      *          abierta (CLIENTE); si tampoco, la fila queda en
      *          blanco y se lista para asignarla a mano desde
      *          TrasladoCartera (SIN). Deja el detalle en
      *          sucursal_cuentas_rep.txt. Se puede correr de nuevo:
      *          solo toca las filas que siguen en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsignarSucursalCuentas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transacciones-in
            ASSIGN TO DYNAMIC WS-RUTA-TRANSACCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-transacciones.

           SELECT sucursales-maestro
            ASSIGN TO DYNAMIC WS-RUTA-SUCURSALES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-sucursales.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  transacciones-in.
       01  transaccion-registro.
           05 CODIGO-CLIENTE      PIC 9(6).
           05 FECHA-TRANSACCION   PIC X(10).
           05 TIPO-TRANSACCION    PIC X(10).
           05 MONTO-TRANSACCION   PIC 9(7)V99.
           05 REF-TRANSACCION     PIC X(12).
           05 CONTRAPARTE-TRANSAC PIC X(6).
           05 MONEDA-TRANSACCION  PIC X(3).
           05 SUCURSAL-TRANSACCION PIC X(4).

       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

      * Una entrada por transaccion en sucursal abierta, por cliente
      * y sucursal.
       SD  trabajo-sort.
       01  SORT-TRANSACCION.
           05 SORT-CLIENTE        PIC X(6).
           05 SORT-SUCURSAL       PIC X(4).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-transacciones      PIC XX.
       01  fs-sucursales         PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-TRANSACCIONES PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUCURSALES    PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FIN-SUCURSALES     PIC X VALUE "N".
       01  WS-FIN-TRANSACCIONES  PIC X VALUE "N".
       01  WS-FIN-ARCHIVOS       PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".

      * Sucursales del maestro.
       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO   PIC X(4).
              10 WS-SUM-ESTADO   PIC X.
       01  WS-NUM-SUCURSALES     PIC 9(2) VALUE 0.
       01  WS-SUM-I              PIC 9(2) VALUE 0.
       01  WS-SUCURSAL-BUSCADA   PIC X(4) VALUE SPACES.
       01  WS-SUCURSAL-ABIERTA   PIC X VALUE "N".

      * Archivos de transacciones leidos.
       01  WS-ARCHIVO-TRX        PIC X(40) VALUE SPACES.
       01  WS-NUM-ARCHIVOS       PIC 9(3) VALUE 0.
       01  WS-TRX-LEIDAS         PIC 9(9) VALUE 0.
       01  WS-TRX-USADAS         PIC 9(9) VALUE 0.
       01  WS-TRX-DESCARTADAS    PIC 9(9) VALUE 0.

      * Sucursal preferida por cliente, en orden de cliente.
       01  WS-PREFERIDAS.
           05 WS-PRF-FILA OCCURS 5000 TIMES.
              10 WS-PRF-CLIENTE  PIC X(6).
              10 WS-PRF-SUCURSAL PIC X(4).
              10 WS-PRF-CANTIDAD PIC 9(7).
       01  WS-NUM-PREFERIDAS     PIC 9(4) VALUE 0.
       01  WS-PREFERIDAS-FUERA   PIC 9(7) VALUE 0.
       01  WS-P                  PIC 9(4) VALUE 0.
       01  WS-PRF-HALLADA        PIC 9(4) VALUE 0.
       01  WS-CLIENTE-ACTUAL     PIC X(6) VALUE SPACES.
       01  WS-SUCURSAL-ACTUAL    PIC X(4) VALUE SPACES.
       01  WS-CANTIDAD-ACTUAL    PIC 9(7) VALUE 0.
       01  WS-MEJOR-SUCURSAL     PIC X(4) VALUE SPACES.
       01  WS-MEJOR-CANTIDAD     PIC 9(7) VALUE 0.

      * Fila de cuentas o prestamos a asignar.
       01  WS-FILA-LEIDA.
           05 WS-FILA-ID         PIC X(6).
           05 WS-FILA-CLIENTE    PIC X(6).
           05 WS-FILA-SUC-CLIENTE PIC X(4).
       01  WS-TIPO-FILA          PIC X(8) VALUE SPACES.
       01  WS-SUCURSAL-ASIGNADA  PIC X(4) VALUE SPACES.
       01  WS-ORIGEN-ASIGNACION  PIC X(7) VALUE SPACES.
       01  WS-CANTIDAD-TRX       PIC 9(7) VALUE 0.

       01  WS-TOTALES-ASIGNACION.
           05 WS-TOT-TRX         PIC 9(7) VALUE 0.
           05 WS-TOT-CLIENTE     PIC 9(7) VALUE 0.
           05 WS-TOT-SIN         PIC 9(7) VALUE 0.
           05 WS-TOT-ERROR       PIC 9(7) VALUE 0.

       01  WS-LINEA-ASIGNACION.
           05 WS-LA-TIPO         PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-LA-ID           PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-LA-CLIENTE      PIC X(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-LA-SUCURSAL     PIC X(4).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-LA-ORIGEN       PIC X(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-LA-CANTIDAD     PIC ZZZZZZ9.
       01  WS-CONTADOR-ED        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM RESOLVER-RUTAS.
       PERFORM CARGAR-SUCURSALES.
       PERFORM ORDENAR-TRANSACCIONES.
       PERFORM INICIAR-REPORTE.
       MOVE "CUENTA" TO WS-TIPO-FILA.
       PERFORM ASIGNAR-CUENTAS.
       MOVE "PRESTAMO" TO WS-TIPO-FILA.
       PERFORM ASIGNAR-PRESTAMOS.
       PERFORM FINALIZAR-REPORTE.
       DISPLAY "Sucursales asignadas. Por transacciones: " WS-TOT-TRX
               " por cliente: " WS-TOT-CLIENTE
               " sin asignar: " WS-TOT-SIN.
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

       RESOLVER-RUTAS.
           MOVE "sucursales_maestro.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUCURSALES
           MOVE "sortwk_sucursal_cuentas.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE "sucursal_cuentas_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

      ******************************************************************
      * Sin maestro no hay forma de separar las sucursales reales de
      * las seudo-sucursales del feed: la corrida no se hace.
      ******************************************************************
       CARGAR-SUCURSALES.
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-SUCURSALES
           OPEN INPUT sucursales-maestro
           IF fs-sucursales NOT = "00"
              DISPLAY "No se pudo abrir el maestro de sucursales: "
                      fs-sucursales
              MOVE "FATAL" TO error-severidad
              MOVE "CARGAR-SUCURSALES" TO error-parrafo
              MOVE "Sin maestro de sucursales: asignacion no hecha."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           PERFORM LEER-SUCURSAL
           PERFORM GUARDAR-SUCURSAL
               UNTIL WS-FIN-SUCURSALES = "S"
           CLOSE sucursales-maestro.

       LEER-SUCURSAL.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-SUCURSALES
           END-READ.

       GUARDAR-SUCURSAL.
           IF WS-NUM-SUCURSALES < 50 AND SUM-CODIGO NOT = SPACES
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-ESTADO TO WS-SUM-ESTADO(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.

       VALIDAR-SUCURSAL.
           MOVE "N" TO WS-SUCURSAL-ABIERTA
           PERFORM COMPARAR-SUCURSAL
               VARYING WS-SUM-I FROM 1 BY 1
               UNTIL WS-SUM-I > WS-NUM-SUCURSALES.

       COMPARAR-SUCURSAL.
           IF WS-SUM-CODIGO(WS-SUM-I) = WS-SUCURSAL-BUSCADA
              AND WS-SUM-ESTADO(WS-SUM-I) = "A"
              MOVE "S" TO WS-SUCURSAL-ABIERTA
           END-IF.

      ******************************************************************
      * Sucursal preferida por cliente: las transacciones en sucursal
      * abierta se ordenan por cliente y sucursal y, por cliente, gana
      * la sucursal con mas transacciones.
      ******************************************************************
       ORDENAR-TRANSACCIONES.
           SORT trabajo-sort
               ON ASCENDING KEY SORT-CLIENTE
               ON ASCENDING KEY SORT-SUCURSAL
               INPUT PROCEDURE IS SOLTAR-TRANSACCIONES
               OUTPUT PROCEDURE IS ELEGIR-PREFERIDAS
           DISPLAY "Archivos leidos: " WS-NUM-ARCHIVOS
                   " transacciones: " WS-TRX-LEIDAS
                   " en sucursal abierta: " WS-TRX-USADAS
           DISPLAY "Clientes con sucursal preferida: "
                   WS-NUM-PREFERIDAS.

      * Los archivos se piden por nombre hasta una linea en blanco;
      * si el primero queda en blanco se lee el feed del dia.
       SOLTAR-TRANSACCIONES.
           MOVE 0 TO WS-NUM-ARCHIVOS
           MOVE "N" TO WS-FIN-ARCHIVOS
           PERFORM PEDIR-ARCHIVO-TRX
               UNTIL WS-FIN-ARCHIVOS = "S".

       PEDIR-ARCHIVO-TRX.
           MOVE SPACES TO WS-ARCHIVO-TRX
           DISPLAY "Archivo de transacciones (en blanco termina): "
           ACCEPT WS-ARCHIVO-TRX
           IF WS-ARCHIVO-TRX = SPACES
              IF WS-NUM-ARCHIVOS = 0
                 MOVE "transacciones_aceptadas.txt" TO WS-ARCHIVO-TRX
                 PERFORM LEER-ARCHIVO-TRX
              END-IF
              MOVE "S" TO WS-FIN-ARCHIVOS
           ELSE
              PERFORM LEER-ARCHIVO-TRX
           END-IF.

       LEER-ARCHIVO-TRX.
           MOVE WS-ARCHIVO-TRX TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TRANSACCIONES
           OPEN INPUT transacciones-in
           IF fs-transacciones NOT = "00"
              DISPLAY "No se pudo abrir " WS-ARCHIVO-TRX ": "
                      fs-transacciones
              MOVE "WARN" TO error-severidad
              MOVE "LEER-ARCHIVO-TRX" TO error-parrafo
              MOVE "Archivo de transacciones no leido en la asignacion."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              ADD 1 TO WS-NUM-ARCHIVOS
              MOVE "N" TO WS-FIN-TRANSACCIONES
              PERFORM LEER-TRANSACCION
              PERFORM SOLTAR-TRANSACCION
                  UNTIL WS-FIN-TRANSACCIONES = "S"
              CLOSE transacciones-in
           END-IF.

       LEER-TRANSACCION.
           READ transacciones-in
                AT END MOVE "S" TO WS-FIN-TRANSACCIONES
           END-READ.

       SOLTAR-TRANSACCION.
           ADD 1 TO WS-TRX-LEIDAS
           MOVE SUCURSAL-TRANSACCION TO WS-SUCURSAL-BUSCADA
           PERFORM VALIDAR-SUCURSAL
           IF WS-SUCURSAL-ABIERTA = "S"
              MOVE CODIGO-CLIENTE       TO SORT-CLIENTE
              MOVE SUCURSAL-TRANSACCION TO SORT-SUCURSAL
              RELEASE SORT-TRANSACCION
              ADD 1 TO WS-TRX-USADAS
           ELSE
              ADD 1 TO WS-TRX-DESCARTADAS
           END-IF
           PERFORM LEER-TRANSACCION.

       ELEGIR-PREFERIDAS.
           MOVE 0 TO WS-NUM-PREFERIDAS
           MOVE SPACES TO WS-CLIENTE-ACTUAL
           MOVE "N" TO WS-FIN-SORT
           PERFORM DEVOLVER-TRANSACCION
           PERFORM CONTAR-TRANSACCION
               UNTIL WS-FIN-SORT = "S"
           IF WS-CLIENTE-ACTUAL NOT = SPACES
              PERFORM CERRAR-SUCURSAL-CLIENTE
              PERFORM GUARDAR-PREFERIDA
           END-IF.

       DEVOLVER-TRANSACCION.
           RETURN trabajo-sort
                  AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       CONTAR-TRANSACCION.
           IF SORT-CLIENTE NOT = WS-CLIENTE-ACTUAL
              IF WS-CLIENTE-ACTUAL NOT = SPACES
                 PERFORM CERRAR-SUCURSAL-CLIENTE
                 PERFORM GUARDAR-PREFERIDA
              END-IF
              MOVE SORT-CLIENTE  TO WS-CLIENTE-ACTUAL
              MOVE SORT-SUCURSAL TO WS-SUCURSAL-ACTUAL
              MOVE 0 TO WS-CANTIDAD-ACTUAL
              MOVE SPACES TO WS-MEJOR-SUCURSAL
              MOVE 0 TO WS-MEJOR-CANTIDAD
           END-IF
           IF SORT-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
              PERFORM CERRAR-SUCURSAL-CLIENTE
              MOVE SORT-SUCURSAL TO WS-SUCURSAL-ACTUAL
              MOVE 0 TO WS-CANTIDAD-ACTUAL
           END-IF
           ADD 1 TO WS-CANTIDAD-ACTUAL
           PERFORM DEVOLVER-TRANSACCION.

      * Solo una cantidad mayor desplaza a la anterior: a igual
      * cantidad queda la sucursal de codigo menor.
       CERRAR-SUCURSAL-CLIENTE.
           IF WS-CANTIDAD-ACTUAL > WS-MEJOR-CANTIDAD
              MOVE WS-SUCURSAL-ACTUAL TO WS-MEJOR-SUCURSAL
              MOVE WS-CANTIDAD-ACTUAL TO WS-MEJOR-CANTIDAD
           END-IF.

       GUARDAR-PREFERIDA.
           IF WS-NUM-PREFERIDAS < 5000
              ADD 1 TO WS-NUM-PREFERIDAS
              MOVE WS-CLIENTE-ACTUAL
                TO WS-PRF-CLIENTE(WS-NUM-PREFERIDAS)
              MOVE WS-MEJOR-SUCURSAL
                TO WS-PRF-SUCURSAL(WS-NUM-PREFERIDAS)
              MOVE WS-MEJOR-CANTIDAD
                TO WS-PRF-CANTIDAD(WS-NUM-PREFERIDAS)
           ELSE
              ADD 1 TO WS-PREFERIDAS-FUERA
           END-IF.

       BUSCAR-PREFERIDA.
           MOVE 0 TO WS-PRF-HALLADA
           PERFORM COMPARAR-PREFERIDA
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PREFERIDAS
                  OR WS-PRF-HALLADA > 0.

       COMPARAR-PREFERIDA.
           IF WS-PRF-CLIENTE(WS-P) = WS-FILA-CLIENTE
              MOVE WS-P TO WS-PRF-HALLADA
           END-IF.

      ******************************************************************
      * Cuentas y prestamos sin sucursal.
      ******************************************************************
       ASIGNAR-CUENTAS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUENTAS-SIN-SUC CURSOR FOR
              SELECT c.id_cuenta,
                     c.id_cliente,
                     COALESCE(l.sucursal_cliente, ' ')
              FROM cuentas c
              LEFT JOIN clientes l ON l.id_cliente = c.id_cliente
              WHERE c.sucursal_cuenta IS NULL
                 OR c.sucursal_cuenta = ' '
              ORDER BY c.id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-CUENTAS-SIN-SUC
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "ASIGNAR-CUENTAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CUENTA
           PERFORM ASIGNAR-CUENTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUENTAS-SIN-SUC
           END-EXEC
           EXEC SQL
              COMMIT
           END-EXEC.

       FETCH-CUENTA.
           EXEC SQL
              FETCH CUR-CUENTAS-SIN-SUC
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-SUC-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CUENTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ASIGNAR-CUENTA.
           PERFORM ELEGIR-SUCURSAL
           IF WS-SUCURSAL-ASIGNADA NOT = SPACES
              EXEC SQL
                 UPDATE cuentas
                 SET    sucursal_cuenta = :WS-SUCURSAL-ASIGNADA
                 WHERE id_cuenta = :WS-FILA-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "ASIGNAR-CUENTA" TO error-parrafo
                 PERFORM ERROR-ACTUALIZACION
              END-IF
           END-IF
           PERFORM ESCRIBIR-ASIGNACION
           PERFORM FETCH-CUENTA.

       ASIGNAR-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS-SIN-SUC CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     COALESCE(l.sucursal_cliente, ' ')
              FROM prestamos p
              LEFT JOIN clientes l ON l.id_cliente = p.id_cliente
              WHERE p.sucursal_prestamo IS NULL
                 OR p.sucursal_prestamo = ' '
              ORDER BY p.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS-SIN-SUC
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "ASIGNAR-PRESTAMOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM ASIGNAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS-SIN-SUC
           END-EXEC
           EXEC SQL
              COMMIT
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-PRESTAMOS-SIN-SUC
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-SUC-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ASIGNAR-PRESTAMO.
           PERFORM ELEGIR-SUCURSAL
           IF WS-SUCURSAL-ASIGNADA NOT = SPACES
              EXEC SQL
                 UPDATE prestamos
                 SET    sucursal_prestamo = :WS-SUCURSAL-ASIGNADA
                 WHERE id_prestamo = :WS-FILA-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "ASIGNAR-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-ACTUALIZACION
              END-IF
           END-IF
           PERFORM ESCRIBIR-ASIGNACION
           PERFORM FETCH-PRESTAMO.

      * Preferida por transacciones, si no la del cliente si esta
      * abierta, si no queda sin asignar.
       ELEGIR-SUCURSAL.
           MOVE SPACES TO WS-SUCURSAL-ASIGNADA
           MOVE 0 TO WS-CANTIDAD-TRX
           PERFORM BUSCAR-PREFERIDA
           IF WS-PRF-HALLADA > 0
              MOVE WS-PRF-SUCURSAL(WS-PRF-HALLADA)
                TO WS-SUCURSAL-ASIGNADA
              MOVE WS-PRF-CANTIDAD(WS-PRF-HALLADA) TO WS-CANTIDAD-TRX
              MOVE "TRX" TO WS-ORIGEN-ASIGNACION
              ADD 1 TO WS-TOT-TRX
           ELSE
              MOVE WS-FILA-SUC-CLIENTE TO WS-SUCURSAL-BUSCADA
              PERFORM VALIDAR-SUCURSAL
              IF WS-SUCURSAL-ABIERTA = "S"
                 MOVE WS-FILA-SUC-CLIENTE TO WS-SUCURSAL-ASIGNADA
                 MOVE "CLIENTE" TO WS-ORIGEN-ASIGNACION
                 ADD 1 TO WS-TOT-CLIENTE
              ELSE
                 MOVE "SIN" TO WS-ORIGEN-ASIGNACION
                 ADD 1 TO WS-TOT-SIN
              END-IF
           END-IF.

      * Una fila que no se pudo actualizar queda en blanco para la
      * proxima corrida: se avisa y se sigue.
       ERROR-ACTUALIZACION.
           DISPLAY "Error al asignar sucursal a " WS-TIPO-FILA " "
                   WS-FILA-ID ": " SQLCODE " - " SQLSTATE
           MOVE "ERROR" TO error-severidad
           MOVE "No se pudo grabar la sucursal asignada."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE "ERROR" TO WS-ORIGEN-ASIGNACION
           ADD 1 TO WS-TOT-ERROR.

       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al asignar sucursales a cuentas."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Reporte de la asignacion.
      ******************************************************************
       INICIAR-REPORTE.
           OPEN OUTPUT reporte-out
           MOVE "ASIGNACION DE SUCURSAL A CUENTAS Y PRESTAMOS"
             TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "TIPO      ID      CLIENTE   SUC    ORIGEN   "
                  DELIMITED BY SIZE
                  "    TRX" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "AsignarSucursalCuentas" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       ESCRIBIR-ASIGNACION.
           MOVE WS-TIPO-FILA         TO WS-LA-TIPO
           MOVE WS-FILA-ID           TO WS-LA-ID
           MOVE WS-FILA-CLIENTE      TO WS-LA-CLIENTE
           MOVE WS-SUCURSAL-ASIGNADA TO WS-LA-SUCURSAL
           MOVE WS-ORIGEN-ASIGNACION TO WS-LA-ORIGEN
           MOVE WS-CANTIDAD-TRX      TO WS-LA-CANTIDAD
           MOVE WS-LINEA-ASIGNACION  TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       FINALIZAR-REPORTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-NUM-ARCHIVOS TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Archivos de transacciones leidos:   "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TRX-USADAS TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Transacciones en sucursal abierta:  "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TRX-DESCARTADAS TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Transacciones descartadas:          "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-TRX TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Asignadas por transacciones (TRX):  "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CLIENTE TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Asignadas por sucursal del cliente: "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-SIN TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Sin sucursal asignable (SIN):       "
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-TOT-ERROR > 0
              MOVE WS-TOT-ERROR TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "No grabadas por error (ERROR):      "
                     DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           IF WS-PREFERIDAS-FUERA > 0
              MOVE SPACES TO REP-DETALLE
              STRING "Tabla de clientes llena: parte de las "
                     DELIMITED BY SIZE
                     "transacciones no se considero." DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "GUARDAR-PREFERIDA" TO error-parrafo
              MOVE "Asignacion de sucursal: tabla de clientes llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
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

       END PROGRAM AsignarSucursalCuentas.
