      ******************************************************************
      * Author:
      * Date:
      * Purpose: Traslado de cartera entre sucursales, reservado al
      *          rol supervisor. Cada cuenta y cada prestamo tiene su
      *          sucursal de radicacion (sucursal_cuenta /
      *          sucursal_prestamo); desde aca se mueve toda la
      *          cartera de una sucursal a otra, o solo las cuentas y
      *          prestamos que se indiquen, siempre hacia una
      *          sucursal abierta del maestro sucursales_maestro.dat.
      *          Cada fila trasladada se confirma por separado y deja
      *          un registro en traslados_cartera.txt (fecha, hora,
      *          tipo, ID, cliente, origen, destino y operador); si un
      *          traslado se corta por un error, lo ya movido queda
      *          movido y registrado y se puede repetir. El cierre de
      *          una sucursal se hace desde aca y no desde
      *          GestionSucursales: se rechaza mientras tenga
      *          radicada alguna cuenta o prestamo (de cualquier
      *          estado) y, si no tiene, la marca cerrada en el
      *          maestro y lo registra. El listado de cartera muestra
      *          lo radicado en una sucursal, o lo que quedo sin
      *          sucursal si se pide en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrasladoCartera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sucursales-maestro
            ASSIGN TO DYNAMIC WS-RUTA-MAESTRO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-maestro.

           SELECT traslados-log
            ASSIGN TO DYNAMIC WS-RUTA-TRASLADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-traslados.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  traslados-log.
       01  traslado-registro.
           05 TRC-FECHA           PIC X(10).
           05 TRC-HORA            PIC X(8).
           05 TRC-TIPO            PIC X(8).    *> CUENTA/PRESTAMO/CIERRE
           05 TRC-ID              PIC X(6).
           05 TRC-CLIENTE         PIC X(6).
           05 TRC-ORIGEN          PIC X(4).
           05 TRC-DESTINO         PIC X(4).
           05 TRC-OPERADOR        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-maestro            PIC XX.
       01  fs-traslados          PIC XX.
       01  WS-RUTA-MAESTRO       PIC X(120) VALUE SPACES.
       01  WS-RUTA-TRASLADOS     PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  SI-NO                 PIC X.
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-HORA-ACTUAL        PIC X(8)  VALUE SPACES.

      * Maestro de sucursales completo: el cierre lo reescribe.
       01  WS-FIN-MAESTRO        PIC X VALUE "N".
       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO   PIC X(4).
              10 WS-SUM-NOMBRE   PIC X(30).
              10 WS-SUM-REGION   PIC X(15).
              10 WS-SUM-ESTADO   PIC X.
       01  WS-NUM-SUCURSALES     PIC 9(2) VALUE 0.
       01  WS-S                  PIC 9(2) VALUE 0.
       01  WS-IDX                PIC 9(2) VALUE 0.
       01  WS-CODIGO-PEDIDO      PIC X(4) VALUE SPACES.

       01  WS-ORIGEN             PIC X(4) VALUE SPACES.
       01  WS-DESTINO            PIC X(4) VALUE SPACES.
       01  WS-SUCURSALES-OK      PIC X VALUE "N".
       01  WS-TIPO-FILA          PIC X(8) VALUE SPACES.
       01  WS-TIPO-PEDIDO        PIC X VALUE SPACES.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-SELECCION      PIC X VALUE "N".
       01  WS-TRASLADO-CORTADO   PIC X VALUE "N".
       01  WS-CONTEO-OK          PIC X VALUE "N".

      * Fila leida de cuentas o prestamos.
       01  WS-FILA-ID            PIC X(6) VALUE SPACES.
       01  WS-FILA-CLIENTE       PIC X(6) VALUE SPACES.
       01  WS-FILA-PRODUCTO      PIC X(20) VALUE SPACES.
       01  WS-FILA-SALDO         PIC S9(9)V99 VALUE 0.
       01  WS-FILA-ESTADO        PIC X(10) VALUE SPACES.
       01  WS-FILA-SUCURSAL      PIC X(4) VALUE SPACES.

       01  WS-CANT-CUENTAS       PIC 9(5) VALUE 0.
       01  WS-CANT-PRESTAMOS     PIC 9(5) VALUE 0.
       01  WS-CANT-CLIENTES      PIC 9(5) VALUE 0.
       01  WS-MOVIDAS-CUENTAS    PIC 9(5) VALUE 0.
       01  WS-MOVIDOS-PRESTAMOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-SALDO        PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-ED           PIC -ZZZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.

       PERFORM FIRMAR-OPERADOR.

       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.

       PERFORM RESOLVER-RUTAS.

       PERFORM CARGAR-MAESTRO.

       PERFORM PROCESAR
           UNTIL continuar = "N".

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

      * Firma de operador: solo un supervisor (rol "3") mueve cartera
      * entre sucursales o cierra una sucursal.
       FIRMAR-OPERADOR.
           DISPLAY "ID de operador: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "Clave: "
           ACCEPT WS-OPERADOR-CLAVE
           CALL "validar-operador" USING WS-OPERADOR-ID
                                         WS-OPERADOR-CLAVE
                                         WS-OPERADOR-OK
                                         WS-OPERADOR-NOMBRE
                                         WS-OPERADOR-ROL
           IF WS-OPERADOR-OK NOT = "S"
              EVALUATE WS-OPERADOR-OK
                 WHEN "B"
                    DISPLAY "Operador bloqueado por intentos "
                            "fallidos: pida el desbloqueo a un "
                            "supervisor (GestionOperadores)."
                 WHEN "V"
                    DISPLAY "Clave vencida o sin fijar: cambiela "
                            "en GestionOperadores."
                 WHEN OTHER
                    DISPLAY "Operador o clave invalidos."
              END-EVALUATE
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           IF WS-OPERADOR-ROL NOT = "3"
              DISPLAY "Traslado de cartera reservado al rol "
                      "supervisor."
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Sesion de: " WS-OPERADOR-NOMBRE.

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
                                     WS-RUTA-MAESTRO
           MOVE "traslados_cartera.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TRASLADOS.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Trasladar toda la cartera de una sucursal"
           DISPLAY "2. Trasladar cuentas o prestamos elegidos"
           DISPLAY "3. Cerrar sucursal"
           DISPLAY "4. Cartera de una sucursal"
           DISPLAY "5. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE opcion
               WHEN 1
                  PERFORM TRASLADAR-CARTERA
               WHEN 2
                  PERFORM TRASLADAR-ELEGIDOS
               WHEN 3
                  PERFORM CERRAR-SUCURSAL
               WHEN 4
                  PERFORM LISTAR-CARTERA
               WHEN 5
                  MOVE "N" TO continuar
               WHEN OTHER
                  DISPLAY "Opción inválida."
           END-EVALUATE.

      ******************************************************************
      * Maestro de sucursales.
      ******************************************************************
       CARGAR-MAESTRO.
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-MAESTRO
           OPEN INPUT sucursales-maestro
           IF fs-maestro NOT = "00"
              DISPLAY "No se pudo abrir el maestro de sucursales: "
                      fs-maestro
              MOVE "FATAL" TO error-severidad
              MOVE "CARGAR-MAESTRO" TO error-parrafo
              MOVE "Sin maestro de sucursales: no hay traslados."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           PERFORM LEER-MAESTRO
           PERFORM GUARDAR-FILA-MAESTRO
               UNTIL WS-FIN-MAESTRO = "S"
           CLOSE sucursales-maestro.

       LEER-MAESTRO.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ.

       GUARDAR-FILA-MAESTRO.
           IF WS-NUM-SUCURSALES < 50
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-NOMBRE TO WS-SUM-NOMBRE(WS-NUM-SUCURSALES)
              MOVE SUM-REGION TO WS-SUM-REGION(WS-NUM-SUCURSALES)
              MOVE SUM-ESTADO TO WS-SUM-ESTADO(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-MAESTRO.

       BUSCAR-SUCURSAL.
           MOVE 0 TO WS-IDX
           PERFORM COMPARAR-SUCURSAL
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SUCURSALES.

       COMPARAR-SUCURSAL.
           IF WS-SUM-CODIGO(WS-S) = WS-CODIGO-PEDIDO
              MOVE WS-S TO WS-IDX
           END-IF.

       GRABAR-MAESTRO.
           OPEN OUTPUT sucursales-maestro
           PERFORM ESCRIBIR-FILA-MAESTRO
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SUCURSALES
           CLOSE sucursales-maestro.

       ESCRIBIR-FILA-MAESTRO.
           MOVE WS-SUM-CODIGO(WS-S) TO SUM-CODIGO
           MOVE WS-SUM-NOMBRE(WS-S) TO SUM-NOMBRE
           MOVE WS-SUM-REGION(WS-S) TO SUM-REGION
           MOVE WS-SUM-ESTADO(WS-S) TO SUM-ESTADO
           WRITE sucursal-maestro-registro.

      ******************************************************************
      * Origen: cualquier sucursal del maestro (tambien una cerrada a
      * la que le quedo cartera). Destino: una sucursal abierta y
      * distinta del origen.
      ******************************************************************
       PEDIR-SUCURSALES.
           MOVE "N" TO WS-SUCURSALES-OK
           DISPLAY "Sucursal de origen: "
           ACCEPT WS-ORIGEN
           INSPECT WS-ORIGEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-ORIGEN TO WS-CODIGO-PEDIDO
           PERFORM BUSCAR-SUCURSAL
           IF WS-ORIGEN = SPACES OR WS-IDX = 0
              DISPLAY "No existe la sucursal de origen."
           ELSE
              DISPLAY "Sucursal de destino: "
              ACCEPT WS-DESTINO
              INSPECT WS-DESTINO CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-DESTINO TO WS-CODIGO-PEDIDO
              PERFORM BUSCAR-SUCURSAL
              IF WS-DESTINO = SPACES OR WS-IDX = 0
                 DISPLAY "No existe la sucursal de destino."
              ELSE
              IF WS-SUM-ESTADO(WS-IDX) NOT = "A"
                 DISPLAY "La sucursal de destino esta cerrada."
              ELSE
              IF WS-DESTINO = WS-ORIGEN
                 DISPLAY "Origen y destino son la misma sucursal."
              ELSE
                 MOVE "S" TO WS-SUCURSALES-OK
              END-IF
              END-IF
              END-IF
           END-IF.

      * Cuentas y prestamos radicados en WS-ORIGEN.
       CONTAR-CARTERA.
           MOVE "S" TO WS-CONTEO-OK
           MOVE 0 TO WS-CANT-CUENTAS
           MOVE 0 TO WS-CANT-PRESTAMOS
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANT-CUENTAS
              FROM cuentas
              WHERE sucursal_cuenta = :WS-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "CONTAR-CARTERA" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
              MOVE "N" TO WS-CONTEO-OK
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANT-PRESTAMOS
              FROM prestamos
              WHERE sucursal_prestamo = :WS-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "CONTAR-CARTERA" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
              MOVE "N" TO WS-CONTEO-OK
           END-IF.

      ******************************************************************
      * Traslado de toda la cartera: cada fila se mueve y confirma
      * por separado y queda registrada. Un error corta el traslado;
      * lo que falto sigue en el origen y se repite la opcion.
      ******************************************************************
       TRASLADAR-CARTERA.
           PERFORM PEDIR-SUCURSALES
           IF WS-SUCURSALES-OK = "S"
              PERFORM CONTAR-CARTERA
              DISPLAY "Sucursal " WS-ORIGEN ": " WS-CANT-CUENTAS
                      " cuentas y " WS-CANT-PRESTAMOS " prestamos."
              IF WS-CANT-CUENTAS = 0 AND WS-CANT-PRESTAMOS = 0
                 DISPLAY "No hay cartera para trasladar."
              ELSE
                 DISPLAY "Trasladar todo a " WS-DESTINO "? (S/N): "
                 ACCEPT SI-NO
                 IF SI-NO = "S" OR SI-NO = "s"
                    MOVE 0 TO WS-MOVIDAS-CUENTAS
                    MOVE 0 TO WS-MOVIDOS-PRESTAMOS
                    MOVE "N" TO WS-TRASLADO-CORTADO
                    PERFORM TRASLADAR-TODAS-CUENTAS
                    IF WS-TRASLADO-CORTADO = "N"
                       PERFORM TRASLADAR-TODOS-PRESTAMOS
                    END-IF
                    DISPLAY "Trasladadas " WS-MOVIDAS-CUENTAS
                            " cuentas y " WS-MOVIDOS-PRESTAMOS
                            " prestamos de " WS-ORIGEN " a "
                            WS-DESTINO "."
                    IF WS-TRASLADO-CORTADO = "S"
                       DISPLAY "Traslado cortado por un error: "
                               "repita la opcion para el resto."
                    END-IF
                 ELSE
                    DISPLAY "Traslado cancelado."
                 END-IF
              END-IF
           END-IF.

       TRASLADAR-TODAS-CUENTAS.
           MOVE "CUENTA" TO WS-TIPO-FILA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUENTAS-ORIGEN CURSOR FOR
              SELECT id_cuenta,
                     id_cliente
              FROM cuentas
              WHERE sucursal_cuenta = :WS-ORIGEN
              ORDER BY id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-CUENTAS-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "TRASLADAR-TODAS-CUENTAS" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
              MOVE "S" TO WS-FIN-CURSOR
           ELSE
              PERFORM FETCH-CUENTA-ORIGEN
              PERFORM MOVER-CUENTA-ORIGEN
                  UNTIL WS-FIN-CURSOR = "S"
              EXEC SQL
                 CLOSE CUR-CUENTAS-ORIGEN
              END-EXEC
           END-IF.

       FETCH-CUENTA-ORIGEN.
           EXEC SQL
              FETCH CUR-CUENTAS-ORIGEN
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CUENTA-ORIGEN" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOVER-CUENTA-ORIGEN.
           PERFORM MOVER-CUENTA
           IF WS-TRASLADO-CORTADO = "S"
              MOVE "S" TO WS-FIN-CURSOR
           ELSE
              PERFORM FETCH-CUENTA-ORIGEN
           END-IF.

       TRASLADAR-TODOS-PRESTAMOS.
           MOVE "PRESTAMO" TO WS-TIPO-FILA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS-ORIGEN CURSOR FOR
              SELECT id_prestamo,
                     id_cliente
              FROM prestamos
              WHERE sucursal_prestamo = :WS-ORIGEN
              ORDER BY id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "TRASLADAR-TODOS-PRESTAMOS" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
              MOVE "S" TO WS-FIN-CURSOR
           ELSE
              PERFORM FETCH-PRESTAMO-ORIGEN
              PERFORM MOVER-PRESTAMO-ORIGEN
                  UNTIL WS-FIN-CURSOR = "S"
              EXEC SQL
                 CLOSE CUR-PRESTAMOS-ORIGEN
              END-EXEC
           END-IF.

       FETCH-PRESTAMO-ORIGEN.
           EXEC SQL
              FETCH CUR-PRESTAMOS-ORIGEN
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-PRESTAMO-ORIGEN" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOVER-PRESTAMO-ORIGEN.
           PERFORM MOVER-PRESTAMO
           IF WS-TRASLADO-CORTADO = "S"
              MOVE "S" TO WS-FIN-CURSOR
           ELSE
              PERFORM FETCH-PRESTAMO-ORIGEN
           END-IF.

      * La condicion sobre la sucursal de origen evita pisar una fila
      * que otro traslado ya movio.
       MOVER-CUENTA.
           EXEC SQL
              UPDATE cuentas
              SET    sucursal_cuenta = :WS-DESTINO
              WHERE id_cuenta = :WS-FILA-ID
                AND sucursal_cuenta = :WS-ORIGEN
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM REGISTRAR-TRASLADO
                 ADD 1 TO WS-MOVIDAS-CUENTAS
              WHEN 100
                 DISPLAY WS-TIPO-FILA " " WS-FILA-ID " ya no esta en "
                         WS-ORIGEN ": no se traslada."
              WHEN OTHER
                 MOVE "MOVER-CUENTA" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-TRASLADO-CORTADO
           END-EVALUATE.

       MOVER-PRESTAMO.
           EXEC SQL
              UPDATE prestamos
              SET    sucursal_prestamo = :WS-DESTINO
              WHERE id_prestamo = :WS-FILA-ID
                AND sucursal_prestamo = :WS-ORIGEN
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM REGISTRAR-TRASLADO
                 ADD 1 TO WS-MOVIDOS-PRESTAMOS
              WHEN 100
                 DISPLAY WS-TIPO-FILA " " WS-FILA-ID " ya no esta en "
                         WS-ORIGEN ": no se traslada."
              WHEN OTHER
                 MOVE "MOVER-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-TRASLADO-CORTADO
           END-EVALUATE.

      ******************************************************************
      * Traslado de cuentas o prestamos elegidos por ID: cada uno debe
      * estar radicado en la sucursal de origen.
      ******************************************************************
       TRASLADAR-ELEGIDOS.
           PERFORM PEDIR-SUCURSALES
           IF WS-SUCURSALES-OK = "S"
              MOVE 0 TO WS-MOVIDAS-CUENTAS
              MOVE 0 TO WS-MOVIDOS-PRESTAMOS
              MOVE "N" TO WS-TRASLADO-CORTADO
              MOVE "N" TO WS-FIN-SELECCION
              PERFORM ELEGIR-FILA
                  UNTIL WS-FIN-SELECCION = "S"
              DISPLAY "Trasladadas " WS-MOVIDAS-CUENTAS
                      " cuentas y " WS-MOVIDOS-PRESTAMOS
                      " prestamos de " WS-ORIGEN " a " WS-DESTINO "."
           END-IF.

       ELEGIR-FILA.
           MOVE SPACES TO WS-TIPO-PEDIDO
           DISPLAY "Cuenta (C), prestamo (P) o en blanco para "
                   "terminar: "
           ACCEPT WS-TIPO-PEDIDO
           EVALUATE WS-TIPO-PEDIDO
              WHEN SPACES
                 MOVE "S" TO WS-FIN-SELECCION
              WHEN "C"
              WHEN "c"
                 MOVE "CUENTA" TO WS-TIPO-FILA
                 PERFORM ELEGIR-CUENTA
              WHEN "P"
              WHEN "p"
                 MOVE "PRESTAMO" TO WS-TIPO-FILA
                 PERFORM ELEGIR-PRESTAMO
              WHEN OTHER
                 DISPLAY "Opción inválida."
           END-EVALUATE.

       ELEGIR-CUENTA.
           DISPLAY "ID de la cuenta: "
           ACCEPT WS-FILA-ID
           MOVE SPACES TO WS-FILA-SUCURSAL
           EXEC SQL
              SELECT id_cliente,
                     COALESCE(sucursal_cuenta, ' ')
              INTO :WS-FILA-CLIENTE,
                   :WS-FILA-SUCURSAL
              FROM cuentas
              WHERE id_cuenta = :WS-FILA-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "No existe la cuenta " WS-FILA-ID "."
           ELSE
           IF WS-FILA-SUCURSAL NOT = WS-ORIGEN
              DISPLAY "La cuenta " WS-FILA-ID " esta radicada en "
                      WS-FILA-SUCURSAL ", no en " WS-ORIGEN "."
           ELSE
              PERFORM MOVER-CUENTA
              IF WS-TRASLADO-CORTADO = "N"
                 DISPLAY "Cuenta " WS-FILA-ID " trasladada a "
                         WS-DESTINO "."
              END-IF
           END-IF
           END-IF
           MOVE "N" TO WS-TRASLADO-CORTADO.

       ELEGIR-PRESTAMO.
           DISPLAY "ID del prestamo: "
           ACCEPT WS-FILA-ID
           MOVE SPACES TO WS-FILA-SUCURSAL
           EXEC SQL
              SELECT id_cliente,
                     COALESCE(sucursal_prestamo, ' ')
              INTO :WS-FILA-CLIENTE,
                   :WS-FILA-SUCURSAL
              FROM prestamos
              WHERE id_prestamo = :WS-FILA-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "No existe el prestamo " WS-FILA-ID "."
           ELSE
           IF WS-FILA-SUCURSAL NOT = WS-ORIGEN
              DISPLAY "El prestamo " WS-FILA-ID " esta radicado en "
                      WS-FILA-SUCURSAL ", no en " WS-ORIGEN "."
           ELSE
              PERFORM MOVER-PRESTAMO
              IF WS-TRASLADO-CORTADO = "N"
                 DISPLAY "Prestamo " WS-FILA-ID " trasladado a "
                         WS-DESTINO "."
              END-IF
           END-IF
           END-IF
           MOVE "N" TO WS-TRASLADO-CORTADO.

       REGISTRAR-TRASLADO.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           OPEN EXTEND traslados-log
           IF fs-traslados = "35"
              OPEN OUTPUT traslados-log
              CLOSE traslados-log
              OPEN EXTEND traslados-log
           END-IF
           MOVE WS-FECHA-PROCESO TO TRC-FECHA
           MOVE WS-HORA-ACTUAL   TO TRC-HORA
           MOVE WS-TIPO-FILA     TO TRC-TIPO
           MOVE WS-FILA-ID       TO TRC-ID
           MOVE WS-FILA-CLIENTE  TO TRC-CLIENTE
           MOVE WS-ORIGEN        TO TRC-ORIGEN
           MOVE WS-DESTINO       TO TRC-DESTINO
           MOVE WS-OPERADOR-ID   TO TRC-OPERADOR
           WRITE traslado-registro
           CLOSE traslados-log.

      ******************************************************************
      * Cierre de sucursal: solo sin cuentas ni prestamos radicados.
      * Los clientes que la tienen como sucursal responsable se
      * informan pero no impiden el cierre.
      ******************************************************************
       CERRAR-SUCURSAL.
           DISPLAY "Sucursal a cerrar: "
           ACCEPT WS-ORIGEN
           INSPECT WS-ORIGEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      * GestionSucursales pudo cambiar el maestro: recargar antes de
      * reescribirlo.
           PERFORM CARGAR-MAESTRO
           MOVE WS-ORIGEN TO WS-CODIGO-PEDIDO
           PERFORM BUSCAR-SUCURSAL
           IF WS-ORIGEN = SPACES OR WS-IDX = 0
              DISPLAY "No existe esa sucursal."
           ELSE
           IF WS-SUM-ESTADO(WS-IDX) = "C"
              DISPLAY "La sucursal ya esta cerrada."
           ELSE
              PERFORM CONTAR-CARTERA
              IF WS-CONTEO-OK = "N"
                 DISPLAY "No se pudo verificar la cartera de la "
                         "sucursal. Sucursal no cerrada."
              ELSE
              IF WS-CANT-CUENTAS > 0 OR WS-CANT-PRESTAMOS > 0
                 DISPLAY "La sucursal " WS-ORIGEN " tiene radicadas "
                         WS-CANT-CUENTAS " cuentas y "
                         WS-CANT-PRESTAMOS " prestamos: trasladelos "
                         "antes de cerrarla. Sucursal no cerrada."
              ELSE
                 PERFORM CONTAR-CLIENTES-SUCURSAL
                 IF WS-CANT-CLIENTES > 0
                    DISPLAY "Aviso: " WS-CANT-CLIENTES " clientes "
                            "tienen esta sucursal como responsable."
                 END-IF
                 DISPLAY "Cerrar la sucursal " WS-ORIGEN " "
                         WS-SUM-NOMBRE(WS-IDX) "? (S/N): "
                 ACCEPT SI-NO
                 IF SI-NO = "S" OR SI-NO = "s"
                    MOVE "C" TO WS-SUM-ESTADO(WS-IDX)
                    PERFORM GRABAR-MAESTRO
                    MOVE "CIERRE" TO WS-TIPO-FILA
                    MOVE SPACES TO WS-FILA-ID
                    MOVE SPACES TO WS-FILA-CLIENTE
                    MOVE SPACES TO WS-DESTINO
                    PERFORM REGISTRAR-TRASLADO
                    DISPLAY "Sucursal " WS-ORIGEN " cerrada."
                 ELSE
                    DISPLAY "Cierre cancelado."
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       CONTAR-CLIENTES-SUCURSAL.
           MOVE 0 TO WS-CANT-CLIENTES
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANT-CLIENTES
              FROM clientes
              WHERE sucursal_cliente = :WS-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-CANT-CLIENTES
           END-IF.

      ******************************************************************
      * Cartera de una sucursal (en blanco: lo que no tiene sucursal).
      ******************************************************************
       LISTAR-CARTERA.
           DISPLAY "Sucursal (en blanco, cartera sin sucursal): "
           MOVE SPACES TO WS-ORIGEN
           ACCEPT WS-ORIGEN
           INSPECT WS-ORIGEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-CANT-CUENTAS
           MOVE 0 TO WS-CANT-PRESTAMOS
           MOVE 0 TO WS-TOTAL-SALDO
           DISPLAY "TIPO     ID     CLIENTE PRODUCTO             "
                   "        SALDO ESTADO"
           PERFORM LISTAR-CUENTAS-SUCURSAL
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-ED
           DISPLAY "Cuentas: " WS-CANT-CUENTAS
                   "  Saldo total: " WS-TOTAL-ED
           MOVE 0 TO WS-TOTAL-SALDO
           PERFORM LISTAR-PRESTAMOS-SUCURSAL
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-ED
           DISPLAY "Prestamos: " WS-CANT-PRESTAMOS
                   "  Saldo pendiente total: " WS-TOTAL-ED
           DISPLAY "Presione cualquier tecla para continuar.."
           ACCEPT SI-NO.

       LISTAR-CUENTAS-SUCURSAL.
           MOVE "CUENTA" TO WS-TIPO-FILA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CARTERA-CUENTAS CURSOR FOR
              SELECT id_cuenta,
                     id_cliente,
                     tipo_cuenta,
                     saldo_cuenta,
                     COALESCE(estado_cuenta, ' ')
              FROM cuentas
              WHERE COALESCE(sucursal_cuenta, ' ') = :WS-ORIGEN
              ORDER BY id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-CARTERA-CUENTAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "LISTAR-CUENTAS-SUCURSAL" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
           ELSE
              PERFORM FETCH-CARTERA-CUENTA
              PERFORM MOSTRAR-CARTERA-CUENTA
                  UNTIL WS-FIN-CURSOR = "S"
              EXEC SQL
                 CLOSE CUR-CARTERA-CUENTAS
              END-EXEC
           END-IF.

       FETCH-CARTERA-CUENTA.
           MOVE SPACES TO WS-FILA-PRODUCTO
           EXEC SQL
              FETCH CUR-CARTERA-CUENTAS
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-PRODUCTO,
                   :WS-FILA-SALDO,
                   :WS-FILA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CARTERA-CUENTA" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-CARTERA-CUENTA.
           ADD 1 TO WS-CANT-CUENTAS
           ADD WS-FILA-SALDO TO WS-TOTAL-SALDO
           PERFORM MOSTRAR-FILA-CARTERA
           PERFORM FETCH-CARTERA-CUENTA.

       LISTAR-PRESTAMOS-SUCURSAL.
           MOVE "PRESTAMO" TO WS-TIPO-FILA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CARTERA-PRESTAMOS CURSOR FOR
              SELECT id_prestamo,
                     id_cliente,
                     tipo_prestamo,
                     saldo_pendiente,
                     COALESCE(estado_prestamo, ' ')
              FROM prestamos
              WHERE COALESCE(sucursal_prestamo, ' ') = :WS-ORIGEN
              ORDER BY id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-CARTERA-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "LISTAR-PRESTAMOS-SUCURSAL" TO error-parrafo
              PERFORM ERROR-SQL-TRASLADO
           ELSE
              PERFORM FETCH-CARTERA-PRESTAMO
              PERFORM MOSTRAR-CARTERA-PRESTAMO
                  UNTIL WS-FIN-CURSOR = "S"
              EXEC SQL
                 CLOSE CUR-CARTERA-PRESTAMOS
              END-EXEC
           END-IF.

       FETCH-CARTERA-PRESTAMO.
           MOVE SPACES TO WS-FILA-PRODUCTO
           EXEC SQL
              FETCH CUR-CARTERA-PRESTAMOS
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-PRODUCTO,
                   :WS-FILA-SALDO,
                   :WS-FILA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CARTERA-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-SQL-TRASLADO
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-CARTERA-PRESTAMO.
           ADD 1 TO WS-CANT-PRESTAMOS
           ADD WS-FILA-SALDO TO WS-TOTAL-SALDO
           PERFORM MOSTRAR-FILA-CARTERA
           PERFORM FETCH-CARTERA-PRESTAMO.

       MOSTRAR-FILA-CARTERA.
           MOVE WS-FILA-SALDO TO WS-SALDO-ED
           DISPLAY WS-TIPO-FILA " " WS-FILA-ID " " WS-FILA-CLIENTE
                   "  " WS-FILA-PRODUCTO " " WS-SALDO-ED " "
                   WS-FILA-ESTADO.

       ERROR-SQL-TRASLADO.
           DISPLAY "Error de base de datos: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE "Error en el traslado de cartera." TO mensaje-error
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

       END PROGRAM TrasladoCartera.
