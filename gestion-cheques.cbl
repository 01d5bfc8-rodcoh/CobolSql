      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chequeras y ordenes de no pago de las cuentas
      *          corrientes. Registra en la tabla chequeras cada
      *          rango de series entregado a una cuenta (id_cuenta,
      *          serie_desde, serie_hasta, fecha_entrega, operador,
      *          estado_chequera A=activa B=anulada por perdida o
      *          robo) y en cheques_suspendidos las ordenes de no
      *          pago que carga el operador (id_cuenta, nro_cheque,
      *          fecha_orden, motivo, operador, estado_orden
      *          A=activa L=levantada). Un rango no puede pisar otro
      *          ya entregado a la misma cuenta y una orden solo se
      *          acepta sobre un cheque entregado y todavia no pagado
      *          (cheques_pagados, que llena CanjeCheques). Con firma
      *          de operador: el rol consulta solo lista. La
      *          validacion nocturna de los cheques presentados por
      *          la camara es CanjeCheques.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionCheques.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  ID-CUENTA-TXT     PIC X(34)
               VALUE "Introduce un ID de Cuenta: ".
       01  NRO-CHEQUE-TXT    PIC X(34)
               VALUE "Numero de cheque: ".

       01  CHEQUERA-REGISTRO.
           05 CHEQUERA-CUENTA-ID   PIC X(6).
           05 CHEQUERA-DESDE       PIC 9(8).
           05 CHEQUERA-HASTA       PIC 9(8).
           05 CHEQUERA-FECHA       PIC X(10).
           05 CHEQUERA-OPERADOR    PIC X(8).
           05 CHEQUERA-ESTADO      PIC X.

       01  SUSPENSION-REGISTRO.
           05 SUSPENSION-CUENTA-ID PIC X(6).
           05 SUSPENSION-NUMERO    PIC 9(8).
           05 SUSPENSION-FECHA     PIC X(10).
           05 SUSPENSION-MOTIVO    PIC X(30).
           05 SUSPENSION-OPERADOR  PIC X(8).
           05 SUSPENSION-ESTADO    PIC X.

       01  PAGADO-REGISTRO.
           05 PAGADO-NUMERO        PIC 9(8).
           05 PAGADO-FECHA         PIC X(10).
           05 PAGADO-MONTO         PIC 9(7)V99.
           05 PAGADO-REFERENCIA    PIC X(12).

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X.
       01  WS-CUENTA-ID           PIC X(6) VALUE SPACES.
       01  WS-CUENTA-TIPO         PIC X(10) VALUE SPACES.
       01  WS-CUENTA-ESTADO       PIC X(10) VALUE SPACES.
       01  WS-CUENTA-EXISTE       PIC X VALUE "N".
       01  WS-NRO-CHEQUE          PIC 9(8) VALUE 0.
       01  WS-CANTIDAD            PIC 9(5) VALUE 0.
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR          PIC X VALUE "N".
       01  WS-MONTO-ED            PIC ZZZZZZ9.99.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.

       PERFORM FIRMAR-OPERADOR.

       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.

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
              DISPLAY "Operador o clave invalidos."
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

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Entregar chequera"
           DISPLAY "2. Anular chequera (perdida o robo)"
           DISPLAY "3. Orden de no pago"
           DISPLAY "4. Levantar orden de no pago"
           DISPLAY "5. Listar chequeras y cheques de una cuenta"
           DISPLAY "6. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           IF WS-OPERADOR-ROL = "1"
              AND opcion NOT = "5" AND opcion NOT = "6"
              DISPLAY "El rol consulta solo puede listar."
           ELSE
              EVALUATE opcion
                  WHEN 1
                     PERFORM ENTREGAR-CHEQUERA
                  WHEN 2
                     PERFORM ANULAR-CHEQUERA
                  WHEN 3
                     PERFORM ALTA-SUSPENSION
                  WHEN 4
                     PERFORM LEVANTAR-SUSPENSION
                  WHEN 5
                     PERFORM LISTAR-CUENTA
                  WHEN 6
                     MOVE 'N' TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

       VALIDAR-CUENTA.
           MOVE "N" TO WS-CUENTA-EXISTE
           EXEC SQL
              SELECT tipo_cuenta, estado_cuenta
              INTO :WS-CUENTA-TIPO, :WS-CUENTA-ESTADO
              FROM cuentas
              WHERE id_cuenta = :WS-CUENTA-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-CUENTA-EXISTE
           END-IF.

       ERROR-SQL-CHEQUES.
           DISPLAY "Error de SQL: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE SPACES TO mensaje-error
           STRING "Error al actualizar cheques de la cuenta "
                  DELIMITED BY SIZE
                  WS-CUENTA-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

      ******************************************************************
      * Entrega de chequera: rango de series sobre una cuenta abierta
      * que no pise ningun rango ya entregado a la misma cuenta (ni
      * siquiera uno anulado: esas series ya circulan).
      ******************************************************************
       ENTREGAR-CHEQUERA.
           DISPLAY ID-CUENTA-TXT
           ACCEPT WS-CUENTA-ID
           PERFORM VALIDAR-CUENTA
           IF WS-CUENTA-EXISTE = "N"
              DISPLAY "No existe esa cuenta."
           ELSE
           IF WS-CUENTA-ESTADO = "CERRADA"
              DISPLAY "La cuenta esta cerrada."
           ELSE
              DISPLAY "Primera serie de la chequera: "
              ACCEPT CHEQUERA-DESDE
              DISPLAY "Ultima serie de la chequera: "
              ACCEPT CHEQUERA-HASTA
              IF CHEQUERA-DESDE = 0
                 OR CHEQUERA-HASTA < CHEQUERA-DESDE
                 DISPLAY "Rango de series invalido."
              ELSE
                 MOVE WS-CUENTA-ID TO CHEQUERA-CUENTA-ID
                 PERFORM CONTAR-RANGOS-SUPERPUESTOS
                 IF WS-CANTIDAD > 0
                    DISPLAY "El rango pisa una chequera ya entregada "
                            "a la cuenta."
                 ELSE
                    PERFORM INSERTAR-CHEQUERA
                 END-IF
              END-IF
           END-IF
           END-IF.

       CONTAR-RANGOS-SUPERPUESTOS.
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANTIDAD
              FROM chequeras
              WHERE id_cuenta   = :CHEQUERA-CUENTA-ID
                AND serie_desde <= :CHEQUERA-HASTA
                AND serie_hasta >= :CHEQUERA-DESDE
           END-EXEC.

       INSERTAR-CHEQUERA.
           MOVE WS-FECHA-PROCESO TO CHEQUERA-FECHA
           MOVE WS-OPERADOR-ID   TO CHEQUERA-OPERADOR
           MOVE "A"              TO CHEQUERA-ESTADO
           EXEC SQL
              INSERT INTO chequeras
                 (id_cuenta, serie_desde, serie_hasta,
                  fecha_entrega, operador, estado_chequera)
              VALUES
                 (:CHEQUERA-CUENTA-ID, :CHEQUERA-DESDE,
                  :CHEQUERA-HASTA, :CHEQUERA-FECHA,
                  :CHEQUERA-OPERADOR, :CHEQUERA-ESTADO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "INSERTAR-CHEQUERA" TO error-parrafo
              PERFORM ERROR-SQL-CHEQUES
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Chequera registrada."
           END-IF.

      ******************************************************************
      * Una chequera anulada deja de pagarse entera: los cheques de
      * sus series que presente la camara se devuelven como cheque
      * con orden de no pago.
      ******************************************************************
       ANULAR-CHEQUERA.
           DISPLAY ID-CUENTA-TXT
           ACCEPT CHEQUERA-CUENTA-ID
           MOVE CHEQUERA-CUENTA-ID TO WS-CUENTA-ID
           DISPLAY "Primera serie de la chequera a anular: "
           ACCEPT CHEQUERA-DESDE
           MOVE "B" TO CHEQUERA-ESTADO
           EXEC SQL
              UPDATE chequeras
              SET    estado_chequera = :CHEQUERA-ESTADO
              WHERE id_cuenta   = :CHEQUERA-CUENTA-ID
                AND serie_desde = :CHEQUERA-DESDE
                AND estado_chequera = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY "Chequera anulada."
              WHEN 100
                 DISPLAY "No hay chequera activa con esa primera "
                         "serie en la cuenta."
              WHEN OTHER
                 MOVE "ANULAR-CHEQUERA" TO error-parrafo
                 PERFORM ERROR-SQL-CHEQUES
           END-EVALUATE.

      ******************************************************************
      * Orden de no pago: el cheque tiene que estar dentro de una
      * chequera entregada a la cuenta y no haber sido pagado. Una
      * orden levantada del mismo cheque se reactiva.
      ******************************************************************
       ALTA-SUSPENSION.
           DISPLAY ID-CUENTA-TXT
           ACCEPT WS-CUENTA-ID
           DISPLAY NRO-CHEQUE-TXT
           ACCEPT WS-NRO-CHEQUE
           MOVE WS-CUENTA-ID  TO CHEQUERA-CUENTA-ID
           MOVE WS-NRO-CHEQUE TO CHEQUERA-DESDE
           MOVE WS-NRO-CHEQUE TO CHEQUERA-HASTA
           PERFORM CONTAR-RANGOS-SUPERPUESTOS
           IF WS-CANTIDAD = 0
              DISPLAY "Ese cheque no fue entregado a la cuenta."
           ELSE
              PERFORM CONTAR-CHEQUE-PAGADO
              IF WS-CANTIDAD > 0
                 DISPLAY "Ese cheque ya fue pagado."
              ELSE
                 DISPLAY "Motivo de la orden: "
                 ACCEPT SUSPENSION-MOTIVO
                 PERFORM GRABAR-SUSPENSION
              END-IF
           END-IF.

       CONTAR-CHEQUE-PAGADO.
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANTIDAD
              FROM cheques_pagados
              WHERE id_cuenta  = :WS-CUENTA-ID
                AND nro_cheque = :WS-NRO-CHEQUE
           END-EXEC.

       GRABAR-SUSPENSION.
           MOVE WS-CUENTA-ID     TO SUSPENSION-CUENTA-ID
           MOVE WS-NRO-CHEQUE    TO SUSPENSION-NUMERO
           MOVE WS-FECHA-PROCESO TO SUSPENSION-FECHA
           MOVE WS-OPERADOR-ID   TO SUSPENSION-OPERADOR
           EXEC SQL
              SELECT estado_orden
              INTO :SUSPENSION-ESTADO
              FROM cheques_suspendidos
              WHERE id_cuenta  = :SUSPENSION-CUENTA-ID
                AND nro_cheque = :SUSPENSION-NUMERO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE "A" TO SUSPENSION-ESTADO
                 EXEC SQL
                    INSERT INTO cheques_suspendidos
                       (id_cuenta, nro_cheque, fecha_orden, motivo,
                        operador, estado_orden)
                    VALUES
                       (:SUSPENSION-CUENTA-ID, :SUSPENSION-NUMERO,
                        :SUSPENSION-FECHA, :SUSPENSION-MOTIVO,
                        :SUSPENSION-OPERADOR, :SUSPENSION-ESTADO)
                 END-EXEC
                 PERFORM CONFIRMAR-SUSPENSION
              WHEN 0
                 IF SUSPENSION-ESTADO = "A"
                    DISPLAY "Ese cheque ya tiene orden de no pago."
                 ELSE
                    MOVE "A" TO SUSPENSION-ESTADO
                    EXEC SQL
                       UPDATE cheques_suspendidos
                       SET    estado_orden = :SUSPENSION-ESTADO,
                              fecha_orden  = :SUSPENSION-FECHA,
                              motivo       = :SUSPENSION-MOTIVO,
                              operador     = :SUSPENSION-OPERADOR
                       WHERE id_cuenta  = :SUSPENSION-CUENTA-ID
                         AND nro_cheque = :SUSPENSION-NUMERO
                    END-EXEC
                    PERFORM CONFIRMAR-SUSPENSION
                 END-IF
              WHEN OTHER
                 PERFORM CONFIRMAR-SUSPENSION
           END-EVALUATE.

       CONFIRMAR-SUSPENSION.
           IF SQLCODE NOT = 0
              MOVE "GRABAR-SUSPENSION" TO error-parrafo
              PERFORM ERROR-SQL-CHEQUES
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Orden de no pago registrada."
           END-IF.

       LEVANTAR-SUSPENSION.
           DISPLAY ID-CUENTA-TXT
           ACCEPT WS-CUENTA-ID
           DISPLAY NRO-CHEQUE-TXT
           ACCEPT WS-NRO-CHEQUE
           MOVE WS-CUENTA-ID  TO SUSPENSION-CUENTA-ID
           MOVE WS-NRO-CHEQUE TO SUSPENSION-NUMERO
           MOVE "L" TO SUSPENSION-ESTADO
           EXEC SQL
              UPDATE cheques_suspendidos
              SET    estado_orden = :SUSPENSION-ESTADO
              WHERE id_cuenta  = :SUSPENSION-CUENTA-ID
                AND nro_cheque = :SUSPENSION-NUMERO
                AND estado_orden = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY "Orden de no pago levantada."
              WHEN 100
                 DISPLAY "Ese cheque no tiene orden de no pago activa."
              WHEN OTHER
                 MOVE "LEVANTAR-SUSPENSION" TO error-parrafo
                 PERFORM ERROR-SQL-CHEQUES
           END-EVALUATE.

      ******************************************************************
      * Listado por pantalla de las chequeras, las ordenes de no pago
      * y los cheques pagados de una cuenta.
      ******************************************************************
       LISTAR-CUENTA.
           DISPLAY ID-CUENTA-TXT
           ACCEPT WS-CUENTA-ID
           PERFORM VALIDAR-CUENTA
           IF WS-CUENTA-EXISTE = "N"
              DISPLAY "No existe esa cuenta."
           ELSE
              DISPLAY "Cuenta " WS-CUENTA-ID " " WS-CUENTA-TIPO
                      " (" WS-CUENTA-ESTADO ")"
              PERFORM LISTAR-CHEQUERAS
              PERFORM LISTAR-SUSPENSIONES
              PERFORM LISTAR-PAGADOS
           END-IF.

       LISTAR-CHEQUERAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-CHEQUERAS CURSOR FOR
              SELECT serie_desde, serie_hasta, fecha_entrega,
                     operador, estado_chequera
              FROM chequeras
              WHERE id_cuenta = :WS-CUENTA-ID
              ORDER BY serie_desde
           END-EXEC
           EXEC SQL
              OPEN CUR-CHEQUERAS
           END-EXEC
           PERFORM FETCH-CHEQUERA
           PERFORM MOSTRAR-CHEQUERA
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-CHEQUERAS
           END-EXEC
           DISPLAY "Chequeras: " WS-CANTIDAD.

       FETCH-CHEQUERA.
           EXEC SQL
              FETCH CUR-CHEQUERAS
              INTO :CHEQUERA-DESDE, :CHEQUERA-HASTA,
                   :CHEQUERA-FECHA, :CHEQUERA-OPERADOR,
                   :CHEQUERA-ESTADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       MOSTRAR-CHEQUERA.
           ADD 1 TO WS-CANTIDAD
           DISPLAY "   Series " CHEQUERA-DESDE " a " CHEQUERA-HASTA
                   "  Entregada: " CHEQUERA-FECHA
                   "  Por: " CHEQUERA-OPERADOR
                   "  Estado: " CHEQUERA-ESTADO
           PERFORM FETCH-CHEQUERA.

       LISTAR-SUSPENSIONES.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-SUSPENSIONES CURSOR FOR
              SELECT nro_cheque, fecha_orden, motivo, operador,
                     estado_orden
              FROM cheques_suspendidos
              WHERE id_cuenta = :WS-CUENTA-ID
              ORDER BY nro_cheque
           END-EXEC
           EXEC SQL
              OPEN CUR-SUSPENSIONES
           END-EXEC
           PERFORM FETCH-SUSPENSION
           PERFORM MOSTRAR-SUSPENSION
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-SUSPENSIONES
           END-EXEC
           DISPLAY "Ordenes de no pago: " WS-CANTIDAD.

       FETCH-SUSPENSION.
           EXEC SQL
              FETCH CUR-SUSPENSIONES
              INTO :SUSPENSION-NUMERO, :SUSPENSION-FECHA,
                   :SUSPENSION-MOTIVO, :SUSPENSION-OPERADOR,
                   :SUSPENSION-ESTADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       MOSTRAR-SUSPENSION.
           ADD 1 TO WS-CANTIDAD
           DISPLAY "   Cheque " SUSPENSION-NUMERO
                   "  Orden: " SUSPENSION-FECHA
                   "  " SUSPENSION-MOTIVO
                   "  Por: " SUSPENSION-OPERADOR
                   "  Estado: " SUSPENSION-ESTADO
           PERFORM FETCH-SUSPENSION.

       LISTAR-PAGADOS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-PAGADOS CURSOR FOR
              SELECT nro_cheque, fecha_pago, monto, referencia
              FROM cheques_pagados
              WHERE id_cuenta = :WS-CUENTA-ID
              ORDER BY nro_cheque
           END-EXEC
           EXEC SQL
              OPEN CUR-PAGADOS
           END-EXEC
           PERFORM FETCH-PAGADO
           PERFORM MOSTRAR-PAGADO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-PAGADOS
           END-EXEC
           DISPLAY "Cheques pagados: " WS-CANTIDAD.

       FETCH-PAGADO.
           EXEC SQL
              FETCH CUR-PAGADOS
              INTO :PAGADO-NUMERO, :PAGADO-FECHA,
                   :PAGADO-MONTO, :PAGADO-REFERENCIA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       MOSTRAR-PAGADO.
           ADD 1 TO WS-CANTIDAD
           MOVE PAGADO-MONTO TO WS-MONTO-ED
           DISPLAY "   Cheque " PAGADO-NUMERO
                   "  Pagado: " PAGADO-FECHA
                   "  Monto: " WS-MONTO-ED
                   "  Ref: " PAGADO-REFERENCIA
           PERFORM FETCH-PAGADO.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM GestionCheques.
