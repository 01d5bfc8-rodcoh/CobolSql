      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de garantias y garantes de prestamos, en
      *          reemplazo de la carpeta en papel de Cobranzas y
      *          Auditoria. Las garantias van en la tabla
      *          garantias_prestamo (id_garantia, id_prestamo,
      *          tipo_garantia HIPOTECA / PRENDA / DEPOSITO / OTRA,
      *          descripcion, valor_tasacion, fecha_tasacion,
      *          vencimiento_seguro, estado_garantia A=activa
      *          L=liberada) y los garantes en garantes_prestamo
      *          (id_prestamo, id_cliente, fecha_alta, estado_garante
      *          A=activo B=baja); el garante tiene que existir en
      *          clientes y no puede ser el propio deudor. Con firma
      *          de operador: el rol consulta solo lista. El control
      *          mensual de relacion prestamo/garantia, tasaciones
      *          viejas y garantes morosos es ReporteGarantias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionGarantias.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  ID-PRESTAMO-TXT   PIC X(34)
               VALUE "Introduce un ID de Prestamo: ".
       01  ID-GARANTIA-TXT   PIC X(34)
               VALUE "Introduce un ID de Garantia: ".
       01  ID-GARANTE-TXT    PIC X(34)
               VALUE "ID de Cliente del garante: ".

       01  GARANTIA-REGISTRO.
           05 GARANTIA-ID          PIC X(6).
           05 GARANTIA-PRESTAMO-ID PIC X(6).
           05 GARANTIA-TIPO        PIC X(12).
           05 GARANTIA-DESCRIPCION PIC X(40).
           05 GARANTIA-VALOR       PIC 9(9)V99.
           05 GARANTIA-FECHA-TASAC PIC X(10).
           05 GARANTIA-VTO-SEGURO  PIC X(10).
           05 GARANTIA-ESTADO      PIC X.

       01  GARANTE-REGISTRO.
           05 GARANTE-PRESTAMO-ID  PIC X(6).
           05 GARANTE-CLIENTE-ID   PIC X(6).
           05 GARANTE-FECHA-ALTA   PIC X(10).
           05 GARANTE-ESTADO       PIC X.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X.
       01  WS-PRESTAMO-CLIENTE-ID PIC X(6) VALUE SPACES.
       01  WS-PRESTAMO-ESTADO     PIC X(8) VALUE SPACES.
       01  WS-PRESTAMO-EXISTE     PIC X VALUE "N".
       01  WS-CLIENTE-EXISTE      PIC X VALUE "N".
       01  WS-CLIENTE-BUSCADO     PIC X(6) VALUE SPACES.
       01  WS-TIPO-VALIDO         PIC X VALUE "N".
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-DATO-NUEVO          PIC X(40) VALUE SPACES.
       01  WS-VALOR-NUEVO         PIC 9(9)V99 VALUE 0.
       01  WS-FIN-CURSOR          PIC X VALUE "N".
       01  WS-CANTIDAD            PIC 9(5) VALUE 0.
       01  WS-VALOR-ED            PIC ZZZZZZZZ9.99.

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
           DISPLAY "1. Alta de garantia"
           DISPLAY "2. Actualizar tasacion o seguro de garantia"
           DISPLAY "3. Liberar garantia"
           DISPLAY "4. Alta de garante"
           DISPLAY "5. Baja de garante"
           DISPLAY "6. Listar garantias y garantes de un prestamo"
           DISPLAY "7. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           IF WS-OPERADOR-ROL = "1"
              AND opcion NOT = "6" AND opcion NOT = "7"
              DISPLAY "El rol consulta solo puede listar."
           ELSE
              EVALUATE opcion
                  WHEN 1
                     PERFORM ALTA-GARANTIA
                  WHEN 2
                     PERFORM ACTUALIZAR-GARANTIA
                  WHEN 3
                     PERFORM LIBERAR-GARANTIA
                  WHEN 4
                     PERFORM ALTA-GARANTE
                  WHEN 5
                     PERFORM BAJA-GARANTE
                  WHEN 6
                     PERFORM LISTAR-PRESTAMO
                  WHEN 7
                     MOVE 'N' TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

       VALIDAR-PRESTAMO.
           MOVE "N" TO WS-PRESTAMO-EXISTE
           EXEC SQL
              SELECT id_cliente, estado_prestamo
              INTO :WS-PRESTAMO-CLIENTE-ID, :WS-PRESTAMO-ESTADO
              FROM prestamos
              WHERE id_prestamo = :GARANTIA-PRESTAMO-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-PRESTAMO-EXISTE
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-EXISTE
           EXEC SQL
              SELECT id_cliente
              INTO :WS-CLIENTE-BUSCADO
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-CLIENTE-EXISTE
           END-IF.

       ERROR-SQL-GARANTIAS.
           DISPLAY "Error de SQL: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE SPACES TO mensaje-error
           STRING "Error al actualizar garantias del prestamo "
                  DELIMITED BY SIZE
                  GARANTIA-PRESTAMO-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

      ******************************************************************
      * Alta de garantia sobre un prestamo vigente.
      ******************************************************************
       ALTA-GARANTIA.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GARANTIA-PRESTAMO-ID
           PERFORM VALIDAR-PRESTAMO
           IF WS-PRESTAMO-EXISTE = "N"
              DISPLAY "No existe ese prestamo."
           ELSE
           IF WS-PRESTAMO-ESTADO = "CANCELAD"
              DISPLAY "El prestamo esta cancelado."
           ELSE
              DISPLAY ID-GARANTIA-TXT
              ACCEPT GARANTIA-ID
              DISPLAY "Tipo (HIPOTECA/PRENDA/DEPOSITO/OTRA): "
              ACCEPT GARANTIA-TIPO
              PERFORM VALIDAR-TIPO-GARANTIA
              IF WS-TIPO-VALIDO = "N"
                 DISPLAY "Tipo de garantia invalido."
              ELSE
                 DISPLAY "Descripcion: "
                 ACCEPT GARANTIA-DESCRIPCION
                 DISPLAY "Valor de tasacion: "
                 ACCEPT GARANTIA-VALOR
                 DISPLAY "Fecha de tasacion (AAAA-MM-DD): "
                 ACCEPT GARANTIA-FECHA-TASAC
                 DISPLAY "Vencimiento del seguro (AAAA-MM-DD, "
                         "vacio = sin seguro): "
                 ACCEPT GARANTIA-VTO-SEGURO
                 MOVE "A" TO GARANTIA-ESTADO
                 PERFORM INSERTAR-GARANTIA
              END-IF
           END-IF
           END-IF.

       VALIDAR-TIPO-GARANTIA.
           MOVE "N" TO WS-TIPO-VALIDO
           IF GARANTIA-TIPO = "HIPOTECA" OR GARANTIA-TIPO = "PRENDA"
              OR GARANTIA-TIPO = "DEPOSITO" OR GARANTIA-TIPO = "OTRA"
              MOVE "S" TO WS-TIPO-VALIDO
           END-IF.

       INSERTAR-GARANTIA.
           EXEC SQL
              INSERT INTO garantias_prestamo
                 (id_garantia, id_prestamo, tipo_garantia,
                  descripcion, valor_tasacion, fecha_tasacion,
                  vencimiento_seguro, estado_garantia)
              VALUES
                 (:GARANTIA-ID, :GARANTIA-PRESTAMO-ID,
                  :GARANTIA-TIPO, :GARANTIA-DESCRIPCION,
                  :GARANTIA-VALOR, :GARANTIA-FECHA-TASAC,
                  :GARANTIA-VTO-SEGURO, :GARANTIA-ESTADO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "INSERTAR-GARANTIA" TO error-parrafo
              PERFORM ERROR-SQL-GARANTIAS
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Garantia registrada."
           END-IF.

       LEER-GARANTIA.
           EXEC SQL
              SELECT id_prestamo, tipo_garantia, descripcion,
                     valor_tasacion, fecha_tasacion,
                     vencimiento_seguro, estado_garantia
              INTO :GARANTIA-PRESTAMO-ID, :GARANTIA-TIPO,
                   :GARANTIA-DESCRIPCION, :GARANTIA-VALOR,
                   :GARANTIA-FECHA-TASAC, :GARANTIA-VTO-SEGURO,
                   :GARANTIA-ESTADO
              FROM garantias_prestamo
              WHERE id_garantia = :GARANTIA-ID
           END-EXEC.

      ******************************************************************
      * Nueva tasacion (valor y fecha) y renovacion del seguro. Un
      * dato vacio conserva el anterior.
      ******************************************************************
       ACTUALIZAR-GARANTIA.
           DISPLAY ID-GARANTIA-TXT
           ACCEPT GARANTIA-ID
           PERFORM LEER-GARANTIA
           IF SQLCODE NOT = 0
              DISPLAY "No existe esa garantia."
           ELSE
           IF GARANTIA-ESTADO NOT = "A"
              DISPLAY "La garantia esta liberada."
           ELSE
              PERFORM MOSTRAR-GARANTIA
              DISPLAY "Nuevo valor de tasacion (0 = sin cambio): "
              ACCEPT WS-VALOR-NUEVO
              IF WS-VALOR-NUEVO > 0
                 MOVE WS-VALOR-NUEVO TO GARANTIA-VALOR
                 DISPLAY "Fecha de la nueva tasacion (AAAA-MM-DD): "
                 ACCEPT GARANTIA-FECHA-TASAC
              END-IF
              DISPLAY "Nuevo vencimiento del seguro (vacio = sin "
                      "cambio): "
              MOVE SPACES TO WS-DATO-NUEVO
              ACCEPT WS-DATO-NUEVO
              IF WS-DATO-NUEVO NOT = SPACES
                 MOVE WS-DATO-NUEVO TO GARANTIA-VTO-SEGURO
              END-IF
              DISPLAY "Nueva descripcion (vacio = sin cambio): "
              MOVE SPACES TO WS-DATO-NUEVO
              ACCEPT WS-DATO-NUEVO
              IF WS-DATO-NUEVO NOT = SPACES
                 MOVE WS-DATO-NUEVO TO GARANTIA-DESCRIPCION
              END-IF
              PERFORM GRABAR-GARANTIA
           END-IF
           END-IF.

       GRABAR-GARANTIA.
           EXEC SQL
              UPDATE garantias_prestamo
              SET    descripcion        = :GARANTIA-DESCRIPCION,
                     valor_tasacion     = :GARANTIA-VALOR,
                     fecha_tasacion     = :GARANTIA-FECHA-TASAC,
                     vencimiento_seguro = :GARANTIA-VTO-SEGURO,
                     estado_garantia    = :GARANTIA-ESTADO
              WHERE id_garantia = :GARANTIA-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "GRABAR-GARANTIA" TO error-parrafo
              PERFORM ERROR-SQL-GARANTIAS
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Garantia actualizada."
           END-IF.

       LIBERAR-GARANTIA.
           DISPLAY ID-GARANTIA-TXT
           ACCEPT GARANTIA-ID
           PERFORM LEER-GARANTIA
           IF SQLCODE NOT = 0
              DISPLAY "No existe esa garantia."
           ELSE
           IF GARANTIA-ESTADO NOT = "A"
              DISPLAY "La garantia ya estaba liberada."
           ELSE
              PERFORM MOSTRAR-GARANTIA
              MOVE "L" TO GARANTIA-ESTADO
              PERFORM GRABAR-GARANTIA
           END-IF
           END-IF.

       MOSTRAR-GARANTIA.
           MOVE GARANTIA-VALOR TO WS-VALOR-ED
           DISPLAY GARANTIA-ID " " GARANTIA-TIPO " "
                   GARANTIA-DESCRIPCION
           DISPLAY "   Prestamo: " GARANTIA-PRESTAMO-ID
                   "  Tasacion: " WS-VALOR-ED
                   " al " GARANTIA-FECHA-TASAC
                   "  Seguro hasta: " GARANTIA-VTO-SEGURO
                   "  Estado: " GARANTIA-ESTADO.

      ******************************************************************
      * Garantes: cliente existente, distinto del deudor, sobre un
      * prestamo vigente. Una baja previa del mismo garante se
      * reactiva en lugar de duplicar la fila.
      ******************************************************************
       ALTA-GARANTE.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GARANTIA-PRESTAMO-ID
           PERFORM VALIDAR-PRESTAMO
           IF WS-PRESTAMO-EXISTE = "N"
              DISPLAY "No existe ese prestamo."
           ELSE
           IF WS-PRESTAMO-ESTADO = "CANCELAD"
              DISPLAY "El prestamo esta cancelado."
           ELSE
              DISPLAY ID-GARANTE-TXT
              ACCEPT WS-CLIENTE-BUSCADO
              PERFORM VALIDAR-CLIENTE
              IF WS-CLIENTE-EXISTE = "N"
                 DISPLAY "El garante no existe en clientes."
              ELSE
              IF WS-CLIENTE-BUSCADO = WS-PRESTAMO-CLIENTE-ID
                 DISPLAY "El deudor no puede ser su propio garante."
              ELSE
                 PERFORM GRABAR-ALTA-GARANTE
              END-IF
              END-IF
           END-IF
           END-IF.

       GRABAR-ALTA-GARANTE.
           MOVE GARANTIA-PRESTAMO-ID TO GARANTE-PRESTAMO-ID
           MOVE WS-CLIENTE-BUSCADO   TO GARANTE-CLIENTE-ID
           MOVE WS-FECHA-PROCESO     TO GARANTE-FECHA-ALTA
           EXEC SQL
              SELECT estado_garante
              INTO :GARANTE-ESTADO
              FROM garantes_prestamo
              WHERE id_prestamo = :GARANTE-PRESTAMO-ID
                AND id_cliente  = :GARANTE-CLIENTE-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 100
                 MOVE "A" TO GARANTE-ESTADO
                 EXEC SQL
                    INSERT INTO garantes_prestamo
                       (id_prestamo, id_cliente, fecha_alta,
                        estado_garante)
                    VALUES
                       (:GARANTE-PRESTAMO-ID, :GARANTE-CLIENTE-ID,
                        :GARANTE-FECHA-ALTA, :GARANTE-ESTADO)
                 END-EXEC
                 PERFORM CONFIRMAR-ALTA-GARANTE
              WHEN 0
                 IF GARANTE-ESTADO = "A"
                    DISPLAY "Ese cliente ya es garante del prestamo."
                 ELSE
                    MOVE "A" TO GARANTE-ESTADO
                    EXEC SQL
                       UPDATE garantes_prestamo
                       SET    estado_garante = :GARANTE-ESTADO,
                              fecha_alta     = :GARANTE-FECHA-ALTA
                       WHERE id_prestamo = :GARANTE-PRESTAMO-ID
                         AND id_cliente  = :GARANTE-CLIENTE-ID
                    END-EXEC
                    PERFORM CONFIRMAR-ALTA-GARANTE
                 END-IF
              WHEN OTHER
                 PERFORM CONFIRMAR-ALTA-GARANTE
           END-EVALUATE.

       CONFIRMAR-ALTA-GARANTE.
           IF SQLCODE NOT = 0
              MOVE "GRABAR-ALTA-GARANTE" TO error-parrafo
              PERFORM ERROR-SQL-GARANTIAS
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Garante registrado."
           END-IF.

       BAJA-GARANTE.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GARANTE-PRESTAMO-ID
           MOVE GARANTE-PRESTAMO-ID TO GARANTIA-PRESTAMO-ID
           DISPLAY ID-GARANTE-TXT
           ACCEPT GARANTE-CLIENTE-ID
           MOVE "B" TO GARANTE-ESTADO
           EXEC SQL
              UPDATE garantes_prestamo
              SET    estado_garante = :GARANTE-ESTADO
              WHERE id_prestamo = :GARANTE-PRESTAMO-ID
                AND id_cliente  = :GARANTE-CLIENTE-ID
                AND estado_garante = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY "Garante dado de baja."
              WHEN 100
                 DISPLAY "Ese cliente no es garante activo del "
                         "prestamo."
              WHEN OTHER
                 MOVE "BAJA-GARANTE" TO error-parrafo
                 PERFORM ERROR-SQL-GARANTIAS
           END-EVALUATE.

      ******************************************************************
      * Listado por pantalla de las garantias y garantes de un
      * prestamo (activos y dados de baja).
      ******************************************************************
       LISTAR-PRESTAMO.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GARANTIA-PRESTAMO-ID
           PERFORM VALIDAR-PRESTAMO
           IF WS-PRESTAMO-EXISTE = "N"
              DISPLAY "No existe ese prestamo."
           ELSE
              DISPLAY "Prestamo " GARANTIA-PRESTAMO-ID " del cliente "
                      WS-PRESTAMO-CLIENTE-ID " (" WS-PRESTAMO-ESTADO
                      ")"
              PERFORM LISTAR-GARANTIAS
              PERFORM LISTAR-GARANTES
           END-IF.

       LISTAR-GARANTIAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-GARANTIAS CURSOR FOR
              SELECT id_garantia, tipo_garantia, descripcion,
                     valor_tasacion, fecha_tasacion,
                     vencimiento_seguro, estado_garantia
              FROM garantias_prestamo
              WHERE id_prestamo = :GARANTIA-PRESTAMO-ID
              ORDER BY id_garantia
           END-EXEC
           EXEC SQL
              OPEN CUR-GARANTIAS
           END-EXEC
           PERFORM FETCH-GARANTIA
           PERFORM MOSTRAR-GARANTIA-LEIDA
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-GARANTIAS
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin garantias registradas."
           END-IF.

       FETCH-GARANTIA.
           EXEC SQL
              FETCH CUR-GARANTIAS
              INTO :GARANTIA-ID, :GARANTIA-TIPO,
                   :GARANTIA-DESCRIPCION, :GARANTIA-VALOR,
                   :GARANTIA-FECHA-TASAC, :GARANTIA-VTO-SEGURO,
                   :GARANTIA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer garantias: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-GARANTIA-LEIDA.
           ADD 1 TO WS-CANTIDAD
           PERFORM MOSTRAR-GARANTIA
           PERFORM FETCH-GARANTIA.

       LISTAR-GARANTES.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-GARANTES CURSOR FOR
              SELECT id_cliente, fecha_alta, estado_garante
              FROM garantes_prestamo
              WHERE id_prestamo = :GARANTIA-PRESTAMO-ID
              ORDER BY id_cliente
           END-EXEC
           EXEC SQL
              OPEN CUR-GARANTES
           END-EXEC
           PERFORM FETCH-GARANTE
           PERFORM MOSTRAR-GARANTE-LEIDO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-GARANTES
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin garantes registrados."
           END-IF.

       FETCH-GARANTE.
           EXEC SQL
              FETCH CUR-GARANTES
              INTO :GARANTE-CLIENTE-ID, :GARANTE-FECHA-ALTA,
                   :GARANTE-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer garantes: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-GARANTE-LEIDO.
           ADD 1 TO WS-CANTIDAD
           DISPLAY "   Garante: " GARANTE-CLIENTE-ID
                   "  Alta: " GARANTE-FECHA-ALTA
                   "  Estado: " GARANTE-ESTADO
           PERFORM FETCH-GARANTE.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM GestionGarantias.
