      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de grupos economicos: clientes
      *          vinculados (una empresa, sus duenos y las cuentas de
      *          sus familias) que Creditos tiene que ver juntos para
      *          el limite por deudor. Los grupos van en la tabla
      *          grupos_economicos (id_grupo, nombre_grupo,
      *          fecha_alta, estado_grupo A=activo B=baja) y los
      *          miembros en grupos_miembros (id_grupo, id_cliente,
      *          rol_miembro EMPRESA / SOCIO / FAMILIAR / VINCULADO,
      *          fecha_alta). Un cliente pertenece a un solo grupo,
      *          asi la exposicion no se cuenta dos veces. Los
      *          cotitulares de cuentas_titulares que comparten
      *          cuenta con algun miembro se ofrecen como vinculos
      *          sugeridos, uno por uno. Con firma de operador: el rol
      *          consulta solo lista. Cada cliente mostrado queda en la
      *          bitacora de accesos. La exposicion mensual por grupo
      *          es ReporteGrupos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionGrupos.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  ID-GRUPO-TXT      PIC X(34)
               VALUE "Introduce un ID de Grupo: ".
       01  ID-CLIENTE-TXT    PIC X(34)
               VALUE "Introduce un ID de Cliente: ".

       01  GRUPO-REGISTRO.
           05 GRUPO-ID             PIC X(6).
           05 GRUPO-NOMBRE         PIC X(40).
           05 GRUPO-FECHA-ALTA     PIC X(10).
           05 GRUPO-ESTADO         PIC X.

       01  MIEMBRO-REGISTRO.
           05 MIEMBRO-GRUPO-ID     PIC X(6).
           05 MIEMBRO-CLIENTE-ID   PIC X(6).
           05 MIEMBRO-ROL          PIC X(10).
           05 MIEMBRO-FECHA-ALTA   PIC X(10).
           05 MIEMBRO-NOMBRE       PIC X(40).

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X.
       01  WS-GRUPO-EXISTE        PIC X VALUE "N".
       01  WS-CLIENTE-EXISTE      PIC X VALUE "N".
       01  WS-CLIENTE-BUSCADO     PIC X(6) VALUE SPACES.
       01  WS-GRUPO-ACTUAL        PIC X(6) VALUE SPACES.
       01  WS-ROL-VALIDO          PIC X VALUE "N".
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR          PIC X VALUE "N".
       01  WS-CANTIDAD            PIC 9(5) VALUE 0.
       01  WS-CONFIRMAR           PIC X VALUE "N".

      * Vinculos sugeridos: se juntan primero y se ofrecen despues,
      * con el cursor ya cerrado.
       01  WS-SUGERIDOS.
           05 WS-SUG-FILA OCCURS 50 TIMES.
              10 WS-SUG-CLIENTE  PIC X(6).
              10 WS-SUG-NOMBRE   PIC X(40).
       01  WS-NUM-SUGERIDOS       PIC 9(2) VALUE 0.
       01  WS-S                   PIC 9(2) VALUE 0.
       01  WS-SUGERIDOS-FUERA     PIC X VALUE "N".
       01  WS-AGREGADOS           PIC 9(2) VALUE 0.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-ACC-PROGRAMA       PIC X(20) VALUE "GestionGrupos".
       01  WS-ACC-OPCION         PIC X(25) VALUE SPACES.

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
           DISPLAY "1. Alta de grupo economico"
           DISPLAY "2. Agregar miembro a un grupo"
           DISPLAY "3. Quitar miembro de un grupo"
           DISPLAY "4. Vinculos sugeridos por cotitularidad"
           DISPLAY "5. Listar un grupo"
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
                     PERFORM ALTA-GRUPO
                  WHEN 2
                     PERFORM ALTA-MIEMBRO
                  WHEN 3
                     PERFORM BAJA-MIEMBRO
                  WHEN 4
                     PERFORM SUGERIR-VINCULOS
                  WHEN 5
                     PERFORM LISTAR-GRUPO
                  WHEN 6
                     MOVE 'N' TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

       VALIDAR-GRUPO.
           MOVE "N" TO WS-GRUPO-EXISTE
           EXEC SQL
              SELECT nombre_grupo, fecha_alta, estado_grupo
              INTO :GRUPO-NOMBRE, :GRUPO-FECHA-ALTA, :GRUPO-ESTADO
              FROM grupos_economicos
              WHERE id_grupo = :GRUPO-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-GRUPO-EXISTE
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-EXISTE
           MOVE SPACES TO MIEMBRO-NOMBRE
           EXEC SQL
              SELECT nombre_cliente
              INTO :MIEMBRO-NOMBRE
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-CLIENTE-EXISTE
           END-IF.

      * Grupo al que ya pertenece el cliente (espacios si ninguno).
       BUSCAR-GRUPO-CLIENTE.
           MOVE SPACES TO WS-GRUPO-ACTUAL
           EXEC SQL
              SELECT id_grupo
              INTO :WS-GRUPO-ACTUAL
              FROM grupos_miembros
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-GRUPO-ACTUAL
           END-IF.

       ERROR-SQL-GRUPOS.
           DISPLAY "Error de SQL: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE SPACES TO mensaje-error
           STRING "Error al actualizar el grupo economico "
                  DELIMITED BY SIZE
                  GRUPO-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

      ******************************************************************
      * Alta de grupo: id y nombre. Los miembros se agregan despues.
      ******************************************************************
       ALTA-GRUPO.
           DISPLAY ID-GRUPO-TXT
           ACCEPT GRUPO-ID
           PERFORM VALIDAR-GRUPO
           IF WS-GRUPO-EXISTE = "S"
              DISPLAY "Ya existe ese grupo: " GRUPO-NOMBRE
           ELSE
              DISPLAY "Nombre del grupo: "
              ACCEPT GRUPO-NOMBRE
              IF GRUPO-NOMBRE = SPACES
                 DISPLAY "El grupo necesita un nombre."
              ELSE
                 MOVE WS-FECHA-PROCESO TO GRUPO-FECHA-ALTA
                 MOVE "A" TO GRUPO-ESTADO
                 EXEC SQL
                    INSERT INTO grupos_economicos
                       (id_grupo, nombre_grupo, fecha_alta,
                        estado_grupo)
                    VALUES
                       (:GRUPO-ID, :GRUPO-NOMBRE, :GRUPO-FECHA-ALTA,
                        :GRUPO-ESTADO)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE "ALTA-GRUPO" TO error-parrafo
                    PERFORM ERROR-SQL-GRUPOS
                 ELSE
                    EXEC SQL
                       COMMIT
                    END-EXEC
                    DISPLAY "Grupo registrado."
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Miembros: cliente existente que no este ya en otro grupo.
      ******************************************************************
       ALTA-MIEMBRO.
           DISPLAY ID-GRUPO-TXT
           ACCEPT GRUPO-ID
           PERFORM VALIDAR-GRUPO
           IF WS-GRUPO-EXISTE = "N"
              DISPLAY "No existe ese grupo."
           ELSE
           IF GRUPO-ESTADO NOT = "A"
              DISPLAY "El grupo esta dado de baja."
           ELSE
              DISPLAY ID-CLIENTE-TXT
              ACCEPT WS-CLIENTE-BUSCADO
              PERFORM VALIDAR-CLIENTE
              IF WS-CLIENTE-EXISTE = "N"
                 DISPLAY "No existe ese cliente."
              ELSE
                 DISPLAY "Rol (EMPRESA/SOCIO/FAMILIAR/VINCULADO): "
                 ACCEPT MIEMBRO-ROL
                 PERFORM VALIDAR-ROL
                 IF WS-ROL-VALIDO = "N"
                    DISPLAY "Rol invalido."
                 ELSE
                    PERFORM GRABAR-MIEMBRO
                 END-IF
              END-IF
           END-IF
           END-IF.

       VALIDAR-ROL.
           INSPECT MIEMBRO-ROL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-ROL-VALIDO
           IF MIEMBRO-ROL = "EMPRESA" OR MIEMBRO-ROL = "SOCIO"
              OR MIEMBRO-ROL = "FAMILIAR" OR MIEMBRO-ROL = "VINCULADO"
              MOVE "S" TO WS-ROL-VALIDO
           END-IF.

      * Graba WS-CLIENTE-BUSCADO con MIEMBRO-ROL en GRUPO-ID.
       GRABAR-MIEMBRO.
           PERFORM BUSCAR-GRUPO-CLIENTE
           IF WS-GRUPO-ACTUAL NOT = SPACES
              DISPLAY "El cliente " WS-CLIENTE-BUSCADO
                      " ya pertenece al grupo " WS-GRUPO-ACTUAL "."
           ELSE
              MOVE GRUPO-ID           TO MIEMBRO-GRUPO-ID
              MOVE WS-CLIENTE-BUSCADO TO MIEMBRO-CLIENTE-ID
              MOVE WS-FECHA-PROCESO   TO MIEMBRO-FECHA-ALTA
              EXEC SQL
                 INSERT INTO grupos_miembros
                    (id_grupo, id_cliente, rol_miembro, fecha_alta)
                 VALUES
                    (:MIEMBRO-GRUPO-ID, :MIEMBRO-CLIENTE-ID,
                     :MIEMBRO-ROL, :MIEMBRO-FECHA-ALTA)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "GRABAR-MIEMBRO" TO error-parrafo
                 PERFORM ERROR-SQL-GRUPOS
              ELSE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 ADD 1 TO WS-AGREGADOS
                 DISPLAY "Miembro agregado al grupo."
              END-IF
           END-IF.

       BAJA-MIEMBRO.
           DISPLAY ID-GRUPO-TXT
           ACCEPT GRUPO-ID
           DISPLAY ID-CLIENTE-TXT
           ACCEPT WS-CLIENTE-BUSCADO
           MOVE GRUPO-ID           TO MIEMBRO-GRUPO-ID
           MOVE WS-CLIENTE-BUSCADO TO MIEMBRO-CLIENTE-ID
           EXEC SQL
              DELETE FROM grupos_miembros
              WHERE id_grupo   = :MIEMBRO-GRUPO-ID
                AND id_cliente = :MIEMBRO-CLIENTE-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY "Miembro quitado del grupo."
              WHEN 100
                 DISPLAY "Ese cliente no es miembro del grupo."
              WHEN OTHER
                 MOVE "BAJA-MIEMBRO" TO error-parrafo
                 PERFORM ERROR-SQL-GRUPOS
           END-EVALUATE.

      ******************************************************************
      * Vinculos sugeridos: clientes que comparten una cuenta con
      * algun miembro del grupo, como titular de la cuenta o como
      * cotitular en cuentas_titulares, y que no estan en ningun
      * grupo. Se ofrecen de a uno; los aceptados entran como
      * VINCULADO.
      ******************************************************************
       SUGERIR-VINCULOS.
           DISPLAY ID-GRUPO-TXT
           ACCEPT GRUPO-ID
           PERFORM VALIDAR-GRUPO
           IF WS-GRUPO-EXISTE = "N"
              DISPLAY "No existe ese grupo."
           ELSE
           IF GRUPO-ESTADO NOT = "A"
              DISPLAY "El grupo esta dado de baja."
           ELSE
              PERFORM BUSCAR-SUGERIDOS
              IF WS-NUM-SUGERIDOS = 0
                 DISPLAY "No hay vinculos sugeridos para el grupo."
              ELSE
                 IF WS-SUGERIDOS-FUERA = "S"
                    DISPLAY "Se muestran los primeros 50 sugeridos."
                 END-IF
                 MOVE 0 TO WS-AGREGADOS
                 MOVE "VINCULADO" TO MIEMBRO-ROL
                 PERFORM OFRECER-SUGERIDO
                     VARYING WS-S FROM 1 BY 1
                         UNTIL WS-S > WS-NUM-SUGERIDOS
                 DISPLAY "Vinculos agregados: " WS-AGREGADOS
              END-IF
           END-IF
           END-IF.

       BUSCAR-SUGERIDOS.
           MOVE 0 TO WS-NUM-SUGERIDOS
           MOVE "N" TO WS-SUGERIDOS-FUERA
           MOVE "N" TO WS-FIN-CURSOR
           MOVE GRUPO-ID TO MIEMBRO-GRUPO-ID
           EXEC SQL
              DECLARE CUR-SUGERIDOS CURSOR FOR
              SELECT DISTINCT x.id_cliente, cl.nombre_cliente
              FROM grupos_miembros m,
                   (SELECT id_cuenta, id_cliente FROM cuentas
                    UNION
                    SELECT id_cuenta, id_cliente
                    FROM cuentas_titulares) h,
                   (SELECT id_cuenta, id_cliente FROM cuentas
                    UNION
                    SELECT id_cuenta, id_cliente
                    FROM cuentas_titulares) x,
                   clientes cl
              WHERE m.id_grupo   = :MIEMBRO-GRUPO-ID
                AND h.id_cliente = m.id_cliente
                AND x.id_cuenta  = h.id_cuenta
                AND cl.id_cliente = x.id_cliente
                AND NOT EXISTS
                    (SELECT 1 FROM grupos_miembros g
                     WHERE g.id_cliente = x.id_cliente)
              ORDER BY x.id_cliente
           END-EXEC
           EXEC SQL
              OPEN CUR-SUGERIDOS
           END-EXEC
           PERFORM FETCH-SUGERIDO
           PERFORM GUARDAR-SUGERIDO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-SUGERIDOS
           END-EXEC.

       FETCH-SUGERIDO.
           EXEC SQL
              FETCH CUR-SUGERIDOS
              INTO :WS-CLIENTE-BUSCADO, :MIEMBRO-NOMBRE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al buscar vinculos: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       GUARDAR-SUGERIDO.
           IF WS-NUM-SUGERIDOS < 50
              ADD 1 TO WS-NUM-SUGERIDOS
              MOVE WS-CLIENTE-BUSCADO
                 TO WS-SUG-CLIENTE(WS-NUM-SUGERIDOS)
              MOVE MIEMBRO-NOMBRE TO WS-SUG-NOMBRE(WS-NUM-SUGERIDOS)
           ELSE
              MOVE "S" TO WS-SUGERIDOS-FUERA
           END-IF
           PERFORM FETCH-SUGERIDO.

       OFRECER-SUGERIDO.
           MOVE "VINCULOS SUGERIDOS" TO WS-ACC-OPCION
           MOVE WS-SUG-CLIENTE(WS-S) TO WS-CLIENTE-BUSCADO
           PERFORM REGISTRAR-ACCESO-CLIENTE
           DISPLAY "Comparte cuenta con el grupo: "
                   WS-SUG-CLIENTE(WS-S) " " WS-SUG-NOMBRE(WS-S)
           DISPLAY "Agregarlo como VINCULADO (S/N): "
           MOVE "N" TO WS-CONFIRMAR
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
              MOVE WS-SUG-CLIENTE(WS-S) TO WS-CLIENTE-BUSCADO
              PERFORM GRABAR-MIEMBRO
           END-IF.

      ******************************************************************
      * Listado por pantalla de un grupo y sus miembros.
      ******************************************************************
       LISTAR-GRUPO.
           DISPLAY ID-GRUPO-TXT
           ACCEPT GRUPO-ID
           PERFORM VALIDAR-GRUPO
           IF WS-GRUPO-EXISTE = "N"
              DISPLAY "No existe ese grupo."
           ELSE
              DISPLAY "Grupo " GRUPO-ID " " GRUPO-NOMBRE
                      " (alta " GRUPO-FECHA-ALTA
                      ", estado " GRUPO-ESTADO ")"
              PERFORM LISTAR-MIEMBROS
           END-IF.

       LISTAR-MIEMBROS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           MOVE GRUPO-ID TO MIEMBRO-GRUPO-ID
           EXEC SQL
              DECLARE CUR-MIEMBROS CURSOR FOR
              SELECT m.id_cliente, m.rol_miembro, m.fecha_alta,
                     cl.nombre_cliente
              FROM grupos_miembros m,
                   clientes cl
              WHERE m.id_grupo = :MIEMBRO-GRUPO-ID
                AND cl.id_cliente = m.id_cliente
              ORDER BY m.rol_miembro, m.id_cliente
           END-EXEC
           EXEC SQL
              OPEN CUR-MIEMBROS
           END-EXEC
           PERFORM FETCH-MIEMBRO
           PERFORM MOSTRAR-MIEMBRO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-MIEMBROS
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin miembros registrados."
           END-IF.

       FETCH-MIEMBRO.
           EXEC SQL
              FETCH CUR-MIEMBROS
              INTO :MIEMBRO-CLIENTE-ID, :MIEMBRO-ROL,
                   :MIEMBRO-FECHA-ALTA, :MIEMBRO-NOMBRE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer miembros: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-MIEMBRO.
           ADD 1 TO WS-CANTIDAD
           MOVE "LISTAR GRUPO" TO WS-ACC-OPCION
           MOVE MIEMBRO-CLIENTE-ID TO WS-CLIENTE-BUSCADO
           PERFORM REGISTRAR-ACCESO-CLIENTE
           DISPLAY "   " MIEMBRO-CLIENTE-ID " " MIEMBRO-NOMBRE
                   "  " MIEMBRO-ROL "  Alta: " MIEMBRO-FECHA-ALTA
           PERFORM FETCH-MIEMBRO.

      * Un registro en la bitacora de accesos por cada cliente cuyos
      * datos se muestran.
       REGISTRAR-ACCESO-CLIENTE.
           CALL "registrar-acceso" USING WS-OPERADOR-ID
                                         WS-ACC-PROGRAMA
                                         WS-ACC-OPCION
                                         WS-CLIENTE-BUSCADO.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM GestionGrupos.
