      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resolucion de las coincidencias con la lista de
      *          sanciones. crear-clientes-sql (alta, importacion y
      *          cambio de nombre) y CargaListaSanciones (revision
      *          completa de clientes cuando llega una lista nueva)
      *          dejan abiertas en coincidencias_sanciones.txt
      *          (SANCTL.CPY) las posibles coincidencias. Aqui
      *          cumplimiento las lista y, con firma de supervisor,
      *          decide cada una: V coincidencia verdadera (si el
      *          cliente existe queda BLOQUEADO en clientes, con la
      *          operacion ESTADO en clientes_auditoria; si era un
      *          alta detenida, el alta sigue detenida) o F falso
      *          positivo (esa entrada de la lista ya no detiene a
      *          ese cliente). Cada decision queda con su fecha y el
      *          operador. El reporte de abiertas por antiguedad
      *          (coincidencias_sanciones_rep.txt) corre tambien en la
      *          cadena nocturna. Los roles consulta y lote solo
      *          listan y reportan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionSanciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT coincidencias-file
            ASSIGN TO DYNAMIC WS-RUTA-COINCIDENCIAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-coincidencias.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  coincidencias-file.
           COPY SANCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-coincidencias      PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-COINCIDENCIAS PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  fin-coincidencias     PIC X VALUE "N".
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

      * Registro completo en memoria: se lee una vez y se reescribe
      * solo si hubo decisiones.
       01  WS-COINCIDENCIAS.
           05 WS-COI-FILA OCCURS 3000 TIMES.
              10 WS-COI-REGISTRO PIC X(182).
       01  WS-NUM-COINCIDENCIAS  PIC 9(4) VALUE 0.
       01  WS-REGISTRO-EXCEDIDO  PIC X VALUE "N".
       01  WS-HUBO-CAMBIOS       PIC X VALUE "N".
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-I-ED               PIC ZZZ9.
       01  WS-ELEGIDA            PIC 9(4) VALUE 0.
       01  WS-LISTADAS           PIC 9(4) VALUE 0.
       01  WS-DECISION           PIC X VALUE SPACE.
       01  WS-CONFIRMA           PIC X VALUE "N".
       01  WS-DECISION-OK        PIC X VALUE "N".

      * Bloqueo del cliente por coincidencia verdadera.
       01  WS-CLIENTE-ID         PIC X(6)  VALUE SPACES.
       01  WS-ESTADO-ANTERIOR    PIC X(10) VALUE SPACES.
       01  WS-ESTADO-NUEVO       PIC X(10) VALUE "BLOQUEADO".
       01  WS-MOTIVO-ESTADO      PIC X(40)
               VALUE "Coincidencia con lista de sanciones".
       01  WS-AUD-FECHA          PIC X(10) VALUE SPACES.
       01  WS-AUD-HORA           PIC X(8)  VALUE SPACES.
       01  WS-AUD-OPERACION      PIC X(10) VALUE "ESTADO".
       01  WS-AUD-VACIO          PIC X(100) VALUE SPACES.

      * Antiguedad comercial sobre base 30/360, como el suspenso.
       01  WS-FECHA-PARTES.
           05 WS-FEC-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FEC-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FEC-DD          PIC 9(2).
       01  WS-DIAS-HOY           PIC 9(7) VALUE 0.
       01  WS-DIAS-COINCIDENCIA  PIC 9(7) VALUE 0.
       01  WS-DIAS-ABIERTA       PIC S9(7) VALUE 0.
       01  WS-DIAS-ED            PIC ZZZ9.
       01  WS-TRAMO              PIC X(8) VALUE SPACES.
       01  WS-ANTIGUEDAD.
           05 WS-ANT-7           PIC 9(4) VALUE 0.
           05 WS-ANT-30          PIC 9(4) VALUE 0.
           05 WS-ANT-90          PIC 9(4) VALUE 0.
           05 WS-ANT-MAS         PIC 9(4) VALUE 0.
       01  WS-ANT-ED             PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM FIRMAR-OPERADOR.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-COINCIDENCIAS.
       IF WS-REGISTRO-EXCEDIDO = "S"
          DISPLAY "El registro de coincidencias supera las 3000 "
                  "filas: seguir reescribiria el archivo perdiendo "
                  "coincidencias."
          MOVE "FATAL" TO error-severidad
          MOVE "CARGAR-COINCIDENCIAS" TO error-parrafo
          MOVE "coincidencias_sanciones.txt supera las 3000 filas."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
          MOVE 1 TO RETURN-CODE
          PERFORM DESCONECTAR-SQL
       END-IF
       PERFORM PROCESAR
           UNTIL continuar = "N".
       IF WS-HUBO-CAMBIOS = "S"
          PERFORM GUARDAR-COINCIDENCIAS
       END-IF
       PERFORM DESCONECTAR-SQL.

       RESOLVER-RUTAS.
           MOVE "coincidencias_sanciones.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-COINCIDENCIAS
           MOVE "coincidencias_sanciones_rep.txt"
                TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

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
              STOP RUN
           END-IF
           DISPLAY "Sesion de: " WS-OPERADOR-NOMBRE.

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

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Listar coincidencias abiertas"
           DISPLAY "2. Decidir una coincidencia"
           DISPLAY "3. Reporte de abiertas por antiguedad"
           DISPLAY "4. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE TRUE
              WHEN WS-OPERADOR-ROL NOT = "3" AND opcion = "2"
                 DISPLAY "Decidir una coincidencia requiere un "
                         "supervisor."
              WHEN OTHER
                 EVALUATE opcion
                     WHEN 1
                        PERFORM LISTAR-ABIERTAS
                     WHEN 2
                        PERFORM DECIDIR-COINCIDENCIA
                     WHEN 3
                        PERFORM REPORTE-ANTIGUEDAD
                     WHEN 4
                        MOVE "N" TO continuar
                     WHEN OTHER
                        DISPLAY "Opción inválida."
                 END-EVALUATE
           END-EVALUATE.

       CARGAR-COINCIDENCIAS.
           MOVE 0 TO WS-NUM-COINCIDENCIAS
           MOVE "N" TO fin-coincidencias
           OPEN INPUT coincidencias-file
           IF fs-coincidencias NOT = "00"
              DISPLAY "No hay registro de coincidencias. Estado: "
                      fs-coincidencias
           ELSE
              PERFORM LEER-COINCIDENCIA
              PERFORM GUARDAR-COINCIDENCIA-TABLA
                  UNTIL fin-coincidencias = "S"
              CLOSE coincidencias-file
           END-IF
           DISPLAY "Coincidencias registradas: " WS-NUM-COINCIDENCIAS.

       LEER-COINCIDENCIA.
           READ coincidencias-file
                AT END MOVE "S" TO fin-coincidencias
           END-READ.

       GUARDAR-COINCIDENCIA-TABLA.
           IF WS-NUM-COINCIDENCIAS < 3000
              ADD 1 TO WS-NUM-COINCIDENCIAS
              MOVE coincidencia-registro
                TO WS-COI-REGISTRO(WS-NUM-COINCIDENCIAS)
           ELSE
              MOVE "S" TO WS-REGISTRO-EXCEDIDO
           END-IF
           PERFORM LEER-COINCIDENCIA.

       GUARDAR-COINCIDENCIAS.
           OPEN OUTPUT coincidencias-file
           PERFORM ESCRIBIR-COINCIDENCIA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-COINCIDENCIAS
           CLOSE coincidencias-file.

       ESCRIBIR-COINCIDENCIA.
           MOVE WS-COI-REGISTRO(WS-I) TO coincidencia-registro
           WRITE coincidencia-registro.

       LISTAR-ABIERTAS.
           MOVE 0 TO WS-LISTADAS
           PERFORM LISTAR-UNA-ABIERTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-COINCIDENCIAS
           DISPLAY "Coincidencias abiertas: " WS-LISTADAS.

       LISTAR-UNA-ABIERTA.
           MOVE WS-COI-REGISTRO(WS-I) TO coincidencia-registro
           IF SAN-ESTADO = "A"
              ADD 1 TO WS-LISTADAS
              PERFORM MOSTRAR-COINCIDENCIA
           END-IF.

      * Origen: ALTA/IMPORT alta detenida (el cliente no existe),
      * CAMBIO cambio de nombre, REVISION revision completa de la
      * cartera con una lista nueva.
       MOSTRAR-COINCIDENCIA.
           MOVE WS-I TO WS-I-ED
           DISPLAY WS-I-ED ") " SAN-FECHA " " SAN-ORIGEN
                   " Cliente: " SAN-CODIGO-CLIENTE " "
                   SAN-NOMBRE-CLIENTE
           DISPLAY "      Lista: " SAN-LISTA-ID " " SAN-LISTA-PROGRAMA
                   " " SAN-LISTA-NOMBRE
           IF SAN-CLIENTE-CREADO = "N"
              DISPLAY "      Alta detenida por " SAN-OPERADOR-ALTA
           END-IF.

      ******************************************************************
      * Decision de supervisor sobre una coincidencia abierta. La
      * verdadera bloquea al cliente existente en la misma unidad de
      * trabajo; si el UPDATE falla la coincidencia sigue abierta.
      ******************************************************************
       DECIDIR-COINCIDENCIA.
           DISPLAY "Numero de la coincidencia (ver listado): "
           ACCEPT WS-ELEGIDA
           IF WS-ELEGIDA = 0 OR WS-ELEGIDA > WS-NUM-COINCIDENCIAS
              DISPLAY "Numero fuera de rango."
           ELSE
              MOVE WS-ELEGIDA TO WS-I
              MOVE WS-COI-REGISTRO(WS-I) TO coincidencia-registro
              IF SAN-ESTADO NOT = "A"
                 DISPLAY "La coincidencia ya fue decidida: "
                         SAN-ESTADO " el " SAN-FECHA-DECISION
                         " por " SAN-OPERADOR
              ELSE
                 PERFORM MOSTRAR-COINCIDENCIA
                 DISPLAY "Decision: (V)erdadera o (F)also positivo: "
                 ACCEPT WS-DECISION
                 IF WS-DECISION NOT = "V" AND WS-DECISION NOT = "F"
                    DISPLAY "Decision no reconocida, no se cambio "
                            "nada."
                 ELSE
                    DISPLAY "Confirma la decision? (S/N): "
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = "S"
                       PERFORM APLICAR-DECISION
                    ELSE
                       DISPLAY "No se cambio nada."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APLICAR-DECISION.
           MOVE "S" TO WS-DECISION-OK
           IF WS-DECISION = "V" AND SAN-CLIENTE-CREADO = "S"
              PERFORM BLOQUEAR-CLIENTE
           END-IF
           IF WS-DECISION-OK = "S"
              MOVE WS-DECISION TO SAN-ESTADO
              MOVE WS-FECHA-PROCESO TO SAN-FECHA-DECISION
              MOVE WS-OPERADOR-ID TO SAN-OPERADOR
              MOVE coincidencia-registro TO WS-COI-REGISTRO(WS-I)
              MOVE "S" TO WS-HUBO-CAMBIOS
              MOVE "INFO" TO error-severidad
              MOVE "APLICAR-DECISION" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Coincidencia de sanciones decidida "
                     DELIMITED BY SIZE
                     WS-DECISION DELIMITED BY SIZE
                     ", cliente " DELIMITED BY SIZE
                     SAN-CODIGO-CLIENTE DELIMITED BY SIZE
                     " entrada " DELIMITED BY SIZE
                     SAN-LISTA-ID DELIMITED BY SPACE
                     " por " DELIMITED BY SIZE
                     WS-OPERADOR-ID DELIMITED BY SPACE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              IF WS-DECISION = "V"
                 DISPLAY "Coincidencia verdadera registrada."
              ELSE
                 DISPLAY "Falso positivo registrado."
              END-IF
           END-IF.

       BLOQUEAR-CLIENTE.
           MOVE SAN-CODIGO-CLIENTE TO WS-CLIENTE-ID
           MOVE SPACES TO WS-ESTADO-ANTERIOR
           EXEC SQL
              SELECT estado_cliente
              INTO :WS-ESTADO-ANTERIOR
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE clientes
                 SET    estado_cliente = :WS-ESTADO-NUEVO,
                        motivo_estado  = :WS-MOTIVO-ESTADO,
                        fecha_estado   = :WS-FECHA-PROCESO
                 WHERE id_cliente = :WS-CLIENTE-ID
              END-EXEC
           END-IF

           IF SQLCODE = 0
              ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT WS-AUD-HORA  FROM TIME
              EXEC SQL
                 INSERT INTO clientes_auditoria (id_cliente,
                                                  operacion,
                                                  nombre_antes,
                                                  direccion_antes,
                                                  telefono_antes,
                                                  email_antes,
                                                  nombre_despues,
                                                  direccion_despues,
                                                  telefono_despues,
                                                  email_despues,
                                                  fecha_cambio,
                                                  hora_cambio,
                                                  operador)
                 VALUES (:WS-CLIENTE-ID,
                         :WS-AUD-OPERACION,
                         :WS-ESTADO-ANTERIOR,
                         :WS-AUD-VACIO,
                         :WS-AUD-VACIO,
                         :WS-AUD-VACIO,
                         :WS-ESTADO-NUEVO,
                         :WS-MOTIVO-ESTADO,
                         :WS-FECHA-PROCESO,
                         :WS-AUD-VACIO,
                         :WS-AUD-FECHA,
                         :WS-AUD-HORA,
                         :WS-OPERADOR-ID)
              END-EXEC
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Cliente " WS-CLIENTE-ID " bloqueado."
           ELSE
              DISPLAY "No se pudo bloquear al cliente: " SQLCODE
                      " - " SQLSTATE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE "N" TO WS-DECISION-OK
              MOVE "ERROR" TO error-severidad
              MOVE "BLOQUEAR-CLIENTE" TO error-parrafo
              MOVE "No se pudo bloquear al cliente con coincidencia."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

      ******************************************************************
      * Reporte de las coincidencias abiertas con su antiguedad en
      * dias y el tramo: hasta 7, 8 a 30, 31 a 90 y mas de 90 dias.
      ******************************************************************
       REPORTE-ANTIGUEDAD.
           MOVE 0 TO WS-ANT-7
           MOVE 0 TO WS-ANT-30
           MOVE 0 TO WS-ANT-90
           MOVE 0 TO WS-ANT-MAS
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-HOY = WS-FEC-AAAA * 360
                   + WS-FEC-MM * 30 + WS-FEC-DD
           OPEN OUTPUT reporte-out
           MOVE "COINCIDENCIAS ABIERTAS CON LISTA DE SANCIONES"
                TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "Detectada  Dias Tramo    Client  Nombre"
                  DELIMITED BY SIZE
                  "                         "
                  DELIMITED BY SIZE
                  "Entrada    Programa   Origen"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "GestionSanciones" TO REP-PROGRAMA
           MOVE WS-OPERADOR-ID TO REP-OPERADOR
           PERFORM REP-INICIAR
           PERFORM CLASIFICAR-ANTIGUEDAD
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-COINCIDENCIAS
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ANT-7 TO WS-ANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Abiertas hasta 7 dias:     " DELIMITED BY SIZE
                  WS-ANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ANT-30 TO WS-ANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Abiertas de 8 a 30 dias:   " DELIMITED BY SIZE
                  WS-ANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ANT-90 TO WS-ANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Abiertas de 31 a 90 dias:  " DELIMITED BY SIZE
                  WS-ANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ANT-MAS TO WS-ANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Abiertas con mas de 90:    " DELIMITED BY SIZE
                  WS-ANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Reporte generado en "
                   "coincidencias_sanciones_rep.txt".

       CLASIFICAR-ANTIGUEDAD.
           MOVE WS-COI-REGISTRO(WS-I) TO coincidencia-registro
           IF SAN-ESTADO = "A"
              MOVE SAN-FECHA TO WS-FECHA-PARTES
              COMPUTE WS-DIAS-COINCIDENCIA = WS-FEC-AAAA * 360
                      + WS-FEC-MM * 30 + WS-FEC-DD
              COMPUTE WS-DIAS-ABIERTA = WS-DIAS-HOY
                      - WS-DIAS-COINCIDENCIA
              IF WS-DIAS-ABIERTA < 0
                 MOVE 0 TO WS-DIAS-ABIERTA
              END-IF
              EVALUATE TRUE
                 WHEN WS-DIAS-ABIERTA > 90
                    MOVE "MAS 90" TO WS-TRAMO
                    ADD 1 TO WS-ANT-MAS
                 WHEN WS-DIAS-ABIERTA > 30
                    MOVE "31-90" TO WS-TRAMO
                    ADD 1 TO WS-ANT-90
                 WHEN WS-DIAS-ABIERTA > 7
                    MOVE "8-30" TO WS-TRAMO
                    ADD 1 TO WS-ANT-30
                 WHEN OTHER
                    MOVE "0-7" TO WS-TRAMO
                    ADD 1 TO WS-ANT-7
              END-EVALUATE
              MOVE WS-DIAS-ABIERTA TO WS-DIAS-ED
              MOVE SPACES TO REP-DETALLE
              STRING SAN-FECHA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DIAS-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-TRAMO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SAN-CODIGO-CLIENTE DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     SAN-NOMBRE-CLIENTE(1:30) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SAN-LISTA-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SAN-LISTA-PROGRAMA DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SAN-ORIGEN DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
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

       END PROGRAM GestionSanciones.
