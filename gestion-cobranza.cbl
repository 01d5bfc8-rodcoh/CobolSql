      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bitacora de gestiones de cobranza de prestamos, en
      *          reemplazo de las notas en papel de Cobranzas. Cada
      *          llamada o contacto queda en la tabla
      *          prestamos_gestiones (id_prestamo, fecha_gestion,
      *          hora_gestion, id_operador, resultado_gestion,
      *          fecha_promesa, monto_promesa, estado_promesa,
      *          observacion) con la fecha de proceso y el operador
      *          firmado. Resultados: PROMESA (promesa de pago, con
      *          fecha y monto), NOCONTES (no contesta), MENSAJE (se
      *          dejo mensaje), RECHAZA (se niega a pagar), DATOSERR
      *          (telefono o domicilio erroneo) y OTRO. Una promesa
      *          queda P (pendiente) hasta que PromesasIncumplidas la
      *          cierra como C (cumplida) o I (incumplida); una
      *          promesa nueva reemplaza a la pendiente del mismo
      *          prestamo, que pasa a R (reemplazada). El historial
      *          muestra las gestiones y las cartas de cobranza que
      *          emitio CartasCobranza. Con firma de operador: el rol
      *          consulta solo ve el historial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionCobranza.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  ID-PRESTAMO-TXT   PIC X(34)
               VALUE "Introduce un ID de Prestamo: ".

       01  GESTION-REGISTRO.
           05 GESTION-PRESTAMO-ID  PIC X(6).
           05 GESTION-FECHA        PIC X(10).
           05 GESTION-HORA         PIC X(8).
           05 GESTION-OPERADOR     PIC X(8).
           05 GESTION-RESULTADO    PIC X(8).
           05 GESTION-FECHA-PROM   PIC X(10).
           05 GESTION-MONTO-PROM   PIC 9(9)V99.
           05 GESTION-ESTADO-PROM  PIC X.
           05 GESTION-OBSERVACION  PIC X(60).

       01  CARTA-LEIDA.
           05 CARTA-FECHA          PIC X(10).
           05 CARTA-NIVEL          PIC X(8).
           05 CARTA-ATRASO         PIC 9(9)V99.
           05 CARTA-CUOTAS         PIC 9(3).
           05 CARTA-CANAL          PIC X(6).

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X.
       01  WS-PRESTAMO-CLIENTE-ID PIC X(6) VALUE SPACES.
       01  WS-PRESTAMO-ESTADO     PIC X(8) VALUE SPACES.
       01  WS-PRESTAMO-SALDO      PIC 9(9)V99 VALUE 0.
       01  WS-PRESTAMO-EXISTE     PIC X VALUE "N".
       01  WS-CLIENTE-NOMBRE      PIC X(50) VALUE SPACES.
       01  WS-CLIENTE-TELEFONO    PIC X(20) VALUE SPACES.
       01  WS-RESULTADO-VALIDO    PIC X VALUE "N".
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR          PIC X VALUE "N".
       01  WS-CANTIDAD            PIC 9(5) VALUE 0.
       01  WS-MONTO-ED            PIC ZZZZZZZZ9.99.
       01  WS-CUOTAS-ED           PIC ZZ9.

      * Fecha AAAA-MM-DD ingresada por el operador.
       01  WS-FECHA-TRABAJO.
           05 WS-FT-AAAA          PIC X(4).
           05 WS-FT-SEP1          PIC X.
           05 WS-FT-MM            PIC X(2).
           05 WS-FT-SEP2          PIC X.
           05 WS-FT-DD            PIC X(2).
       01  WS-FECHA-VALIDA        PIC X     VALUE "N".
       01  WS-FECHA-ANIO          PIC 9(4)  VALUE 0.
       01  WS-FECHA-MES           PIC 9(2)  VALUE 0.
       01  WS-FECHA-DIA           PIC 9(2)  VALUE 0.
       01  WS-DIAS-DEL-MES        PIC 9(2)  VALUE 0.
       01  WS-ANIO-BISIESTO       PIC X     VALUE "N".
       01  WS-COCIENTE            PIC 9(6)  VALUE 0.
       01  WS-RESTO-4             PIC 9(4)  VALUE 0.
       01  WS-RESTO-100           PIC 9(4)  VALUE 0.
       01  WS-RESTO-400           PIC 9(4)  VALUE 0.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-ACC-PROGRAMA       PIC X(20) VALUE "GestionCobranza".
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
           DISPLAY "1. Registrar gestion de cobranza"
           DISPLAY "2. Historial de gestiones y cartas de un prestamo"
           DISPLAY "3. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           IF WS-OPERADOR-ROL = "1"
              AND opcion NOT = "2" AND opcion NOT = "3"
              DISPLAY "El rol consulta solo puede ver el historial."
           ELSE
              EVALUATE opcion
                  WHEN 1
                     PERFORM REGISTRAR-GESTION
                  WHEN 2
                     PERFORM HISTORIAL-PRESTAMO
                  WHEN 3
                     MOVE 'N' TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

       VALIDAR-PRESTAMO.
           MOVE "N" TO WS-PRESTAMO-EXISTE
           EXEC SQL
              SELECT p.id_cliente, p.estado_prestamo,
                     p.saldo_pendiente,
                     COALESCE(c.nombre_cliente, ' '),
                     COALESCE(c.telefono_cliente, ' ')
              INTO :WS-PRESTAMO-CLIENTE-ID, :WS-PRESTAMO-ESTADO,
                   :WS-PRESTAMO-SALDO, :WS-CLIENTE-NOMBRE,
                   :WS-CLIENTE-TELEFONO
              FROM prestamos p
              LEFT JOIN clientes c
                ON c.id_cliente = p.id_cliente
              WHERE p.id_prestamo = :GESTION-PRESTAMO-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-PRESTAMO-EXISTE
           END-IF.

       MOSTRAR-PRESTAMO.
           MOVE WS-PRESTAMO-SALDO TO WS-MONTO-ED
           DISPLAY "Prestamo " GESTION-PRESTAMO-ID " del cliente "
                   WS-PRESTAMO-CLIENTE-ID " (" WS-PRESTAMO-ESTADO ")"
                   "  Saldo: " WS-MONTO-ED
           DISPLAY "   " WS-CLIENTE-NOMBRE
                   "  Tel: " WS-CLIENTE-TELEFONO
           PERFORM REGISTRAR-ACCESO-CLIENTE.

      * Un registro en la bitacora de accesos por cada cliente cuyos
      * datos se muestran.
       REGISTRAR-ACCESO-CLIENTE.
           CALL "registrar-acceso" USING WS-OPERADOR-ID
                                         WS-ACC-PROGRAMA
                                         WS-ACC-OPCION
                                         WS-PRESTAMO-CLIENTE-ID.

       ERROR-SQL-COBRANZA.
           DISPLAY "Error de SQL: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE SPACES TO mensaje-error
           STRING "Error al registrar la gestion del prestamo "
                  DELIMITED BY SIZE
                  GESTION-PRESTAMO-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

      ******************************************************************
      * Gestion sobre un prestamo con saldo. La promesa de pago pide
      * fecha (desde la fecha de proceso) y monto.
      ******************************************************************
       REGISTRAR-GESTION.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GESTION-PRESTAMO-ID
           PERFORM VALIDAR-PRESTAMO
           IF WS-PRESTAMO-EXISTE = "N"
              DISPLAY "No existe ese prestamo."
           ELSE
           IF WS-PRESTAMO-ESTADO = "CANCELAD"
              OR WS-PRESTAMO-SALDO = 0
              DISPLAY "El prestamo no tiene saldo a cobrar."
           ELSE
              MOVE "GESTION COBRANZA" TO WS-ACC-OPCION
              PERFORM MOSTRAR-PRESTAMO
              DISPLAY "Resultado (PROMESA/NOCONTES/MENSAJE/RECHAZA/"
                      "DATOSERR/OTRO): "
              ACCEPT GESTION-RESULTADO
              PERFORM VALIDAR-RESULTADO
              IF WS-RESULTADO-VALIDO = "N"
                 DISPLAY "Resultado de gestion invalido."
              ELSE
                 MOVE SPACES TO GESTION-FECHA-PROM
                 MOVE 0 TO GESTION-MONTO-PROM
                 MOVE SPACE TO GESTION-ESTADO-PROM
                 IF GESTION-RESULTADO = "PROMESA"
                    PERFORM TOMAR-PROMESA
                 END-IF
                 IF WS-RESULTADO-VALIDO = "S"
                    DISPLAY "Observacion: "
                    MOVE SPACES TO GESTION-OBSERVACION
                    ACCEPT GESTION-OBSERVACION
                    PERFORM INSERTAR-GESTION
                 END-IF
              END-IF
           END-IF
           END-IF.

       VALIDAR-RESULTADO.
           MOVE "N" TO WS-RESULTADO-VALIDO
           IF GESTION-RESULTADO = "PROMESA"
              OR GESTION-RESULTADO = "NOCONTES"
              OR GESTION-RESULTADO = "MENSAJE"
              OR GESTION-RESULTADO = "RECHAZA"
              OR GESTION-RESULTADO = "DATOSERR"
              OR GESTION-RESULTADO = "OTRO"
              MOVE "S" TO WS-RESULTADO-VALIDO
           END-IF.

       TOMAR-PROMESA.
           DISPLAY "Fecha prometida de pago (AAAA-MM-DD): "
           ACCEPT GESTION-FECHA-PROM
           MOVE GESTION-FECHA-PROM TO WS-FECHA-TRABAJO
           PERFORM VALIDAR-FECHA
           IF WS-FECHA-VALIDA = "N"
              DISPLAY "Fecha invalida."
              MOVE "N" TO WS-RESULTADO-VALIDO
           ELSE
           IF GESTION-FECHA-PROM < WS-FECHA-PROCESO
              DISPLAY "La fecha prometida no puede ser anterior a "
                      WS-FECHA-PROCESO "."
              MOVE "N" TO WS-RESULTADO-VALIDO
           ELSE
              DISPLAY "Monto prometido: "
              ACCEPT GESTION-MONTO-PROM
              IF GESTION-MONTO-PROM = 0
                 DISPLAY "El monto prometido debe ser mayor que cero."
                 MOVE "N" TO WS-RESULTADO-VALIDO
              ELSE
                 MOVE "P" TO GESTION-ESTADO-PROM
              END-IF
           END-IF
           END-IF.

      * Fecha AAAA-MM-DD en WS-FECHA-TRABAJO: digitos, separadores,
      * mes 1 a 12 y dia valido para el mes (con bisiestos).
       VALIDAR-FECHA.
           MOVE "S" TO WS-FECHA-VALIDA
           IF WS-FT-AAAA NOT NUMERIC
              OR WS-FT-MM NOT NUMERIC
              OR WS-FT-DD NOT NUMERIC
              OR WS-FT-SEP1 NOT = "-"
              OR WS-FT-SEP2 NOT = "-"
              MOVE "N" TO WS-FECHA-VALIDA
           ELSE
              MOVE WS-FT-AAAA TO WS-FECHA-ANIO
              MOVE WS-FT-MM   TO WS-FECHA-MES
              MOVE WS-FT-DD   TO WS-FECHA-DIA
              IF WS-FECHA-ANIO < 1900
                 OR WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                 MOVE "N" TO WS-FECHA-VALIDA
              ELSE
                 PERFORM CALCULAR-DIAS-DEL-MES
                 IF WS-FECHA-DIA < 1
                    OR WS-FECHA-DIA > WS-DIAS-DEL-MES
                    MOVE "N" TO WS-FECHA-VALIDA
                 END-IF
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           EVALUATE WS-FECHA-MES
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-DEL-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-DEL-MES
              WHEN 2
                 PERFORM DETERMINAR-BISIESTO
                 IF WS-ANIO-BISIESTO = "S"
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-DEL-MES
                 END-IF
           END-EVALUATE.

       DETERMINAR-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO
           DIVIDE WS-FECHA-ANIO BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-4
           DIVIDE WS-FECHA-ANIO BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-100
           DIVIDE WS-FECHA-ANIO BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0
              AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
              MOVE "S" TO WS-ANIO-BISIESTO
           END-IF.

      ******************************************************************
      * La promesa nueva y el reemplazo de la pendiente van en la
      * misma unidad de trabajo.
      ******************************************************************
       INSERTAR-GESTION.
           MOVE WS-FECHA-PROCESO TO GESTION-FECHA
           ACCEPT GESTION-HORA FROM TIME
           MOVE WS-OPERADOR-ID   TO GESTION-OPERADOR
           MOVE 0 TO SQLCODE
           IF GESTION-RESULTADO = "PROMESA"
              EXEC SQL
                 UPDATE prestamos_gestiones
                 SET    estado_promesa = 'R'
                 WHERE id_prestamo    = :GESTION-PRESTAMO-ID
                   AND estado_promesa = 'P'
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO prestamos_gestiones
                    (id_prestamo, fecha_gestion, hora_gestion,
                     id_operador, resultado_gestion, fecha_promesa,
                     monto_promesa, estado_promesa, observacion)
                 VALUES
                    (:GESTION-PRESTAMO-ID, :GESTION-FECHA,
                     :GESTION-HORA, :GESTION-OPERADOR,
                     :GESTION-RESULTADO, :GESTION-FECHA-PROM,
                     :GESTION-MONTO-PROM, :GESTION-ESTADO-PROM,
                     :GESTION-OBSERVACION)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE "INSERTAR-GESTION" TO error-parrafo
              PERFORM ERROR-SQL-COBRANZA
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Gestion registrada."
           END-IF.

      ******************************************************************
      * Historial por pantalla: gestiones y cartas de cobranza del
      * prestamo, de la mas vieja a la mas nueva.
      ******************************************************************
       HISTORIAL-PRESTAMO.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT GESTION-PRESTAMO-ID
           PERFORM VALIDAR-PRESTAMO
           IF WS-PRESTAMO-EXISTE = "N"
              DISPLAY "No existe ese prestamo."
           ELSE
              MOVE "HISTORIAL COBRANZA" TO WS-ACC-OPCION
              PERFORM MOSTRAR-PRESTAMO
              PERFORM LISTAR-GESTIONES
              PERFORM LISTAR-CARTAS
           END-IF.

       LISTAR-GESTIONES.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-GESTIONES CURSOR FOR
              SELECT fecha_gestion, hora_gestion, id_operador,
                     resultado_gestion, fecha_promesa,
                     monto_promesa, estado_promesa, observacion
              FROM prestamos_gestiones
              WHERE id_prestamo = :GESTION-PRESTAMO-ID
              ORDER BY fecha_gestion, hora_gestion
           END-EXEC
           EXEC SQL
              OPEN CUR-GESTIONES
           END-EXEC
           PERFORM FETCH-GESTION
           PERFORM MOSTRAR-GESTION-LEIDA
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-GESTIONES
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin gestiones registradas."
           END-IF.

       FETCH-GESTION.
           EXEC SQL
              FETCH CUR-GESTIONES
              INTO :GESTION-FECHA, :GESTION-HORA, :GESTION-OPERADOR,
                   :GESTION-RESULTADO, :GESTION-FECHA-PROM,
                   :GESTION-MONTO-PROM, :GESTION-ESTADO-PROM,
                   :GESTION-OBSERVACION
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer gestiones: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-GESTION-LEIDA.
           ADD 1 TO WS-CANTIDAD
           DISPLAY "   " GESTION-FECHA " " GESTION-HORA(1:4)
                   "  Operador: " GESTION-OPERADOR
                   "  " GESTION-RESULTADO
           IF GESTION-RESULTADO = "PROMESA"
              MOVE GESTION-MONTO-PROM TO WS-MONTO-ED
              DISPLAY "      Promesa: " WS-MONTO-ED
                      " al " GESTION-FECHA-PROM
                      "  Estado: " GESTION-ESTADO-PROM
           END-IF
           IF GESTION-OBSERVACION NOT = SPACES
              DISPLAY "      " GESTION-OBSERVACION
           END-IF
           PERFORM FETCH-GESTION.

       LISTAR-CARTAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-CARTAS CURSOR FOR
              SELECT fecha_carta, nivel_mora, atraso,
                     cuotas_atrasadas, canal
              FROM prestamos_cartas
              WHERE id_prestamo = :GESTION-PRESTAMO-ID
              ORDER BY fecha_carta
           END-EXEC
           EXEC SQL
              OPEN CUR-CARTAS
           END-EXEC
           PERFORM FETCH-CARTA
           PERFORM MOSTRAR-CARTA-LEIDA
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-CARTAS
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin cartas de cobranza emitidas."
           END-IF.

       FETCH-CARTA.
           EXEC SQL
              FETCH CUR-CARTAS
              INTO :CARTA-FECHA, :CARTA-NIVEL, :CARTA-ATRASO,
                   :CARTA-CUOTAS, :CARTA-CANAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer cartas: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-CARTA-LEIDA.
           ADD 1 TO WS-CANTIDAD
           MOVE CARTA-ATRASO TO WS-MONTO-ED
           MOVE CARTA-CUOTAS TO WS-CUOTAS-ED
           DISPLAY "   Carta " CARTA-FECHA " " CARTA-NIVEL
                   "  Atraso: " WS-MONTO-ED
                   "  Cuotas: " WS-CUOTAS-ED
                   "  Via: " CARTA-CANAL
           PERFORM FETCH-CARTA.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM GestionCobranza.
