      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida de anonimizacion de clientes dados de baja
      *          hace mas del plazo de retencion. Un cliente es
      *          candidato cuando tuvo alguna cuenta o prestamo y hoy:
      *          todas sus cuentas (propias y como cotitular) estan
      *          CERRADAS con fecha_cierre anterior a la fecha limite;
      *          todos sus prestamos tienen saldo cero y su ultimo
      *          movimiento en prestamos_historia (o la fecha de
      *          origen si no tiene) es anterior a la fecha limite; no
      *          es garante de un prestamo con saldo; y no tiene un
      *          plazo fijo vigente o vencido despues de la fecha
      *          limite en plazos_fijos.dat. La fecha limite es la
      *          fecha de proceso menos los anios de retencion.
      *          Al anonimizar se reemplazan en clientes el nombre, la
      *          direccion, el telefono, el correo y los datos del
      *          documento y de nacimiento por valores fijos; se
      *          conservan el id_cliente, el estado y toda la historia
      *          financiera (cuentas, prestamos, movimientos). Los
      *          datos personales de las filas anteriores del cliente
      *          en clientes_auditoria (ALTA, CAMBIO, KYC, BAJA,
      *          FUSION) tambien se reemplazan, y la accion queda en
      *          clientes_auditoria con la operacion ANONIMIZA.
      *          Parametros: parametros_anonimizacion.dat (anios de
      *          retencion, por omision 10; aplicar S/N, por omision
      *          N). Con N la corrida solo lista los candidatos en
      *          anonimizacion_rep.txt y no cambia nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnonimizarClientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-anonimizacion
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-anonimizacion.
       01  parametro-anonimizacion-registro.
           05 PAN-ANIOS-RETENCION PIC 9(2).
           05 PAN-APLICAR         PIC X.       *> S=anonimizar N=listar

       FD  plazos-file.
       01  plazo-registro.
           05 PF-ID               PIC X(6).
           05 PF-CLIENTE          PIC X(6).
           05 PF-CUENTA           PIC X(6).
           05 PF-PRINCIPAL        PIC 9(9)V99.
           05 PF-PLAZO            PIC 9(3).
           05 PF-TASA             PIC 9V9999.
           05 PF-FECHA-INICIO     PIC X(10).
           05 PF-FECHA-VENC       PIC X(10).
           05 PF-ESTADO           PIC X.       *> V=vigente P=pagado

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-plazos             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-ANIOS-RETENCION    PIC 9(2) VALUE 10.
       01  WS-APLICAR            PIC X VALUE "N".
       01  WS-FECHA-LIMITE       PIC X(10) VALUE SPACES.
       01  WS-LIMITE-ARMADA.
           05 WS-LIM-AAAA        PIC 9(4).
           05 FILLER             PIC X VALUE "-".
           05 WS-LIM-MM          PIC X(2).
           05 FILLER             PIC X VALUE "-".
           05 WS-LIM-DD          PIC X(2).
       01  WS-ANIO-PROCESO       PIC 9(4) VALUE 0.
       01  WS-RESTO-4            PIC 9(4) VALUE 0.
       01  WS-RESTO-100          PIC 9(4) VALUE 0.
       01  WS-RESTO-400          PIC 9(4) VALUE 0.
       01  WS-COCIENTE           PIC 9(6) VALUE 0.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-PLAZOS         PIC X VALUE "N".

      * Clientes con plazo fijo que todavia los retiene.
       01  WS-PLAZOS-RETENIDOS.
           05 WS-PFR-CLIENTE OCCURS 500 TIMES PIC X(6).
       01  WS-NUM-PLAZOS         PIC 9(3) VALUE 0.
       01  WS-P                  PIC 9(3) VALUE 0.
       01  WS-CON-PLAZO          PIC X VALUE "N".

      * Los candidatos se cargan primero y se procesan despues, con
      * un COMMIT por cliente fuera del cursor. Lo que no entra en la
      * tabla queda para la corrida siguiente.
       01  WS-CANDIDATOS.
           05 WS-CAND-ID OCCURS 1000 TIMES PIC X(6).
       01  WS-NUM-CANDIDATOS     PIC 9(4) VALUE 0.
       01  WS-C                  PIC 9(4) VALUE 0.
       01  WS-CANDIDATO-ID       PIC X(6) VALUE SPACES.
       01  WS-QUEDAN-CANDIDATOS  PIC X VALUE "N".

       01  WS-NOMBRE-ANONIMO     PIC X(50) VALUE "CLIENTE ANONIMIZADO".
       01  WS-DATO-ANONIMO       PIC X(11) VALUE "ANONIMIZADO".
       01  WS-EMAIL-ANONIMO      PIC X(20) VALUE "anonimizado@invalido".
       01  WS-CP-ANONIMO         PIC X(5)  VALUE "00000".
       01  WS-ANONIMIZADO-OK     PIC X VALUE "N".

       01  WS-AUD-FECHA           PIC X(10) VALUE SPACES.
       01  WS-AUD-HORA            PIC X(8)  VALUE SPACES.
       01  WS-AUD-OPERACION       PIC X(10) VALUE SPACES.
       01  WS-AUD-NOMBRE-ANTES    PIC X(50) VALUE SPACES.
       01  WS-AUD-DIRECCION-ANTES PIC X(100) VALUE SPACES.
       01  WS-AUD-TELEFONO-ANTES  PIC X(20) VALUE SPACES.
       01  WS-AUD-EMAIL-ANTES     PIC X(50) VALUE SPACES.
       01  WS-AUD-NOMBRE-DESP     PIC X(50) VALUE SPACES.
       01  WS-AUD-DIRECCION-DESP  PIC X(100) VALUE SPACES.
       01  WS-AUD-TELEFONO-DESP   PIC X(20) VALUE SPACES.
       01  WS-AUD-EMAIL-DESP      PIC X(50) VALUE SPACES.

       01  WS-TOT-CANDIDATOS     PIC 9(7) VALUE 0.
       01  WS-TOT-ANONIMIZADOS   PIC 9(7) VALUE 0.
       01  WS-TOT-EXCLUIDOS-PF   PIC 9(7) VALUE 0.
       01  WS-TOT-ERRORES        PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-ANIOS-ED           PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-PARAMETROS.
       PERFORM CALCULAR-FECHA-LIMITE.
       PERFORM CARGAR-PLAZOS-FIJOS.
       PERFORM ABRIR-REPORTE.
       PERFORM BUSCAR-CANDIDATOS.
       PERFORM PROCESAR-CANDIDATO
           VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CANDIDATOS.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM REP-FINALIZAR.
       CLOSE reporte-out.
       DISPLAY "Anonimizacion: " WS-TOT-CANDIDATOS " candidatos, "
               WS-TOT-ANONIMIZADOS " anonimizados, "
               WS-TOT-ERRORES " con error.".
       PERFORM REGISTRAR-RESUMEN.
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

      * Sin archivo de parametros: 10 anios y solo listado.
       CARGAR-PARAMETROS.
           MOVE "parametros_anonimizacion.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           OPEN INPUT parametros-anonimizacion
           IF fs-parametros = "00"
              READ parametros-anonimizacion
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PAN-ANIOS-RETENCION NUMERIC
                       AND PAN-ANIOS-RETENCION > 0
                       MOVE PAN-ANIOS-RETENCION TO WS-ANIOS-RETENCION
                    END-IF
                    IF PAN-APLICAR = "S"
                       MOVE "S" TO WS-APLICAR
                    END-IF
              END-READ
              CLOSE parametros-anonimizacion
           END-IF.

      * Fecha de proceso menos los anios de retencion; un 29 de
      * febrero cae en el 28 si el anio limite no es bisiesto.
       CALCULAR-FECHA-LIMITE.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO-PROCESO
           COMPUTE WS-LIM-AAAA = WS-ANIO-PROCESO - WS-ANIOS-RETENCION
           MOVE WS-FECHA-PROCESO(6:2) TO WS-LIM-MM
           MOVE WS-FECHA-PROCESO(9:2) TO WS-LIM-DD
           IF WS-LIM-MM = "02" AND WS-LIM-DD = "29"
              DIVIDE WS-LIM-AAAA BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-4
              DIVIDE WS-LIM-AAAA BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-100
              DIVIDE WS-LIM-AAAA BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 NOT = 0
                 OR (WS-RESTO-100 = 0 AND WS-RESTO-400 NOT = 0)
                 MOVE "28" TO WS-LIM-DD
              END-IF
           END-IF
           MOVE WS-LIMITE-ARMADA TO WS-FECHA-LIMITE.

      ******************************************************************
      * Un plazo fijo vigente, o pagado despues de la fecha limite,
      * retiene al cliente aunque no tenga cuentas abiertas.
      ******************************************************************
       CARGAR-PLAZOS-FIJOS.
           MOVE "plazos_fijos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PLAZOS
           MOVE 0 TO WS-NUM-PLAZOS
           OPEN INPUT plazos-file
           IF fs-plazos = "00"
              PERFORM LEER-PLAZO
              PERFORM GUARDAR-PLAZO
                  UNTIL WS-FIN-PLAZOS = "S"
              CLOSE plazos-file
           END-IF.

       LEER-PLAZO.
           READ plazos-file
                AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

       GUARDAR-PLAZO.
           IF (PF-ESTADO = "V" OR PF-FECHA-VENC >= WS-FECHA-LIMITE)
              AND WS-NUM-PLAZOS < 500
              ADD 1 TO WS-NUM-PLAZOS
              MOVE PF-CLIENTE TO WS-PFR-CLIENTE(WS-NUM-PLAZOS)
           END-IF
           PERFORM LEER-PLAZO.

       ABRIR-REPORTE.
           MOVE "anonimizacion_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           IF fs-reporte NOT = "00"
              DISPLAY "No se pudo abrir anonimizacion_rep.txt. "
                      "Estado: " fs-reporte
              MOVE "FATAL" TO error-severidad
              MOVE "ABRIR-REPORTE" TO error-parrafo
              MOVE "No se pudo abrir el reporte de anonimizacion."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           IF WS-APLICAR = "S"
              MOVE "ANONIMIZACION DE CLIENTES" TO REP-NOMBRE
           ELSE
              MOVE "ANONIMIZACION DE CLIENTES (SOLO LISTADO)"
                TO REP-NOMBRE
           END-IF
           MOVE SPACES       TO REP-ENCABEZADO-COLS
           MOVE "CLIENTE"    TO REP-ENCABEZADO-COLS(1:7)
           MOVE "ACCION"     TO REP-ENCABEZADO-COLS(10:6)
           MOVE "AnonimizarClientes" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE WS-ANIOS-RETENCION TO WS-ANIOS-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Retencion: " DELIMITED BY SIZE
                  WS-ANIOS-ED DELIMITED BY SIZE
                  " anios. Todo cerrado antes de: " DELIMITED BY SIZE
                  WS-FECHA-LIMITE DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      * Un error de SQL al buscar candidatos deja la corrida sin hacer.
       ERROR-CURSOR.
           DISPLAY "Error al buscar candidatos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE "Error de SQL al buscar clientes a anonimizar."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Una cuenta retiene al cliente si no esta CERRADA, si no tiene
      * fecha de cierre o si cerro despues de la fecha limite; un
      * prestamo, si tiene saldo o se movio despues de la fecha
      * limite; una garantia, si el prestamo garantizado tiene saldo.
      ******************************************************************
       BUSCAR-CANDIDATOS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-NUM-CANDIDATOS
           EXEC SQL
              DECLARE CUR-ANONIMIZAR CURSOR FOR
              SELECT cl.id_cliente
              FROM clientes cl
              WHERE cl.nombre_cliente <> :WS-NOMBRE-ANONIMO
                AND (EXISTS (SELECT 1 FROM cuentas c
                             WHERE c.id_cliente = cl.id_cliente)
                     OR EXISTS (SELECT 1 FROM prestamos p
                                WHERE p.id_cliente = cl.id_cliente))
                AND NOT EXISTS
                    (SELECT 1 FROM cuentas c
                     WHERE c.id_cliente = cl.id_cliente
                       AND (COALESCE(c.estado_cuenta, ' ') <> 'CERRADA'
                            OR COALESCE(c.fecha_cierre, ' ') = ' '
                            OR c.fecha_cierre >= :WS-FECHA-LIMITE))
                AND NOT EXISTS
                    (SELECT 1 FROM cuentas_titulares ct, cuentas c
                     WHERE ct.id_cliente = cl.id_cliente
                       AND c.id_cuenta = ct.id_cuenta
                       AND (COALESCE(c.estado_cuenta, ' ') <> 'CERRADA'
                            OR COALESCE(c.fecha_cierre, ' ') = ' '
                            OR c.fecha_cierre >= :WS-FECHA-LIMITE))
                AND NOT EXISTS
                    (SELECT 1 FROM prestamos p
                     WHERE p.id_cliente = cl.id_cliente
                       AND (p.saldo_pendiente > 0
                            OR COALESCE(
                                 (SELECT MAX(h.fecha_movimiento)
                                  FROM prestamos_historia h
                                  WHERE h.id_prestamo = p.id_prestamo),
                                 p.fecha_origen) >= :WS-FECHA-LIMITE))
                AND NOT EXISTS
                    (SELECT 1 FROM garantes_prestamo g, prestamos p
                     WHERE g.id_cliente = cl.id_cliente
                       AND p.id_prestamo = g.id_prestamo
                       AND p.saldo_pendiente > 0)
              ORDER BY cl.id_cliente
           END-EXEC
           EXEC SQL
              OPEN CUR-ANONIMIZAR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF
           PERFORM FETCH-CANDIDATO
           PERFORM GUARDAR-CANDIDATO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-ANONIMIZAR
           END-EXEC.

       FETCH-CANDIDATO.
           EXEC SQL
              FETCH CUR-ANONIMIZAR
              INTO :WS-CANDIDATO-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GUARDAR-CANDIDATO.
           PERFORM BUSCAR-PLAZO-CLIENTE
           IF WS-CON-PLAZO = "S"
              ADD 1 TO WS-TOT-EXCLUIDOS-PF
           ELSE
              IF WS-NUM-CANDIDATOS < 1000
                 ADD 1 TO WS-NUM-CANDIDATOS
                 MOVE WS-CANDIDATO-ID
                   TO WS-CAND-ID(WS-NUM-CANDIDATOS)
              ELSE
                 MOVE "S" TO WS-QUEDAN-CANDIDATOS
              END-IF
           END-IF
           PERFORM FETCH-CANDIDATO.

       BUSCAR-PLAZO-CLIENTE.
           MOVE "N" TO WS-CON-PLAZO
           PERFORM COMPARAR-PLAZO-CLIENTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PLAZOS OR WS-CON-PLAZO = "S".

       COMPARAR-PLAZO-CLIENTE.
           IF WS-PFR-CLIENTE(WS-P) = WS-CANDIDATO-ID
              MOVE "S" TO WS-CON-PLAZO
           END-IF.

       PROCESAR-CANDIDATO.
           MOVE WS-CAND-ID(WS-C) TO WS-CANDIDATO-ID
           ADD 1 TO WS-TOT-CANDIDATOS
           MOVE SPACES TO REP-DETALLE
           IF WS-APLICAR = "S"
              PERFORM ANONIMIZAR-CLIENTE
              IF WS-ANONIMIZADO-OK = "S"
                 ADD 1 TO WS-TOT-ANONIMIZADOS
                 STRING WS-CANDIDATO-ID DELIMITED BY SIZE
                        "   ANONIMIZADO" DELIMITED BY SIZE
                        INTO REP-DETALLE
              ELSE
                 ADD 1 TO WS-TOT-ERRORES
                 STRING WS-CANDIDATO-ID DELIMITED BY SIZE
                        "   ERROR, SIN CAMBIOS" DELIMITED BY SIZE
                        INTO REP-DETALLE
              END-IF
           ELSE
              STRING WS-CANDIDATO-ID DELIMITED BY SIZE
                     "   CANDIDATO" DELIMITED BY SIZE
                     INTO REP-DETALLE
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * Los tres cambios del cliente van juntos: si alguno falla se
      * deshace todo y el cliente queda para la corrida siguiente.
      ******************************************************************
       ANONIMIZAR-CLIENTE.
           MOVE "N" TO WS-ANONIMIZADO-OK
           EXEC SQL
              UPDATE clientes
              SET    nombre_cliente        = :WS-NOMBRE-ANONIMO,
                     calle_cliente         = :WS-DATO-ANONIMO,
                     ciudad_cliente        = :WS-DATO-ANONIMO,
                     provincia_cliente     = :WS-DATO-ANONIMO,
                     cp_cliente            = :WS-CP-ANONIMO,
                     telefono_cliente      = :WS-DATO-ANONIMO,
                     email_cliente         = :WS-EMAIL-ANONIMO,
                     tipo_documento        = ' ',
                     nro_documento         = ' ',
                     vencimiento_documento = ' ',
                     fecha_nacimiento      = ' ',
                     proxima_revision_kyc  = ' '
              WHERE id_cliente = :WS-CANDIDATO-ID
           END-EXEC
           IF SQLCODE = 0
              PERFORM ANONIMIZAR-AUDITORIA-PREVIA
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100
              PERFORM ESCRIBIR-AUDITORIA-ANONIMIZA
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE "S" TO WS-ANONIMIZADO-OK
           ELSE
              DISPLAY "Error al anonimizar " WS-CANDIDATO-ID ": "
                      SQLCODE " - " SQLSTATE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE "ERROR" TO error-severidad
              MOVE "ANONIMIZAR-CLIENTE" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Error al anonimizar el cliente " DELIMITED BY SIZE
                     WS-CANDIDATO-ID DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

      * Las filas de estado (ESTADO) no llevan datos personales en
      * esas columnas y se dejan como estan.
       ANONIMIZAR-AUDITORIA-PREVIA.
           EXEC SQL
              UPDATE clientes_auditoria
              SET    nombre_antes      = :WS-DATO-ANONIMO,
                     direccion_antes   = :WS-DATO-ANONIMO,
                     telefono_antes    = :WS-DATO-ANONIMO,
                     email_antes       = :WS-DATO-ANONIMO,
                     nombre_despues    = :WS-DATO-ANONIMO,
                     direccion_despues = :WS-DATO-ANONIMO,
                     telefono_despues  = :WS-DATO-ANONIMO,
                     email_despues     = :WS-DATO-ANONIMO
              WHERE id_cliente = :WS-CANDIDATO-ID
                AND operacion IN ('ALTA', 'CAMBIO', 'KYC', 'BAJA',
                                  'FUSION')
           END-EXEC.

      * La accion no guarda los datos anteriores: la fila dice que se
      * anonimizo, con que retencion y contra que fecha limite.
       ESCRIBIR-AUDITORIA-ANONIMIZA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA  FROM TIME
           MOVE "ANONIMIZA" TO WS-AUD-OPERACION
           MOVE SPACES TO WS-AUD-NOMBRE-ANTES
           MOVE SPACES TO WS-AUD-DIRECCION-ANTES
           MOVE SPACES TO WS-AUD-TELEFONO-ANTES
           MOVE SPACES TO WS-AUD-EMAIL-ANTES
           MOVE WS-NOMBRE-ANONIMO TO WS-AUD-NOMBRE-DESP
           MOVE WS-ANIOS-RETENCION TO WS-ANIOS-ED
           MOVE SPACES TO WS-AUD-DIRECCION-DESP
           STRING "Retencion " DELIMITED BY SIZE
                  WS-ANIOS-ED DELIMITED BY SIZE
                  " anios, todo cerrado antes de " DELIMITED BY SIZE
                  WS-FECHA-LIMITE DELIMITED BY SIZE
                  INTO WS-AUD-DIRECCION-DESP
           MOVE WS-DATO-ANONIMO  TO WS-AUD-TELEFONO-DESP
           MOVE WS-EMAIL-ANONIMO TO WS-AUD-EMAIL-DESP

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
                                               hora_cambio)
              VALUES (:WS-CANDIDATO-ID,
                      :WS-AUD-OPERACION,
                      :WS-AUD-NOMBRE-ANTES,
                      :WS-AUD-DIRECCION-ANTES,
                      :WS-AUD-TELEFONO-ANTES,
                      :WS-AUD-EMAIL-ANTES,
                      :WS-AUD-NOMBRE-DESP,
                      :WS-AUD-DIRECCION-DESP,
                      :WS-AUD-TELEFONO-DESP,
                      :WS-AUD-EMAIL-DESP,
                      :WS-AUD-FECHA,
                      :WS-AUD-HORA)
           END-EXEC.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CANDIDATOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Candidatos:                       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-ANONIMIZADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Anonimizados:                     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-ERRORES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Con error (sin cambios):          " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-EXCLUIDOS-PF TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Retenidos por plazo fijo:         " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-QUEDAN-CANDIDATOS = "S"
              MOVE "Quedan candidatos para la corrida siguiente."
                TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       REGISTRAR-RESUMEN.
           IF WS-TOT-ERRORES > 0
              MOVE "WARN" TO error-severidad
           ELSE
              MOVE "INFO" TO error-severidad
           END-IF
           MOVE "REGISTRAR-RESUMEN" TO error-parrafo
           MOVE WS-TOT-ANONIMIZADOS TO WS-CANT-ED
           MOVE SPACES TO mensaje-error
           IF WS-APLICAR = "S"
              STRING "Anonimizacion: clientes anonimizados "
                     DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     INTO mensaje-error
           ELSE
              MOVE WS-TOT-CANDIDATOS TO WS-CANT-ED
              STRING "Anonimizacion (solo listado): candidatos "
                     DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     INTO mensaje-error
           END-IF
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

       END PROGRAM AnonimizarClientes.
