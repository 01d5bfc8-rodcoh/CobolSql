      * Purpose: Subsistema de prestamos, al estilo del de cuentas.
      *          Maestro en la tabla prestamos (id_prestamo,
      *          id_cliente, tipo_prestamo, principal, plazo_meses,
      *          saldo_pendiente, fecha_origen). Todo prestamo nace
      *          de una solicitud en solicitudes_prestamo
      *          (id_solicitud, id_cliente, tipo_prestamo,
      *          monto_solicitado, plazo_meses, ingreso_declarado,
      *          estado_solicitud PENDIENTE / APROBADA / RECHAZADA /
      *          ORIGINADA, fecha_solicitud, operador_carga,
      *          cuota_calculada, relacion_cuota_ingreso,
      *          operador_resuelve, fecha_resolucion, motivo_resolucion,
      *          id_prestamo). La carga evalua la cuota a la tasa
      *          vigente (buscar-tasa-prestamo) sumada a las cuotas de
      *          los prestamos abiertos del cliente contra el tope de
      *          relacion cuota/ingreso; la aprobacion exige la firma
      *          de un supervisor distinto del que cargo la solicitud
      *          (validar-operador); y solo una solicitud APROBADA se
      *          origina como fila de prestamos. La originacion
      *          verifica que el cliente exista en clientes y que el
      *          tipo de prestamo tenga tasa vigente en
      *          tasas_prestamo.dat (via buscar-tasa-prestamo) y
      *          radica el prestamo en una sucursal abierta del
      *          maestro de sucursales (sucursal_prestamo, por
      *          omision la sucursal responsable del cliente); el
      *          registro de pagos imputa el pago contra las cuotas
      *          facturadas por FacturacionPrestamos (interes vencido,
      *          interes corriente y despues capital, via
      *          aplicar-pago-prestamo); el reporte de cartera lista
      *          los prestamos por cliente con totales; y el estado
      *          del prestamo lista sus cuotas y los movimientos de
      *          prestamos_historia. El titular que es empleado de la
      *          casa puede autorizar el descuento de la cuota por
      *          nomina (prestamos_nomina.dat, ver PRENOM.CPY): Nomina
      *          la retiene del neto y TransferenciasBanco la aplica
      *          al prestamo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT estado-prestamo-out
            ASSIGN TO DYNAMIC WS-RUTA-ESTADO-PRESTAMO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-estado-prestamo.

           SELECT sucursales-maestro
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\sucursales_maestro.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-sucursales.

           SELECT prestamos-nomina
            ASSIGN TO DYNAMIC WS-RUTA-PRESTAMOS-NOMINA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-prestamos-nomina.

           SELECT empleados-clientes
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-empleados.

       DATA DIVISION.
       FILE SECTION.
       FD  reporte-out.
           05 AJP-OPERADOR        PIC X(8).
           05 AJP-AUTORIZA        PIC X(8).

       FD  estado-prestamo-out.
       01  estado-prestamo-linea  PIC X(100).

       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  prestamos-nomina.
       01  prestamo-nomina-linea  PIC X(38).

      * Clientes que son empleados del banco (legajo y cliente). Lo
      * mantiene RRHH.
       FD  empleados-clientes.
       01  empleado-cliente-registro.
           05 EMC-EMP-ID          PIC 9(4).
           05 EMC-CLIENTE-ID      PIC X(6).
           05 EMC-OPERADOR        PIC X(8).
           05 EMC-NOMBRE          PIC X(30).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-reporte            PIC XX.
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-FECHA     PIC X(10).
           05 PRESTAMO-ESTADO    PIC X(8).
           05 PRESTAMO-MODALIDAD PIC X.         *> F=fija V=variable
           05 PRESTAMO-TASA-VIGENTE PIC 9V99.
           05 PRESTAMO-CUOTA-VIGENTE PIC 9(9)V99.
           05 PRESTAMO-SUCURSAL  PIC X(4).

      * Sucursales abiertas del maestro para radicar el prestamo. Sin
      * maestro solo se exige el codigo.
       01  fs-sucursales         PIC XX.
       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO   PIC X(4).
              10 WS-SUM-ESTADO   PIC X.
       01  WS-NUM-SUCURSALES     PIC 9(2) VALUE 0.
       01  WS-SUM-I              PIC 9(2) VALUE 0.
       01  WS-FIN-SUCURSALES     PIC X VALUE "N".
       01  WS-SUCURSAL-CLIENTE   PIC X(4) VALUE SPACES.
       01  WS-SUCURSAL-VALIDA    PIC X VALUE "N".

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  SI-NO      PIC X.
       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X(2).
       01  WS-CLIENTE-EXISTE PIC X VALUE "N".
       01  WS-MONTO-PAGO     PIC 9(9)V99 VALUE 0.
       01  WS-TASA-PRESTAMO  PIC 9V99 VALUE 0.
       01  WS-CARGO-CANCELACION PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CANCELACION PIC 9(9)V99 VALUE 0.
       01  WS-ACEPTA-CANCELACION PIC X VALUE "N".
       01  WS-SALDO-CANCELADO PIC 9(9)V99 VALUE 0.

      * Imputacion de pagos contra las cuotas (aplicar-pago-prestamo).
       01  WS-FUNCION-PAGO   PIC X VALUE "C".
       01  WS-FECHA-PAGO     PIC X(10) VALUE SPACES.
       01  WS-ORIGEN-PAGO    PIC X(10) VALUE "VENTANILLA".
       01  WS-INTERES-APLICADO PIC 9(9)V99 VALUE 0.
       01  WS-CAPITAL-APLICADO PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-RESULTANTE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ADEUDADO PIC 9(9)V99 VALUE 0.
       01  WS-RESULTADO-PAGO PIC X VALUE "S".
       01  WS-TIPO-MOVIMIENTO PIC X(10) VALUE SPACES.
       01  WS-NRO-CUOTA-CERO PIC 9(3) VALUE 0.

      * Estado del prestamo: cuotas y movimientos.
       01  fs-estado-prestamo PIC XX.
       01  WS-RUTA-ESTADO-PRESTAMO PIC X(120) VALUE SPACES.
       01  WS-CUOTA-LEIDA.
           05 WS-CL-NRO          PIC 9(3).
           05 WS-CL-VENCIMIENTO  PIC X(10).
           05 WS-CL-INTERES      PIC 9(9)V99.
           05 WS-CL-CAPITAL      PIC 9(9)V99.
           05 WS-CL-INT-PAGADO   PIC 9(9)V99.
           05 WS-CL-CAP-PAGADO   PIC 9(9)V99.
           05 WS-CL-ESTADO       PIC X(10).
       01  WS-MOVIMIENTO-LEIDO.
           05 WS-ML-FECHA        PIC X(10).
           05 WS-ML-TIPO         PIC X(10).
           05 WS-ML-CUOTA        PIC 9(3).
           05 WS-ML-MONTO        PIC 9(9)V99.
           05 WS-ML-INTERES      PIC 9(9)V99.
           05 WS-ML-CAPITAL      PIC 9(9)V99.
           05 WS-ML-SALDO        PIC 9(9)V99.
           05 WS-ML-ORIGEN       PIC X(10).
       01  WS-PAGADO-CUOTA   PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-ED       PIC ZZZZZZZZ9.99.
       01  WS-MONTO2-ED      PIC ZZZZZZZZ9.99.
       01  WS-MONTO3-ED      PIC ZZZZZZZZ9.99.

      * Solicitudes de prestamo: carga, evaluacion y aprobacion.
       01  ID-SOLICITUD-TXT  PIC X(34)
               VALUE "Introduce un ID de Solicitud: ".
       01  INGRESO-TXT       PIC X(38)
               VALUE "Ingreso mensual declarado: ".

       01  SOLICITUD-REGISTRO.
           05 SOLICITUD-ID          PIC X(6).
           05 SOLICITUD-CLIENTE-ID  PIC X(6).
           05 SOLICITUD-TIPO        PIC X(20).
           05 SOLICITUD-MONTO       PIC 9(9)V99.
           05 SOLICITUD-PLAZO       PIC 9(3).
           05 SOLICITUD-INGRESO     PIC 9(9)V99.
           05 SOLICITUD-ESTADO      PIC X(10).
           05 SOLICITUD-FECHA       PIC X(10).
           05 SOLICITUD-OPERADOR    PIC X(8).
           05 SOLICITUD-CUOTA       PIC 9(9)V99.
           05 SOLICITUD-RELACION    PIC 9V9999.
           05 SOLICITUD-RESUELVE    PIC X(8).
           05 SOLICITUD-FECHA-RESOL PIC X(10).
           05 SOLICITUD-MOTIVO      PIC X(30).
           05 SOLICITUD-PRESTAMO-ID PIC X(6).

      * Tope de la relacion entre las cuotas del cliente (las de sus
      * prestamos abiertos mas la nueva) y su ingreso mensual.
       01  WS-RELACION-MAXIMA    PIC 9V9999 VALUE 0.3500.
       01  WS-EVALUACION-OK      PIC X VALUE "N".
       01  WS-MOTIVO-EVALUACION  PIC X(30) VALUE SPACES.
       01  WS-CUOTAS-EXISTENTES  PIC 9(9)V99 VALUE 0.
       01  WS-CARGA-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-RELACION-CALC      PIC 9(3)V9999 VALUE 0.
       01  WS-PRESTAMOS-EN-MORA  PIC 9(5) VALUE 0.
       01  WS-FIN-EXISTENTES     PIC X VALUE "N".
       01  WS-EXISTENTE-LEIDO.
           05 WS-EX-TIPO         PIC X(20).
           05 WS-EX-PRINCIPAL    PIC 9(9)V99.
           05 WS-EX-PLAZO        PIC 9(3).
           05 WS-EX-FECHA        PIC X(10).
           05 WS-EX-ESTADO       PIC X(8).

      * Cuota nivelada (mismo calculo que FacturacionPrestamos).
       01  WS-CALC-PRINCIPAL     PIC 9(9)V99 VALUE 0.
       01  WS-CALC-PLAZO         PIC 9(3) VALUE 0.
       01  WS-CALC-TASA          PIC 9V99 VALUE 0.
       01  WS-CALC-CUOTA         PIC 9(9)V99 VALUE 0.
       01  WS-FACTOR             PIC 9(7)V9(8) VALUE 0.
       01  WS-NUMERADOR          PIC 9(11)V9(8) VALUE 0.
       01  WS-DENOMINADOR        PIC 9(3)V9(8) VALUE 0.
       01  WS-PERIODO            PIC 9(3) VALUE 0.
       01  WS-RELACION-ED        PIC Z9.99.
       01  WS-DECISION           PIC X VALUE SPACES.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
      * Firma de la sesion: el operador que consulta queda en la
      * bitacora de accesos a datos de clientes. La carga de
      * solicitudes sigue pidiendo su propia firma.
       01  WS-SESION-ID          PIC X(8)  VALUE SPACES.
       01  WS-SESION-CLAVE       PIC X(20) VALUE SPACES.
       01  WS-SESION-OK          PIC X     VALUE "N".
       01  WS-SESION-NOMBRE      PIC X(30) VALUE SPACES.
       01  WS-SESION-ROL         PIC X     VALUE "1".
       01  WS-ACC-PROGRAMA       PIC X(20) VALUE "GestionPrestamos".
       01  WS-ACC-OPCION         PIC X(25) VALUE SPACES.
       01  WS-AUTORIZANTE-ID     PIC X(8)  VALUE SPACES.
       01  WS-AUTORIZANTE-CLAVE  PIC X(20) VALUE SPACES.
       01  WS-AUTORIZANTE-OK     PIC X     VALUE "N".
       01  WS-AUTORIZANTE-NOMBRE PIC X(30) VALUE SPACES.
       01  WS-AUTORIZANTE-ROL    PIC X     VALUE "1".

      * Autorizaciones de descuento de la cuota por nomina.
       01  fs-prestamos-nomina   PIC XX.
       01  WS-RUTA-PRESTAMOS-NOMINA PIC X(120) VALUE SPACES.
           COPY PRENOM.
       01  WS-PRESTAMOS-NOMINA.
           05 WS-PNM-FILA        PIC X(38) OCCURS 500 TIMES.
       01  WS-NUM-PRESTAMOS-NOMINA PIC 9(3) VALUE 0.
       01  WS-PNM-I              PIC 9(3) VALUE 0.
       01  WS-PNM-IDX            PIC 9(3) VALUE 0.
       01  WS-FIN-PRESTAMOS-NOMINA PIC X VALUE "N".
       01  WS-ACCION-NOMINA      PIC X VALUE SPACE.
       01  WS-LEGAJO-NOMINA      PIC 9(4) VALUE 0.
       01  WS-LEGAJO-BUSQUEDA    PIC X(6) VALUE SPACES.
       01  fs-empleados          PIC XX.
       01  WS-RUTA-EMPLEADOS     PIC X(120) VALUE SPACES.
       01  WS-FIN-EMPLEADOS      PIC X VALUE "N".
       01  WS-CUOTA-NOMINA       PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.

       PERFORM FIRMAR-OPERADOR.

       PERFORM CARGAR-SUCURSALES.

       PERFORM PROCESAR
           UNTIL continuar = "N".

           END-IF
           DISPLAY "Conectados....".

      * Firma de operador: nadie trabaja sin un ID activo del
      * archivo de operadores; el ID queda en la bitacora de accesos
      * de cada prestamo consultado en la sesion.
       FIRMAR-OPERADOR.
           DISPLAY "ID de operador: "
           ACCEPT WS-SESION-ID
           DISPLAY "Clave: "
           ACCEPT WS-SESION-CLAVE
           CALL "validar-operador" USING WS-SESION-ID
                                         WS-SESION-CLAVE
                                         WS-SESION-OK
                                         WS-SESION-NOMBRE
                                         WS-SESION-ROL
           IF WS-SESION-OK NOT = "S"
              EVALUATE WS-SESION-OK
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
              STOP RUN
           END-IF
           DISPLAY "Sesion de: " WS-SESION-NOMBRE.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Originar Prestamo (solicitud aprobada)"
           DISPLAY "2. Buscar Prestamo"
           DISPLAY "3. Registrar Pago"
           DISPLAY "4. Reporte de cartera por cliente"
           DISPLAY "5. Cotizar cancelacion anticipada"
           DISPLAY "6. Estado del prestamo (cuotas y movimientos)"
           DISPLAY "7. Cargar solicitud de prestamo"
           DISPLAY "8. Aprobar o rechazar solicitud"
           DISPLAY "9. Descuento de la cuota por nomina"
           DISPLAY "10. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
            ACCEPT opcion
               WHEN 1
                  PERFORM ORIGINAR-PRESTAMO
               WHEN 2
                  MOVE "BUSCAR PRESTAMO" TO WS-ACC-OPCION
                  PERFORM BUSCAR-PRESTAMO
               WHEN 3
                  PERFORM REGISTRAR-PAGO
               WHEN 5
                  PERFORM COTIZAR-CANCELACION
               WHEN 6
                  PERFORM ESTADO-PRESTAMO
               WHEN 7
                  PERFORM CARGAR-SOLICITUD
               WHEN 8
                  PERFORM RESOLVER-SOLICITUD
               WHEN 9
                  PERFORM DESCUENTO-NOMINA
               WHEN 10
                  MOVE 'N' TO continuar
               WHEN OTHER
                  DISPLAY "Opción inválida."
      * el lote contable.
      ******************************************************************
       COTIZAR-CANCELACION.
           MOVE "COTIZAR CANCELACION" TO WS-ACC-OPCION
           PERFORM BUSCAR-PRESTAMO
           IF SQLCODE = 0
              IF PRESTAMO-SALDO = 0
                   WS-TOTAL-CANCELACION.

       APLICAR-CANCELACION.
           MOVE PRESTAMO-SALDO TO WS-SALDO-CANCELADO
           MOVE 0 TO PRESTAMO-SALDO
           MOVE "CANCELAD" TO PRESTAMO-ESTADO

                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM SALDAR-CUOTAS-CANCELACION
           END-IF.

      * La cancelacion salda las cuotas facturadas que quedaban
      * abiertas y queda como movimiento CANCELAC en la historia del
      * prestamo; el asiento va por ajustes pendientes.
       SALDAR-CUOTAS-CANCELACION.
           EXEC SQL
              UPDATE prestamos_cuotas
              SET    interes_pagado = interes_cuota,
                     capital_pagado = capital_cuota,
                     estado_cuota   = 'PAGADA'
              WHERE id_prestamo = :PRESTAMO-ID
                AND estado_cuota <> 'PAGADA'
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100
              MOVE "CANCELAC" TO WS-TIPO-MOVIMIENTO
              MOVE "CANCELAC" TO WS-ORIGEN-PAGO
              COMPUTE WS-INTERES-APLICADO =
                      WS-INTERES-DEVENGADO + WS-CARGO-CANCELACION
              EXEC SQL
                 INSERT INTO prestamos_historia
                    (id_prestamo, fecha_movimiento, tipo_movimiento,
                     nro_cuota, monto_movimiento, interes_movimiento,
                     capital_movimiento, saldo_despues,
                     origen_movimiento)
                 VALUES
                    (:PRESTAMO-ID, :WS-FECHA-COTIZACION,
                     :WS-TIPO-MOVIMIENTO, :WS-NRO-CUOTA-CERO,
                     :WS-TOTAL-CANCELACION, :WS-INTERES-APLICADO,
                     :WS-SALDO-CANCELADO, :PRESTAMO-SALDO,
                     :WS-ORIGEN-PAGO)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY "Error al cancelar prestamo: " SQLCODE " - "
                      SQLSTATE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE "ERROR" TO error-severidad
              MOVE "SALDAR-CUOTAS-CANCELACION" TO error-parrafo
              MOVE "Error al saldar cuotas en la cancelacion."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              EXEC SQL
                 COMMIT
                      "contable."
           END-IF.

      ******************************************************************
      * Originacion: solo desde una solicitud APROBADA. El prestamo
      * toma cliente, tipo, monto y plazo de la solicitud, y la
      * solicitud queda ORIGINADA con el ID del prestamo en la misma
      * unidad de trabajo que el alta.
      ******************************************************************
       ORIGINAR-PRESTAMO.
           DISPLAY ID-SOLICITUD-TXT
           ACCEPT SOLICITUD-ID
           PERFORM LEER-SOLICITUD
           IF SQLCODE NOT = 0
              DISPLAY "No existe esa solicitud. Prestamo no originado."
           ELSE
           IF SOLICITUD-ESTADO NOT = "APROBADA"
              DISPLAY "La solicitud esta " SOLICITUD-ESTADO
                      ": solo una solicitud APROBADA se origina."
           ELSE
              DISPLAY ID-PRESTAMO-TXT
              ACCEPT PRESTAMO-ID
              MOVE SOLICITUD-CLIENTE-ID TO PRESTAMO-CLIENTE-ID
              MOVE SOLICITUD-TIPO       TO PRESTAMO-TIPO
              MOVE SOLICITUD-MONTO      TO PRESTAMO-PRINCIPAL
              MOVE SOLICITUD-PLAZO      TO PRESTAMO-PLAZO

              PERFORM VALIDAR-CLIENTE-PRESTAMO
              IF WS-CLIENTE-EXISTE = "N"
                 DISPLAY "No existe ese cliente. Prestamo no originado."
              ELSE
                 ACCEPT WS-FECHA-HOY-AMD FROM DATE YYYYMMDD
                 STRING WS-HOY-AAAA "-" WS-HOY-MM "-" WS-HOY-DD
                    DELIMITED BY SIZE INTO WS-FECHA-HOY
                 CALL "buscar-tasa-prestamo" USING PRESTAMO-TIPO
                                                   WS-FECHA-HOY
                                                   WS-TASA-PRESTAMO
                                                   WS-TASA-HALLADA
                 IF WS-TASA-HALLADA = "N"
                    DISPLAY "Ese tipo de prestamo no tiene tasa "
                            "vigente."
                    DISPLAY "Prestamo no originado."
                 ELSE
                    PERFORM PEDIR-SUCURSAL-PRESTAMO
                    IF WS-SUCURSAL-VALIDA = "S"
                       PERFORM PEDIR-MODALIDAD-TASA
                       PERFORM INSERTAR-PRESTAMO
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.

      * Sucursal de radicacion del prestamo: en blanco se toma la
      * sucursal responsable del cliente.
       PEDIR-SUCURSAL-PRESTAMO.
           MOVE SPACES TO WS-SUCURSAL-CLIENTE
           EXEC SQL
              SELECT COALESCE(sucursal_cliente, ' ')
              INTO :WS-SUCURSAL-CLIENTE
              FROM clientes
              WHERE id_cliente = :PRESTAMO-CLIENTE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-SUCURSAL-CLIENTE
           END-IF

           DISPLAY "Sucursal del prestamo (en blanco, la del cliente "
                   WS-SUCURSAL-CLIENTE "): "
           ACCEPT PRESTAMO-SUCURSAL
           INSPECT PRESTAMO-SUCURSAL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF PRESTAMO-SUCURSAL = SPACES
              MOVE WS-SUCURSAL-CLIENTE TO PRESTAMO-SUCURSAL
           END-IF

           MOVE "N" TO WS-SUCURSAL-VALIDA
           IF PRESTAMO-SUCURSAL NOT = SPACES
              IF WS-NUM-SUCURSALES = 0
                 MOVE "S" TO WS-SUCURSAL-VALIDA
              ELSE
                 PERFORM BUSCAR-SUCURSAL-PRESTAMO
                     VARYING WS-SUM-I FROM 1 BY 1
                     UNTIL WS-SUM-I > WS-NUM-SUCURSALES
              END-IF
           END-IF
           IF WS-SUCURSAL-VALIDA = "N"
              DISPLAY "Sucursal " PRESTAMO-SUCURSAL " inexistente o "
                      "cerrada. Prestamo no originado."
           END-IF.

       BUSCAR-SUCURSAL-PRESTAMO.
           IF WS-SUM-CODIGO(WS-SUM-I) = PRESTAMO-SUCURSAL
              AND WS-SUM-ESTADO(WS-SUM-I) = "A"
              MOVE "S" TO WS-SUCURSAL-VALIDA
           END-IF.

       CARGAR-SUCURSALES.
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-SUCURSALES
           OPEN INPUT sucursales-maestro
           IF fs-sucursales NOT = "00"
              DISPLAY "Aviso: sin maestro de sucursales, la sucursal "
                      "del prestamo no se valida."
           ELSE
              PERFORM LEER-SUCURSAL
              PERFORM GUARDAR-SUCURSAL
                  UNTIL WS-FIN-SUCURSALES = "S"
              CLOSE sucursales-maestro
           END-IF.

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

      * Tasa fija o variable segun el contrato. La tasa y la cuota del
      * alta quedan como vigentes; en un prestamo variable las cambia
      * RevisionTasas cuando entra en vigencia una tasa nueva.
       PEDIR-MODALIDAD-TASA.
           MOVE SPACES TO PRESTAMO-MODALIDAD
           PERFORM UNTIL PRESTAMO-MODALIDAD = "F"
                      OR PRESTAMO-MODALIDAD = "V"
              DISPLAY "Tasa fija (F) o variable (V): "
              ACCEPT PRESTAMO-MODALIDAD
           END-PERFORM
           MOVE WS-TASA-PRESTAMO   TO PRESTAMO-TASA-VIGENTE
           MOVE PRESTAMO-PRINCIPAL TO WS-CALC-PRINCIPAL
           MOVE PRESTAMO-PLAZO     TO WS-CALC-PLAZO
           MOVE WS-TASA-PRESTAMO   TO WS-CALC-TASA
           PERFORM CALCULAR-CUOTA-NIVELADA
           MOVE WS-CALC-CUOTA      TO PRESTAMO-CUOTA-VIGENTE.

       INSERTAR-PRESTAMO.
           MOVE PRESTAMO-PRINCIPAL TO PRESTAMO-SALDO
           MOVE WS-FECHA-HOY       TO PRESTAMO-FECHA
           MOVE "AL DIA"           TO PRESTAMO-ESTADO
                                     plazo_meses,
                                     saldo_pendiente,
                                     fecha_origen,
                                     estado_prestamo,
                                     modalidad_tasa,
                                     tasa_vigente,
                                     cuota_vigente,
                                     sucursal_prestamo)
              VALUES (:PRESTAMO-ID,
                      :PRESTAMO-CLIENTE-ID,
                      :PRESTAMO-TIPO,
                      :PRESTAMO-PLAZO,
                      :PRESTAMO-SALDO,
                      :PRESTAMO-FECHA,
                      :PRESTAMO-ESTADO,
                      :PRESTAMO-MODALIDAD,
                      :PRESTAMO-TASA-VIGENTE,
                      :PRESTAMO-CUOTA-VIGENTE,
                      :PRESTAMO-SUCURSAL)
           END-EXEC

           IF SQLCODE = 0
              MOVE "ORIGINADA" TO SOLICITUD-ESTADO
              MOVE PRESTAMO-ID TO SOLICITUD-PRESTAMO-ID
              EXEC SQL
                 UPDATE solicitudes_prestamo
                 SET    estado_solicitud = :SOLICITUD-ESTADO,
                        id_prestamo      = :SOLICITUD-PRESTAMO-ID
                 WHERE id_solicitud = :SOLICITUD-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY "Error al Originar Prestamo: " SQLCODE " - "
                      SQLSTATE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE "ERROR" TO error-severidad
              MOVE "INSERTAR-PRESTAMO" TO error-parrafo
              MOVE "Error al originar prestamo." TO mensaje-error
              MOVE "S" TO WS-CLIENTE-EXISTE
           END-IF.

      ******************************************************************
      * Carga de la solicitud: la firma un operador (rol 2 o 3), que
      * queda como operador_carga. La evaluacion se hace en el acto;
      * la que no cumple queda RECHAZADA con el motivo y la que
      * cumple queda PENDIENTE de la firma del supervisor.
      ******************************************************************
       CARGAR-SOLICITUD.
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
              OR WS-OPERADOR-ROL = "1"
              DISPLAY "Firma invalida o sin permiso de carga. "
                      "Solicitud no cargada."
           ELSE
              DISPLAY ID-SOLICITUD-TXT
              ACCEPT SOLICITUD-ID
              DISPLAY ID-CLIENTE-FK
              ACCEPT SOLICITUD-CLIENTE-ID
              MOVE SOLICITUD-CLIENTE-ID TO PRESTAMO-CLIENTE-ID
              PERFORM VALIDAR-CLIENTE-PRESTAMO
              IF WS-CLIENTE-EXISTE = "N"
                 DISPLAY "No existe ese cliente. Solicitud no cargada."
              ELSE
                 PERFORM CAPTURAR-SOLICITUD
              END-IF
           END-IF.

       CAPTURAR-SOLICITUD.
           DISPLAY TIPO-PRESTAMO-TXT
           ACCEPT SOLICITUD-TIPO
           DISPLAY MONTO-PRINCIPAL
           ACCEPT SOLICITUD-MONTO
           DISPLAY PLAZO-TXT
           ACCEPT SOLICITUD-PLAZO
           DISPLAY INGRESO-TXT
           ACCEPT SOLICITUD-INGRESO

           IF SOLICITUD-MONTO = 0 OR SOLICITUD-PLAZO = 0
              OR SOLICITUD-INGRESO = 0
              DISPLAY "Monto, plazo e ingreso deben ser mayores que "
                      "cero. Solicitud no cargada."
           ELSE
              ACCEPT WS-FECHA-HOY-AMD FROM DATE YYYYMMDD
              STRING WS-HOY-AAAA "-" WS-HOY-MM "-" WS-HOY-DD
                 DELIMITED BY SIZE INTO WS-FECHA-HOY
              PERFORM EVALUAR-SOLICITUD
              IF WS-TASA-HALLADA = "N"
                 DISPLAY "Ese tipo de prestamo no tiene tasa vigente."
                 DISPLAY "Solicitud no cargada."
              ELSE
                 PERFORM INSERTAR-SOLICITUD
              END-IF
           END-IF.

       INSERTAR-SOLICITUD.
           MOVE WS-FECHA-HOY   TO SOLICITUD-FECHA
           MOVE WS-OPERADOR-ID TO SOLICITUD-OPERADOR
           MOVE SPACES         TO SOLICITUD-PRESTAMO-ID
           IF WS-EVALUACION-OK = "S"
              MOVE "PENDIENTE"  TO SOLICITUD-ESTADO
              MOVE SPACES       TO SOLICITUD-RESUELVE
              MOVE SPACES       TO SOLICITUD-FECHA-RESOL
              MOVE SPACES       TO SOLICITUD-MOTIVO
           ELSE
              MOVE "RECHAZADA"  TO SOLICITUD-ESTADO
              MOVE "EVALUAC"    TO SOLICITUD-RESUELVE
              MOVE WS-FECHA-HOY TO SOLICITUD-FECHA-RESOL
              MOVE WS-MOTIVO-EVALUACION TO SOLICITUD-MOTIVO
           END-IF

           EXEC SQL
              INSERT INTO solicitudes_prestamo
                 (id_solicitud, id_cliente, tipo_prestamo,
                  monto_solicitado, plazo_meses, ingreso_declarado,
                  estado_solicitud, fecha_solicitud, operador_carga,
                  cuota_calculada, relacion_cuota_ingreso,
                  operador_resuelve, fecha_resolucion,
                  motivo_resolucion, id_prestamo)
              VALUES
                 (:SOLICITUD-ID, :SOLICITUD-CLIENTE-ID,
                  :SOLICITUD-TIPO, :SOLICITUD-MONTO,
                  :SOLICITUD-PLAZO, :SOLICITUD-INGRESO,
                  :SOLICITUD-ESTADO, :SOLICITUD-FECHA,
                  :SOLICITUD-OPERADOR, :SOLICITUD-CUOTA,
                  :SOLICITUD-RELACION, :SOLICITUD-RESUELVE,
                  :SOLICITUD-FECHA-RESOL, :SOLICITUD-MOTIVO,
                  :SOLICITUD-PRESTAMO-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "Error al cargar solicitud: " SQLCODE " - "
                      SQLSTATE
              MOVE "ERROR" TO error-severidad
              MOVE "INSERTAR-SOLICITUD" TO error-parrafo
              MOVE "Error al cargar solicitud de prestamo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM MOSTRAR-EVALUACION
              DISPLAY "Solicitud cargada en estado " SOLICITUD-ESTADO
           END-IF.

      ******************************************************************
      * Evaluacion: cuota nivelada de lo pedido a la tasa vigente de
      * hoy, mas la cuota de cada prestamo abierto del cliente (a la
      * tasa de su fecha de origen), contra el ingreso declarado. Un
      * prestamo del cliente en MORA060 o MORA090 descalifica la
      * solicitud cualquiera sea la relacion.
      ******************************************************************
       EVALUAR-SOLICITUD.
           MOVE "S" TO WS-EVALUACION-OK
           MOVE SPACES TO WS-MOTIVO-EVALUACION
           MOVE 0 TO WS-CUOTAS-EXISTENTES
           MOVE 0 TO WS-PRESTAMOS-EN-MORA
           MOVE 0 TO SOLICITUD-CUOTA
           MOVE 0 TO SOLICITUD-RELACION

           CALL "buscar-tasa-prestamo" USING SOLICITUD-TIPO
                                             WS-FECHA-HOY
                                             WS-TASA-PRESTAMO
                                             WS-TASA-HALLADA
           IF WS-TASA-HALLADA = "S"
              MOVE SOLICITUD-MONTO  TO WS-CALC-PRINCIPAL
              MOVE SOLICITUD-PLAZO  TO WS-CALC-PLAZO
              MOVE WS-TASA-PRESTAMO TO WS-CALC-TASA
              PERFORM CALCULAR-CUOTA-NIVELADA
              MOVE WS-CALC-CUOTA TO SOLICITUD-CUOTA

              PERFORM SUMAR-CUOTAS-EXISTENTES

              COMPUTE WS-CARGA-TOTAL =
                      SOLICITUD-CUOTA + WS-CUOTAS-EXISTENTES
              COMPUTE WS-RELACION-CALC ROUNDED =
                      WS-CARGA-TOTAL / SOLICITUD-INGRESO
              IF WS-RELACION-CALC > 9.9999
                 MOVE 9.9999 TO SOLICITUD-RELACION
              ELSE
                 MOVE WS-RELACION-CALC TO SOLICITUD-RELACION
              END-IF

              IF WS-PRESTAMOS-EN-MORA > 0
                 MOVE "N" TO WS-EVALUACION-OK
                 MOVE "cliente con prestamos en mora"
                    TO WS-MOTIVO-EVALUACION
              ELSE
              IF WS-RELACION-CALC > WS-RELACION-MAXIMA
                 MOVE "N" TO WS-EVALUACION-OK
                 MOVE "cuota excede el tope de ingreso"
                    TO WS-MOTIVO-EVALUACION
              END-IF
              END-IF
           END-IF.

       SUMAR-CUOTAS-EXISTENTES.
           MOVE "N" TO WS-FIN-EXISTENTES

           EXEC SQL
              DECLARE CUR-PRESTAMOS-CLIENTE CURSOR FOR
              SELECT tipo_prestamo,
                     principal,
                     plazo_meses,
                     fecha_origen,
                     estado_prestamo
              FROM prestamos
              WHERE id_cliente = :SOLICITUD-CLIENTE-ID
                AND estado_prestamo <> 'CANCELAD'
                AND saldo_pendiente > 0
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS-CLIENTE
           END-EXEC

           PERFORM FETCH-PRESTAMO-CLIENTE
           PERFORM ACUMULAR-PRESTAMO-CLIENTE
               UNTIL WS-FIN-EXISTENTES = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS-CLIENTE
           END-EXEC.

       FETCH-PRESTAMO-CLIENTE.
           EXEC SQL
              FETCH CUR-PRESTAMOS-CLIENTE
              INTO :WS-EX-TIPO,
                   :WS-EX-PRINCIPAL,
                   :WS-EX-PLAZO,
                   :WS-EX-FECHA,
                   :WS-EX-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-EXISTENTES
              WHEN OTHER
                 DISPLAY "Error al leer prestamos del cliente: "
                         SQLCODE " - " SQLSTATE
                 MOVE "S" TO WS-FIN-EXISTENTES
                 MOVE "N" TO WS-EVALUACION-OK
                 MOVE "error al leer prestamos"
                    TO WS-MOTIVO-EVALUACION
                 MOVE "ERROR" TO error-severidad
                 MOVE "FETCH-PRESTAMO-CLIENTE" TO error-parrafo
                 MOVE "Error al leer prestamos del cliente."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
           END-EVALUATE.

       ACUMULAR-PRESTAMO-CLIENTE.
           IF WS-EX-ESTADO = "MORA060" OR WS-EX-ESTADO = "MORA090"
              ADD 1 TO WS-PRESTAMOS-EN-MORA
           END-IF
           MOVE 0 TO WS-CALC-TASA
           CALL "buscar-tasa-prestamo" USING WS-EX-TIPO
                                             WS-EX-FECHA
                                             WS-CALC-TASA
                                             WS-TASA-HALLADA
           IF WS-TASA-HALLADA = "N"
              MOVE 0 TO WS-CALC-TASA
           END-IF
           MOVE "S" TO WS-TASA-HALLADA
           MOVE WS-EX-PRINCIPAL TO WS-CALC-PRINCIPAL
           MOVE WS-EX-PLAZO     TO WS-CALC-PLAZO
           IF WS-CALC-PLAZO > 0
              PERFORM CALCULAR-CUOTA-NIVELADA
              ADD WS-CALC-CUOTA TO WS-CUOTAS-EXISTENTES
           END-IF
           PERFORM FETCH-PRESTAMO-CLIENTE.

       CALCULAR-CUOTA-NIVELADA.
           IF WS-CALC-TASA = 0
              COMPUTE WS-CALC-CUOTA ROUNDED =
                      WS-CALC-PRINCIPAL / WS-CALC-PLAZO
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM CAPITALIZAR-FACTOR
                  VARYING WS-PERIODO FROM 1 BY 1
                      UNTIL WS-PERIODO > WS-CALC-PLAZO
              COMPUTE WS-NUMERADOR =
                      WS-CALC-PRINCIPAL * WS-CALC-TASA * WS-FACTOR
              COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
              COMPUTE WS-CALC-CUOTA ROUNDED =
                      WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

       CAPITALIZAR-FACTOR.
           COMPUTE WS-FACTOR = WS-FACTOR + (WS-FACTOR * WS-CALC-TASA).

       MOSTRAR-EVALUACION.
           MOVE SOLICITUD-CUOTA TO WS-MONTO-ED
           DISPLAY "Cuota calculada:            " WS-MONTO-ED
           MOVE WS-CUOTAS-EXISTENTES TO WS-MONTO-ED
           DISPLAY "Cuotas de prestamos vigentes:" WS-MONTO-ED
           MOVE SOLICITUD-INGRESO TO WS-MONTO-ED
           DISPLAY "Ingreso mensual declarado:  " WS-MONTO-ED
           COMPUTE WS-RELACION-ED = SOLICITUD-RELACION * 100
           DISPLAY "Relacion cuota/ingreso (%): " WS-RELACION-ED
           COMPUTE WS-RELACION-ED = WS-RELACION-MAXIMA * 100
           DISPLAY "Tope de la relacion (%):    " WS-RELACION-ED
           IF WS-EVALUACION-OK = "S"
              DISPLAY "Evaluacion: cumple."
           ELSE
              DISPLAY "Evaluacion: no cumple (" WS-MOTIVO-EVALUACION
                      ")."
           END-IF.

       LEER-SOLICITUD.
           EXEC SQL
              SELECT id_cliente, tipo_prestamo, monto_solicitado,
                     plazo_meses, ingreso_declarado,
                     estado_solicitud, fecha_solicitud,
                     operador_carga
              INTO :SOLICITUD-CLIENTE-ID, :SOLICITUD-TIPO,
                   :SOLICITUD-MONTO, :SOLICITUD-PLAZO,
                   :SOLICITUD-INGRESO, :SOLICITUD-ESTADO,
                   :SOLICITUD-FECHA, :SOLICITUD-OPERADOR
              FROM solicitudes_prestamo
              WHERE id_solicitud = :SOLICITUD-ID
           END-EXEC.

      ******************************************************************
      * Aprobacion o rechazo de una solicitud PENDIENTE. Se vuelve a
      * evaluar con la tasa de hoy (puede haber cambiado desde la
      * carga) y se exige la firma de un supervisor (rol 3) distinto
      * del operador que cargo la solicitud. Una solicitud que ya no
      * cumple solo puede rechazarse.
      ******************************************************************
       RESOLVER-SOLICITUD.
           DISPLAY ID-SOLICITUD-TXT
           ACCEPT SOLICITUD-ID
           PERFORM LEER-SOLICITUD
           IF SQLCODE NOT = 0
              DISPLAY "No existe esa solicitud."
           ELSE
           IF SOLICITUD-ESTADO NOT = "PENDIENTE"
              DISPLAY "La solicitud esta " SOLICITUD-ESTADO
                      ": solo se resuelve una solicitud PENDIENTE."
           ELSE
              ACCEPT WS-FECHA-HOY-AMD FROM DATE YYYYMMDD
              STRING WS-HOY-AAAA "-" WS-HOY-MM "-" WS-HOY-DD
                 DELIMITED BY SIZE INTO WS-FECHA-HOY
              PERFORM EVALUAR-SOLICITUD
              IF WS-TASA-HALLADA = "N"
                 MOVE "N" TO WS-EVALUACION-OK
                 MOVE "tipo sin tasa vigente" TO WS-MOTIVO-EVALUACION
              END-IF
              DISPLAY "Solicitud " SOLICITUD-ID " del cliente "
                      SOLICITUD-CLIENTE-ID " - " SOLICITUD-TIPO
              MOVE SOLICITUD-MONTO TO WS-MONTO-ED
              DISPLAY "Monto solicitado: " WS-MONTO-ED
                      "  Plazo: " SOLICITUD-PLAZO " meses"
              PERFORM MOSTRAR-EVALUACION
              PERFORM FIRMAR-SUPERVISOR-SOLICITUD
              IF WS-AUTORIZANTE-OK = "S"
                 PERFORM DECIDIR-SOLICITUD
              END-IF
           END-IF
           END-IF.

       FIRMAR-SUPERVISOR-SOLICITUD.
           DISPLAY "ID del supervisor que resuelve: "
           ACCEPT WS-AUTORIZANTE-ID
           DISPLAY "Clave del supervisor: "
           ACCEPT WS-AUTORIZANTE-CLAVE
           CALL "validar-operador" USING WS-AUTORIZANTE-ID
                                         WS-AUTORIZANTE-CLAVE
                                         WS-AUTORIZANTE-OK
                                         WS-AUTORIZANTE-NOMBRE
                                         WS-AUTORIZANTE-ROL
           IF WS-AUTORIZANTE-OK NOT = "S"
              OR WS-AUTORIZANTE-ROL NOT = "3"
              MOVE "N" TO WS-AUTORIZANTE-OK
              DISPLAY "Firma invalida o el operador no es "
                      "supervisor. Solicitud sin resolver."
           ELSE
           IF WS-AUTORIZANTE-ID = SOLICITUD-OPERADOR
              MOVE "N" TO WS-AUTORIZANTE-OK
              DISPLAY "Quien cargo la solicitud no puede "
                      "resolverla. Solicitud sin resolver."
           ELSE
              DISPLAY "Resuelve: " WS-AUTORIZANTE-NOMBRE
           END-IF
           END-IF.

       DECIDIR-SOLICITUD.
           DISPLAY "Aprobar (A) o rechazar (R) la solicitud: "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
              WHEN "A"
                 IF WS-EVALUACION-OK = "S"
                    MOVE "APROBADA" TO SOLICITUD-ESTADO
                    MOVE SPACES TO SOLICITUD-MOTIVO
                    PERFORM ACTUALIZAR-SOLICITUD
                 ELSE
                    DISPLAY "La solicitud no cumple la evaluacion: "
                            "solo puede rechazarse."
                 END-IF
              WHEN "R"
                 DISPLAY "Motivo del rechazo: "
                 ACCEPT SOLICITUD-MOTIVO
                 IF SOLICITUD-MOTIVO = SPACES
                    MOVE WS-MOTIVO-EVALUACION TO SOLICITUD-MOTIVO
                 END-IF
                 MOVE "RECHAZADA" TO SOLICITUD-ESTADO
                 PERFORM ACTUALIZAR-SOLICITUD
              WHEN OTHER
                 DISPLAY "Opcion invalida. Solicitud sin resolver."
           END-EVALUATE.

       ACTUALIZAR-SOLICITUD.
           MOVE WS-AUTORIZANTE-ID TO SOLICITUD-RESUELVE
           MOVE WS-FECHA-HOY      TO SOLICITUD-FECHA-RESOL

           EXEC SQL
              UPDATE solicitudes_prestamo
              SET    estado_solicitud       = :SOLICITUD-ESTADO,
                     cuota_calculada        = :SOLICITUD-CUOTA,
                     relacion_cuota_ingreso = :SOLICITUD-RELACION,
                     operador_resuelve      = :SOLICITUD-RESUELVE,
                     fecha_resolucion       = :SOLICITUD-FECHA-RESOL,
                     motivo_resolucion      = :SOLICITUD-MOTIVO
              WHERE id_solicitud = :SOLICITUD-ID
                AND estado_solicitud = 'PENDIENTE'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "Error al resolver solicitud: " SQLCODE " - "
                      SQLSTATE
              MOVE "ERROR" TO error-severidad
              MOVE "ACTUALIZAR-SOLICITUD" TO error-parrafo
              MOVE "Error al resolver solicitud de prestamo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Solicitud " SOLICITUD-ID " "
                      SOLICITUD-ESTADO "."
           END-IF.

       BUSCAR-PRESTAMO.
           DISPLAY ID-PRESTAMO-TXT
           ACCEPT PRESTAMO-ID
                     plazo_meses,
                     saldo_pendiente,
                     fecha_origen,
                     estado_prestamo,
                     modalidad_tasa,
                     tasa_vigente,
                     cuota_vigente
              INTO :PRESTAMO-ID,
                   :PRESTAMO-CLIENTE-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-PLAZO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-FECHA,
                   :PRESTAMO-ESTADO,
                   :PRESTAMO-MODALIDAD,
                   :PRESTAMO-TASA-VIGENTE,
                   :PRESTAMO-CUOTA-VIGENTE
              FROM prestamos
              WHERE id_prestamo = :PRESTAMO-ID
           END-EXEC
               DISPLAY "Saldo Pendiente: " PRESTAMO-SALDO
               DISPLAY "Fecha de Origen: " PRESTAMO-FECHA
               DISPLAY "Estado de Mora: " PRESTAMO-ESTADO
               DISPLAY "Tasa (F=fija V=variable): " PRESTAMO-MODALIDAD
                       "  Vigente: " PRESTAMO-TASA-VIGENTE
               DISPLAY "Cuota vigente: " PRESTAMO-CUOTA-VIGENTE
               CALL "registrar-acceso" USING WS-SESION-ID
                                             WS-ACC-PROGRAMA
                                             WS-ACC-OPCION
                                             PRESTAMO-CLIENTE-ID
               DISPLAY "Presione cualquier tecla para continuar.."
               ACCEPT SI-NO
             END-IF
           END-IF.

      ******************************************************************
      * Pago por ventanilla: se consulta el total adeudado (saldo de
      * capital mas interes facturado impago), se topea el pago en
      * ese total y aplicar-pago-prestamo lo imputa contra las cuotas
      * en el orden fijo interes vencido, interes corriente, capital.
      ******************************************************************
       REGISTRAR-PAGO.
           MOVE "REGISTRAR PAGO" TO WS-ACC-OPCION
           PERFORM BUSCAR-PRESTAMO
           IF SQLCODE = 0
              IF PRESTAMO-ESTADO = "CANCELAD"
                 DISPLAY "El prestamo esta cancelado."
              ELSE
                 PERFORM REGISTRAR-PAGO-VIGENTE
              END-IF
           END-IF.

       REGISTRAR-PAGO-VIGENTE.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PAGO
           MOVE "VENTANILLA" TO WS-ORIGEN-PAGO
           MOVE "C" TO WS-FUNCION-PAGO
           MOVE 0 TO WS-MONTO-PAGO
           PERFORM LLAMAR-APLICAR-PAGO
           IF WS-RESULTADO-PAGO NOT = "S"
              PERFORM ERROR-REGISTRAR-PAGO
           ELSE
              DISPLAY "Total adeudado (capital + interes facturado): "
                      WS-TOTAL-ADEUDADO
              DISPLAY MONTO-PAGO
              ACCEPT WS-MONTO-PAGO

              IF WS-MONTO-PAGO > WS-TOTAL-ADEUDADO
                 DISPLAY "El pago excede el total adeudado, se "
                         "aplica por el total."
                 MOVE WS-TOTAL-ADEUDADO TO WS-MONTO-PAGO
              END-IF

              MOVE "A" TO WS-FUNCION-PAGO
              PERFORM LLAMAR-APLICAR-PAGO
              IF WS-RESULTADO-PAGO NOT = "S"
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 PERFORM ERROR-REGISTRAR-PAGO
              ELSE
                 DISPLAY "Pago registrado correctamente..."
                 DISPLAY "   Aplicado a interes: " WS-INTERES-APLICADO
                 DISPLAY "   Aplicado a capital: " WS-CAPITAL-APLICADO
                 DISPLAY "   Saldo pendiente:    " WS-SALDO-RESULTANTE

                 EXEC SQL
                    COMMIT
                 END-EXEC
              END-IF
           END-IF.

       LLAMAR-APLICAR-PAGO.
           CALL "aplicar-pago-prestamo" USING WS-FUNCION-PAGO
                                              PRESTAMO-ID
                                              WS-FECHA-PAGO
                                              WS-MONTO-PAGO
                                              WS-ORIGEN-PAGO
                                              WS-INTERES-APLICADO
                                              WS-CAPITAL-APLICADO
                                              WS-SALDO-RESULTANTE
                                              WS-TOTAL-ADEUDADO
                                              WS-RESULTADO-PAGO.

      ******************************************************************
      * Descuento de la cuota por nomina: el empleado autoriza que
      * Nomina le retenga cada mes la cuota del neto. El prestamo
      * tiene que ser del cliente que empleados_clientes.dat asocia
      * al legajo (la misma regla de TransferenciasBanco). Una
      * autorizacion por prestamo; se puede modificar la cuota o
      * darla de baja.
      ******************************************************************
       DESCUENTO-NOMINA.
           MOVE "DESCUENTO POR NOMINA" TO WS-ACC-OPCION
           PERFORM BUSCAR-PRESTAMO
           IF SQLCODE = 0
              IF PRESTAMO-ESTADO = "CANCELAD"
                 DISPLAY "El prestamo esta cancelado."
              ELSE
                 PERFORM CARGAR-PRESTAMOS-NOMINA
                 PERFORM UBICAR-PRESTAMO-NOMINA
                 IF WS-PNM-IDX > 0
                    DISPLAY "Descuento por nomina: legajo "
                            PNM-EMP-ID "  cuota " PNM-CUOTA
                            "  estado " PNM-ESTADO
                            "  alta " PNM-FECHA-ALTA
                 ELSE
                    DISPLAY "El prestamo no tiene descuento por nomina."
                 END-IF
                 DISPLAY "A=autorizar o modificar  B=dar de baja  "
                         "(otra tecla = volver): "
                 ACCEPT WS-ACCION-NOMINA
                 EVALUATE WS-ACCION-NOMINA
                    WHEN "A"
                       PERFORM AUTORIZAR-DESCUENTO-NOMINA
                    WHEN "B"
                       PERFORM BAJA-DESCUENTO-NOMINA
                 END-EVALUATE
              END-IF
           END-IF.

       AUTORIZAR-DESCUENTO-NOMINA.
           DISPLAY "Legajo del empleado que autoriza: "
           ACCEPT WS-LEGAJO-NOMINA
           PERFORM BUSCAR-CLIENTE-EMPLEADO
           IF WS-LEGAJO-BUSQUEDA = SPACES
              DISPLAY "El empleado " WS-LEGAJO-NOMINA
                      " no tiene cliente asociado en RRHH."
              MOVE "WARN" TO error-severidad
              MOVE "AUTORIZAR-DESCUENTO-NOMINA" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Descuento por nomina rechazado: legajo "
                     WS-LEGAJO-NOMINA " sin cliente asociado."
                  DELIMITED BY SIZE INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
           IF WS-LEGAJO-BUSQUEDA NOT = PRESTAMO-CLIENTE-ID
              DISPLAY "El prestamo no es del empleado " WS-LEGAJO-NOMINA
                      ": titular " PRESTAMO-CLIENTE-ID
           ELSE
              DISPLAY "Cuota a descontar por mes (0 = cuota vigente "
                      PRESTAMO-CUOTA-VIGENTE "): "
              ACCEPT WS-CUOTA-NOMINA
              IF WS-CUOTA-NOMINA = 0
                 MOVE PRESTAMO-CUOTA-VIGENTE TO WS-CUOTA-NOMINA
              END-IF
              IF WS-CUOTA-NOMINA = 0
                 DISPLAY "El prestamo no tiene cuota vigente: indique "
                         "la cuota a descontar."
              ELSE
                 ACCEPT WS-FECHA-HOY-AMD FROM DATE YYYYMMDD
                 MOVE SPACES TO WS-FECHA-HOY
                 STRING WS-HOY-AAAA "-" WS-HOY-MM "-" WS-HOY-DD
                    DELIMITED BY SIZE INTO WS-FECHA-HOY
                 MOVE WS-LEGAJO-NOMINA TO PNM-EMP-ID
                 MOVE PRESTAMO-ID      TO PNM-ID-PRESTAMO
                 MOVE WS-CUOTA-NOMINA  TO PNM-CUOTA
                 MOVE WS-FECHA-HOY     TO PNM-FECHA-ALTA
                 MOVE WS-SESION-ID     TO PNM-OPERADOR
                 MOVE "A"              TO PNM-ESTADO
                 PERFORM GUARDAR-PRESTAMO-NOMINA
                 DISPLAY "Descuento por nomina autorizado: legajo "
                         PNM-EMP-ID "  cuota " PNM-CUOTA
              END-IF
           END-IF
           END-IF.

      * Deja en WS-LEGAJO-BUSQUEDA el cliente del empleado
      * WS-LEGAJO-NOMINA segun empleados_clientes.dat, o espacios si
      * el legajo no figura (o no esta el archivo).
       BUSCAR-CLIENTE-EMPLEADO.
           MOVE SPACES TO WS-LEGAJO-BUSQUEDA
           IF WS-LEGAJO-NOMINA NOT = 0
              MOVE "empleados_clientes.dat" TO WS-NOMBRE-ARCHIVO-RUTA
              CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                        WS-RUTA-EMPLEADOS
              MOVE "N" TO WS-FIN-EMPLEADOS
              OPEN INPUT empleados-clientes
              IF fs-empleados = "00"
                 PERFORM LEER-EMPLEADO-CLIENTE
                     UNTIL WS-FIN-EMPLEADOS = "S"
                 CLOSE empleados-clientes
              END-IF
           END-IF.

       LEER-EMPLEADO-CLIENTE.
           READ empleados-clientes
                AT END MOVE "S" TO WS-FIN-EMPLEADOS
           END-READ
           IF WS-FIN-EMPLEADOS NOT = "S"
              AND EMC-EMP-ID = WS-LEGAJO-NOMINA
              AND EMC-CLIENTE-ID NOT = SPACES
              MOVE EMC-CLIENTE-ID TO WS-LEGAJO-BUSQUEDA
              MOVE "S" TO WS-FIN-EMPLEADOS
           END-IF.

       BAJA-DESCUENTO-NOMINA.
           IF WS-PNM-IDX = 0 OR PNM-ESTADO NOT = "A"
              DISPLAY "El prestamo no tiene descuento por nomina "
                      "activo."
           ELSE
              MOVE "B"          TO PNM-ESTADO
              MOVE WS-SESION-ID TO PNM-OPERADOR
              PERFORM GUARDAR-PRESTAMO-NOMINA
              DISPLAY "Descuento por nomina dado de baja."
           END-IF.

       CARGAR-PRESTAMOS-NOMINA.
           MOVE "prestamos_nomina.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PRESTAMOS-NOMINA
           MOVE 0 TO WS-NUM-PRESTAMOS-NOMINA
           MOVE "N" TO WS-FIN-PRESTAMOS-NOMINA
           OPEN INPUT prestamos-nomina
           IF fs-prestamos-nomina = "00"
              PERFORM LEER-PRESTAMO-NOMINA
              PERFORM GUARDAR-FILA-NOMINA
                  UNTIL WS-FIN-PRESTAMOS-NOMINA = "S"
              CLOSE prestamos-nomina
           END-IF.

       LEER-PRESTAMO-NOMINA.
           READ prestamos-nomina
                AT END MOVE "S" TO WS-FIN-PRESTAMOS-NOMINA
           END-READ.

       GUARDAR-FILA-NOMINA.
           IF WS-NUM-PRESTAMOS-NOMINA < 500
              ADD 1 TO WS-NUM-PRESTAMOS-NOMINA
              MOVE prestamo-nomina-linea
                TO WS-PNM-FILA(WS-NUM-PRESTAMOS-NOMINA)
           END-IF
           PERFORM LEER-PRESTAMO-NOMINA.

      * Deja en prestamo-nomina-registro la autorizacion del prestamo
      * buscado, si la tiene.
       UBICAR-PRESTAMO-NOMINA.
           MOVE 0 TO WS-PNM-IDX
           INITIALIZE prestamo-nomina-registro
           PERFORM COMPARAR-PRESTAMO-NOMINA
               VARYING WS-PNM-I FROM 1 BY 1
               UNTIL WS-PNM-I > WS-NUM-PRESTAMOS-NOMINA
           IF WS-PNM-IDX > 0
              MOVE WS-PNM-FILA(WS-PNM-IDX) TO prestamo-nomina-registro
           END-IF.

       COMPARAR-PRESTAMO-NOMINA.
           IF WS-PNM-FILA(WS-PNM-I)(5:6) = PRESTAMO-ID
              MOVE WS-PNM-I TO WS-PNM-IDX
           END-IF.

      * El archivo se reescribe entero con la autorizacion cambiada o
      * agregada.
       GUARDAR-PRESTAMO-NOMINA.
           IF WS-PNM-IDX = 0
              IF WS-NUM-PRESTAMOS-NOMINA < 500
                 ADD 1 TO WS-NUM-PRESTAMOS-NOMINA
                 MOVE WS-NUM-PRESTAMOS-NOMINA TO WS-PNM-IDX
              ELSE
                 DISPLAY "prestamos_nomina.dat esta lleno (500)."
              END-IF
           END-IF
           IF WS-PNM-IDX > 0
              MOVE prestamo-nomina-registro TO WS-PNM-FILA(WS-PNM-IDX)
              OPEN OUTPUT prestamos-nomina
              IF fs-prestamos-nomina NOT = "00"
                 DISPLAY "No se pudo grabar prestamos_nomina.dat: "
                         fs-prestamos-nomina
                 MOVE "ERROR" TO error-severidad
                 MOVE "GUARDAR-PRESTAMO-NOMINA" TO error-parrafo
                 MOVE "No se pudo grabar prestamos_nomina.dat."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              ELSE
                 PERFORM GRABAR-PRESTAMO-NOMINA
                     VARYING WS-PNM-I FROM 1 BY 1
                     UNTIL WS-PNM-I > WS-NUM-PRESTAMOS-NOMINA
                 CLOSE prestamos-nomina
              END-IF
           END-IF.

       GRABAR-PRESTAMO-NOMINA.
           MOVE WS-PNM-FILA(WS-PNM-I) TO prestamo-nomina-linea
           WRITE prestamo-nomina-linea.

       ERROR-REGISTRAR-PAGO.
           DISPLAY "Error al Registrar Pago: " SQLCODE " - "
                   SQLSTATE
           MOVE "ERROR" TO error-severidad
           MOVE "REGISTRAR-PAGO" TO error-parrafo
           MOVE "Error al registrar pago de prestamo."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

      ******************************************************************
      * Estado del prestamo: cuotas facturadas con lo pagado de cada
      * una y los movimientos de prestamos_historia, en
      * estado_prestamo_<id>.txt.
      ******************************************************************
       ESTADO-PRESTAMO.
           MOVE "ESTADO DEL PRESTAMO" TO WS-ACC-OPCION
           PERFORM BUSCAR-PRESTAMO
           IF SQLCODE = 0
              MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
              STRING "estado_prestamo_" DELIMITED BY SIZE
                     PRESTAMO-ID DELIMITED BY SPACE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO-RUTA
              CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                        WS-RUTA-ESTADO-PRESTAMO
              OPEN OUTPUT estado-prestamo-out
              PERFORM ESCRIBIR-CABECERA-ESTADO
              PERFORM ESCRIBIR-CUOTAS-ESTADO
              PERFORM ESCRIBIR-MOVIMIENTOS-ESTADO
              CLOSE estado-prestamo-out
              DISPLAY "Estado del prestamo generado."
           END-IF.

       ESCRIBIR-CABECERA-ESTADO.
           MOVE "ESTADO DEL PRESTAMO" TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE ALL "-" TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE PRESTAMO-SALDO TO WS-SALDO-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Prestamo: " DELIMITED BY SIZE
                  PRESTAMO-ID DELIMITED BY SPACE
                  "  Cliente: " DELIMITED BY SIZE
                  PRESTAMO-CLIENTE-ID DELIMITED BY SPACE
                  "  Tipo: " DELIMITED BY SIZE
                  PRESTAMO-TIPO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Origen: " DELIMITED BY SIZE
                  PRESTAMO-FECHA DELIMITED BY SIZE
                  "  Plazo: " DELIMITED BY SIZE
                  PRESTAMO-PLAZO DELIMITED BY SIZE
                  "  Saldo pendiente: " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  "  Estado: " DELIMITED BY SIZE
                  PRESTAMO-ESTADO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO estado-prestamo-linea
           WRITE estado-prestamo-linea.

       ESCRIBIR-CUOTAS-ESTADO.
           MOVE SPACES TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE SPACES TO estado-prestamo-linea
           STRING "CUOTAS: NRO VENCIMIENTO      INTERES      CAPITAL"
                  DELIMITED BY SIZE
                  "       PAGADO ESTADO" DELIMITED BY SIZE
                  INTO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUOTAS-ESTADO CURSOR FOR
              SELECT nro_cuota,
                     fecha_vencimiento,
                     interes_cuota,
                     capital_cuota,
                     interes_pagado,
                     capital_pagado,
                     estado_cuota
              FROM prestamos_cuotas
              WHERE id_prestamo = :PRESTAMO-ID
              ORDER BY nro_cuota
           END-EXEC

           EXEC SQL
              OPEN CUR-CUOTAS-ESTADO
           END-EXEC

           PERFORM FETCH-CUOTA-ESTADO
           PERFORM IMPRIMIR-CUOTA-ESTADO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUOTAS-ESTADO
           END-EXEC.

       FETCH-CUOTA-ESTADO.
           EXEC SQL
              FETCH CUR-CUOTAS-ESTADO
              INTO :WS-CL-NRO,
                   :WS-CL-VENCIMIENTO,
                   :WS-CL-INTERES,
                   :WS-CL-CAPITAL,
                   :WS-CL-INT-PAGADO,
                   :WS-CL-CAP-PAGADO,
                   :WS-CL-ESTADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       IMPRIMIR-CUOTA-ESTADO.
           COMPUTE WS-PAGADO-CUOTA = WS-CL-INT-PAGADO + WS-CL-CAP-PAGADO
           MOVE WS-CL-INTERES   TO WS-MONTO-ED
           MOVE WS-CL-CAPITAL   TO WS-MONTO2-ED
           MOVE WS-PAGADO-CUOTA TO WS-MONTO3-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "        " DELIMITED BY SIZE
                  WS-CL-NRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CL-VENCIMIENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO3-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CL-ESTADO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           PERFORM FETCH-CUOTA-ESTADO.

       ESCRIBIR-MOVIMIENTOS-ESTADO.
           MOVE SPACES TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE SPACES TO estado-prestamo-linea
           STRING "MOVIMIENTOS: FECHA      TIPO       CUO"
                  DELIMITED BY SIZE
                  "        MONTO      INTERES      CAPITAL"
                  DELIMITED BY SIZE
                  "        SALDO" DELIMITED BY SIZE
                  INTO estado-prestamo-linea
           WRITE estado-prestamo-linea
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-HISTORIA-ESTADO CURSOR FOR
              SELECT fecha_movimiento,
                     tipo_movimiento,
                     nro_cuota,
                     monto_movimiento,
                     interes_movimiento,
                     capital_movimiento,
                     saldo_despues,
                     origen_movimiento
              FROM prestamos_historia
              WHERE id_prestamo = :PRESTAMO-ID
              ORDER BY fecha_movimiento
           END-EXEC

           EXEC SQL
              OPEN CUR-HISTORIA-ESTADO
           END-EXEC

           PERFORM FETCH-MOVIMIENTO-ESTADO
           PERFORM IMPRIMIR-MOVIMIENTO-ESTADO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-HISTORIA-ESTADO
           END-EXEC.

       FETCH-MOVIMIENTO-ESTADO.
           EXEC SQL
              FETCH CUR-HISTORIA-ESTADO
              INTO :WS-ML-FECHA,
                   :WS-ML-TIPO,
                   :WS-ML-CUOTA,
                   :WS-ML-MONTO,
                   :WS-ML-INTERES,
                   :WS-ML-CAPITAL,
                   :WS-ML-SALDO,
                   :WS-ML-ORIGEN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       IMPRIMIR-MOVIMIENTO-ESTADO.
           MOVE WS-ML-MONTO   TO WS-MONTO-ED
           MOVE WS-ML-INTERES TO WS-MONTO2-ED
           MOVE WS-ML-CAPITAL TO WS-MONTO3-ED
           MOVE WS-ML-SALDO   TO WS-SALDO-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "             " DELIMITED BY SIZE
                  WS-ML-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ML-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ML-CUOTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO3-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO estado-prestamo-linea
           WRITE estado-prestamo-linea
           PERFORM FETCH-MOVIMIENTO-ESTADO.

       REPORTE-CARTERA.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE SPACES TO WS-CLIENTE-ANTERIOR
