      *          propia plata afuera y de vuelta). Los empleados sin
      *          datos bancarios quedan avisados en pantalla y fuera
      *          del archivo.
      *          Antes de pagar se aplican al prestamo las cuotas que
      *          Nomina desconto por nomina (descuentos_prestamos.txt,
      *          ver DESPRE.CPY) con aplicar-pago-prestamo, igual que
      *          los pagos "PR" del feed de sucursal, y cada una se
      *          asienta por ajustes pendientes (motivo NOPR). El
      *          prestamo tiene que ser del cliente que RRHH asocia al
      *          legajo en empleados_clientes.dat. Lo descontado que
      *          no se pudo aplicar (empleado sin cliente asociado,
      *          prestamo saldado o de otro titular, pago mayor que
      *          lo adeudado, error) se le devuelve al empleado con
      *          su neto. Las cuotas no cobradas enteras salen en el
      *          reporte de excepciones para Cobranzas
      *          (descuentos_prestamos_exc.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT descuentos-in
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\descuentos_prestamos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-descuentos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

           SELECT empleados-clientes
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-empleados.

       DATA DIVISION.
       FILE SECTION.
       FD  recibos-in.
           05 REC-RETRO-SIGNO   PIC X.
           05 REC-DIAS-PAGADOS  PIC 9(2).
           05 REC-DIAS-SIN-GOCE PIC 9(2).
           05 REC-DESC-PRESTAMO PIC 9(7)V99.

       FD  banco-datos.
       01  banco-registro.
           05 AJP-OPERADOR      PIC X(8).
           05 AJP-AUTORIZA      PIC X(8).

       FD  descuentos-in.
           COPY DESPRE.

      * Clientes que son empleados del banco (legajo y cliente). Lo
      * mantiene RRHH.
       FD  empleados-clientes.
       01  empleado-cliente-registro.
           05 EMC-EMP-ID          PIC 9(4).
           05 EMC-CLIENTE-ID      PIC X(6).
           05 EMC-OPERADOR        PIC X(8).
           05 EMC-NOMBRE          PIC X(30).

       FD  reporte-out.
       01  reporte-linea        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-recibos           PIC XX.
       01  WS-ACREDITADOS       PIC 9(3) VALUE 0.
       01  WS-TOTAL-ACREDITADO  PIC 9(11)V99 VALUE 0.

      * Cuotas de prestamo descontadas por nomina.
       01  fs-descuentos        PIC XX.
       01  fs-reporte           PIC XX.
       01  WS-RUTA-REPORTE      PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-FIN-DESCUENTOS    PIC X VALUE "N".
       01  WS-HAY-DESCUENTOS    PIC X VALUE "N".
       01  WS-FUNCION-PAGO      PIC X VALUE "C".
       01  WS-ORIGEN-PAGO       PIC X(10) VALUE "NOMINA".
       01  WS-MONTO-PAGO        PIC 9(9)V99 VALUE 0.
       01  WS-INTERES-APLICADO  PIC 9(9)V99 VALUE 0.
       01  WS-CAPITAL-APLICADO  PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-RESULTANTE  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ADEUDADO    PIC 9(9)V99 VALUE 0.
       01  WS-RESULTADO-PAGO    PIC X VALUE "S".
       01  WS-PRESTAMO-CLIENTE  PIC X(6) VALUE SPACES.
       01  WS-PRESTAMO-HALLADO  PIC X VALUE "N".
       01  WS-APLICADO-DESCUENTO PIC 9(7)V99 VALUE 0.
       01  WS-REINTEGRO         PIC 9(7)V99 VALUE 0.
       01  WS-MOTIVO-EXCEPCION  PIC X(30) VALUE SPACES.
       01  WS-DESCUENTOS-APLICADOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-APLICADO    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-REINTEGRADO PIC 9(11)V99 VALUE 0.
       01  WS-REINTEGROS.
           05 WS-REI-FILA OCCURS 500 TIMES.
              10 WS-REI-EMP-ID  PIC 9(4).
              10 WS-REI-MONTO   PIC 9(7)V99.
       01  WS-NUM-REINTEGROS    PIC 9(3) VALUE 0.
       01  WS-RI                PIC 9(3) VALUE 0.
       01  WS-REI-IDX           PIC 9(3) VALUE 0.
       01  fs-empleados         PIC XX.
       01  WS-RUTA-EMPLEADOS    PIC X(120) VALUE SPACES.
       01  WS-FIN-EMPLEADOS     PIC X VALUE "N".
       01  WS-EMPLEADOS-CLIENTES.
           05 WS-EMC-FILA OCCURS 500 TIMES.
              10 WS-EMC-EMP-ID   PIC 9(4).
              10 WS-EMC-CLIENTE  PIC X(6).
       01  WS-NUM-EMPLEADOS     PIC 9(3) VALUE 0.
       01  WS-E                 PIC 9(3) VALUE 0.
       01  WS-CLIENTE-EMPLEADO  PIC X(6) VALUE SPACES.
       01  WS-CUOTA-ED          PIC ZZZZZZ9.99.
       01  WS-DESCONTADO-ED     PIC ZZZZZZ9.99.
       01  WS-APLICADO-ED       PIC ZZZZZZ9.99.
       01  WS-REINTEGRO-ED      PIC ZZZZZZ9.99.
           COPY REPCAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CONECTAR-SQL.
           PERFORM CARGAR-DATOS-BANCARIOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM APLICAR-DESCUENTOS.
           PERFORM LEER-RECIBO.
           PERFORM TRANSFERIR-RECIBO
               UNTIL WS-EOF-RECIBOS = "S".
           END-READ.

       TRANSFERIR-RECIBO.
           PERFORM SUMAR-REINTEGRO
           PERFORM BUSCAR-CUENTA-EMPLEADO
           IF WS-CUENTA-HALLADA = "S"
              PERFORM ACREDITAR-NETO-EMPLEADO
              MOVE WS-I TO WS-BAN-IDX
           END-IF.

      ******************************************************************
      * Cuotas descontadas por Nomina: cada una se imputa al prestamo
      * con aplicar-pago-prestamo (origen NOMINA), se confirma y se
      * asienta contra la cuenta puente de sueldos (motivo NOPR). Lo
      * que no se aplica vuelve al neto del empleado; no hay suspenso
      * porque el dueno de la plata esta en la misma corrida.
      ******************************************************************
       APLICAR-DESCUENTOS.
           MOVE "N" TO WS-FIN-DESCUENTOS
           MOVE "N" TO WS-HAY-DESCUENTOS
           OPEN INPUT descuentos-in
           IF fs-descuentos = "00"
              MOVE "S" TO WS-HAY-DESCUENTOS
              MOVE "descuentos_prestamos_exc.txt"
                TO WS-NOMBRE-ARCHIVO-RUTA
              CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                        WS-RUTA-REPORTE
              OPEN OUTPUT reporte-out
              MOVE "CUOTAS DE PRESTAMO NO COBRADAS POR NOMINA"
                TO REP-NOMBRE
              MOVE "Leg. Prest. Periodo      Cuota Descontado   "
                 & "Aplicado  Reintegro Motivo"
                TO REP-ENCABEZADO-COLS
              MOVE "TransferenciasBanco" TO REP-PROGRAMA
              PERFORM REP-INICIAR
              PERFORM CARGAR-EMPLEADOS
              PERFORM LEER-DESCUENTO
              PERFORM APLICAR-UN-DESCUENTO
                  UNTIL WS-FIN-DESCUENTOS = "S"
              CLOSE descuentos-in
              PERFORM REP-FINALIZAR
              CLOSE reporte-out
           END-IF.

       LEER-DESCUENTO.
           READ descuentos-in
                AT END MOVE "S" TO WS-FIN-DESCUENTOS
           END-READ.

       APLICAR-UN-DESCUENTO.
           MOVE 0 TO WS-APLICADO-DESCUENTO
           MOVE SPACES TO WS-MOTIVO-EXCEPCION
           IF DPR-ESTADO = "P"
              MOVE "tope del neto: cuota parcial" TO WS-MOTIVO-EXCEPCION
           END-IF
           IF DPR-ESTADO = "N"
              MOVE "tope del neto: sin descuento" TO WS-MOTIVO-EXCEPCION
           END-IF
           IF DPR-DESCONTADO > 0
              PERFORM BUSCAR-CLIENTE-EMPLEADO
              IF WS-CLIENTE-EMPLEADO = SPACES
                 MOVE "empleado sin cliente asociado"
                   TO WS-MOTIVO-EXCEPCION
                 MOVE "WARN" TO error-severidad
                 MOVE "APLICAR-UN-DESCUENTO" TO error-parrafo
                 MOVE SPACES TO mensaje-error
                 STRING "Descuento por nomina sin aplicar: legajo "
                        DPR-EMP-ID " sin cliente asociado."
                     DELIMITED BY SIZE INTO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              ELSE
              PERFORM BUSCAR-PRESTAMO-DESCUENTO
              IF WS-PRESTAMO-HALLADO = "N"
                 MOVE "prestamo inexistente o ajeno"
                   TO WS-MOTIVO-EXCEPCION
              ELSE
                 MOVE DPR-DESCONTADO TO WS-MONTO-PAGO
                 MOVE "C" TO WS-FUNCION-PAGO
                 PERFORM LLAMAR-APLICAR-PAGO
                 IF WS-RESULTADO-PAGO NOT = "S"
                    MOVE "error al consultar el prestamo"
                      TO WS-MOTIVO-EXCEPCION
                 ELSE
                    IF WS-MONTO-PAGO > WS-TOTAL-ADEUDADO
                       MOVE WS-TOTAL-ADEUDADO TO WS-MONTO-PAGO
                       MOVE "descuento mayor que lo adeudado"
                         TO WS-MOTIVO-EXCEPCION
                    END-IF
                    IF WS-MONTO-PAGO > 0
                       PERFORM APLICAR-PAGO-DESCUENTO
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           COMPUTE WS-REINTEGRO = DPR-DESCONTADO - WS-APLICADO-DESCUENTO
           IF WS-REINTEGRO > 0
              PERFORM GUARDAR-REINTEGRO
           END-IF
           IF WS-MOTIVO-EXCEPCION NOT = SPACES
              PERFORM REPORTAR-EXCEPCION-DESCUENTO
           END-IF
           PERFORM LEER-DESCUENTO.

      * El prestamo tiene que ser del cliente que RRHH asocia al
      * empleado, como en el posteo del pago "PR" del feed.
       BUSCAR-PRESTAMO-DESCUENTO.
           MOVE "N" TO WS-PRESTAMO-HALLADO
           EXEC SQL
              SELECT id_cliente
              INTO :WS-PRESTAMO-CLIENTE
              FROM prestamos
              WHERE id_prestamo = :DPR-ID-PRESTAMO
           END-EXEC
           IF SQLCODE = 0
              AND WS-PRESTAMO-CLIENTE = WS-CLIENTE-EMPLEADO
              MOVE "S" TO WS-PRESTAMO-HALLADO
           END-IF.

      * Clientes empleados (empleados_clientes.dat). Sin el archivo
      * ningun descuento se puede aplicar: todo vuelve al neto y se
      * avisa con WARN.
       CARGAR-EMPLEADOS.
           MOVE 0 TO WS-NUM-EMPLEADOS
           MOVE "N" TO WS-FIN-EMPLEADOS
           MOVE "empleados_clientes.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EMPLEADOS
           OPEN INPUT empleados-clientes
           IF fs-empleados NOT = "00"
              DISPLAY "Aviso: sin archivo de clientes empleados."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-EMPLEADOS" TO error-parrafo
              MOVE "Descuentos por nomina sin empleados_clientes.dat."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-EMPLEADO
              PERFORM GUARDAR-EMPLEADO
                  UNTIL WS-FIN-EMPLEADOS = "S"
              CLOSE empleados-clientes
           END-IF.

       LEER-EMPLEADO.
           READ empleados-clientes
                AT END MOVE "S" TO WS-FIN-EMPLEADOS
           END-READ.

       GUARDAR-EMPLEADO.
           IF WS-NUM-EMPLEADOS < 500 AND EMC-CLIENTE-ID NOT = SPACES
              ADD 1 TO WS-NUM-EMPLEADOS
              MOVE EMC-EMP-ID     TO WS-EMC-EMP-ID(WS-NUM-EMPLEADOS)
              MOVE EMC-CLIENTE-ID TO WS-EMC-CLIENTE(WS-NUM-EMPLEADOS)
           END-IF
           PERFORM LEER-EMPLEADO.

      * Deja en WS-CLIENTE-EMPLEADO el cliente del legajo DPR-EMP-ID,
      * o espacios si RRHH no lo tiene asociado.
       BUSCAR-CLIENTE-EMPLEADO.
           MOVE SPACES TO WS-CLIENTE-EMPLEADO
           PERFORM COMPARAR-EMPLEADO
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-NUM-EMPLEADOS
                  OR WS-CLIENTE-EMPLEADO NOT = SPACES.

       COMPARAR-EMPLEADO.
           IF WS-EMC-EMP-ID(WS-E) = DPR-EMP-ID
              MOVE WS-EMC-CLIENTE(WS-E) TO WS-CLIENTE-EMPLEADO
           END-IF.

       APLICAR-PAGO-DESCUENTO.
           MOVE "A" TO WS-FUNCION-PAGO
           PERFORM LLAMAR-APLICAR-PAGO
           IF WS-RESULTADO-PAGO NOT = "S"
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE "error al aplicar el pago" TO WS-MOTIVO-EXCEPCION
              DISPLAY "Error al aplicar descuento al prestamo "
                      DPR-ID-PRESTAMO ": resultado " WS-RESULTADO-PAGO
              MOVE "ERROR" TO error-severidad
              MOVE "APLICAR-PAGO-DESCUENTO" TO error-parrafo
              MOVE "Error al aplicar descuento por nomina a prestamo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE WS-MONTO-PAGO TO WS-APLICADO-DESCUENTO
              ADD 1 TO WS-DESCUENTOS-APLICADOS
              ADD WS-MONTO-PAGO TO WS-TOTAL-APLICADO
              MOVE WS-FECHA-PAGO   TO AJP-FECHA
              MOVE DPR-ID-PRESTAMO TO AJP-CUENTA
              MOVE "H"             TO AJP-NATURALEZA
              MOVE WS-MONTO-PAGO   TO AJP-MONTO
              MOVE "NOPR"          TO AJP-MOTIVO
              MOVE "NOMINA"        TO AJP-OPERADOR
              MOVE SPACES          TO AJP-AUTORIZA
              WRITE ajuste-pendiente-registro
           END-IF.

       LLAMAR-APLICAR-PAGO.
           CALL "aplicar-pago-prestamo" USING WS-FUNCION-PAGO
                                              DPR-ID-PRESTAMO
                                              WS-FECHA-PAGO
                                              WS-MONTO-PAGO
                                              WS-ORIGEN-PAGO
                                              WS-INTERES-APLICADO
                                              WS-CAPITAL-APLICADO
                                              WS-SALDO-RESULTANTE
                                              WS-TOTAL-ADEUDADO
                                              WS-RESULTADO-PAGO.

       GUARDAR-REINTEGRO.
           ADD WS-REINTEGRO TO WS-TOTAL-REINTEGRADO
           PERFORM BUSCAR-REINTEGRO
           IF WS-REI-IDX = 0 AND WS-NUM-REINTEGROS < 500
              ADD 1 TO WS-NUM-REINTEGROS
              MOVE WS-NUM-REINTEGROS TO WS-REI-IDX
              MOVE DPR-EMP-ID TO WS-REI-EMP-ID(WS-REI-IDX)
              MOVE 0          TO WS-REI-MONTO(WS-REI-IDX)
           END-IF
           IF WS-REI-IDX > 0
              ADD WS-REINTEGRO TO WS-REI-MONTO(WS-REI-IDX)
           END-IF.

       BUSCAR-REINTEGRO.
           MOVE 0 TO WS-REI-IDX
           PERFORM COMPARAR-REINTEGRO
               VARYING WS-RI FROM 1 BY 1
               UNTIL WS-RI > WS-NUM-REINTEGROS.

       COMPARAR-REINTEGRO.
           IF WS-REI-EMP-ID(WS-RI) = DPR-EMP-ID
              MOVE WS-RI TO WS-REI-IDX
           END-IF.

      * Lo descontado que no llego al prestamo se paga con el neto.
       SUMAR-REINTEGRO.
           PERFORM COMPARAR-REINTEGRO-RECIBO
               VARYING WS-RI FROM 1 BY 1
               UNTIL WS-RI > WS-NUM-REINTEGROS.

       COMPARAR-REINTEGRO-RECIBO.
           IF WS-REI-EMP-ID(WS-RI) = REC-EMP-ID
              AND WS-REI-MONTO(WS-RI) > 0
              ADD WS-REI-MONTO(WS-RI) TO REC-NETO
              MOVE 0 TO WS-REI-MONTO(WS-RI)
           END-IF.

       REPORTAR-EXCEPCION-DESCUENTO.
           MOVE DPR-CUOTA             TO WS-CUOTA-ED
           MOVE DPR-DESCONTADO        TO WS-DESCONTADO-ED
           MOVE WS-APLICADO-DESCUENTO TO WS-APLICADO-ED
           MOVE WS-REINTEGRO          TO WS-REINTEGRO-ED
           MOVE SPACES TO REP-DETALLE
           STRING DPR-EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DPR-ID-PRESTAMO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DPR-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUOTA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCONTADO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APLICADO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REINTEGRO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-EXCEPCION DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-ARCHIVOS.
           MOVE "Z"         TO TRF-COLA-TIPO
           MOVE WS-CONTADOR TO TRF-COLA-CONTADOR
      * acreditar la nomina entera del mes.
           OPEN OUTPUT recibos-in
           CLOSE recibos-in
      * Igual con los descuentos de prestamo ya aplicados.
           IF WS-HAY-DESCUENTOS = "S"
              OPEN OUTPUT descuentos-in
              CLOSE descuentos-in
              DISPLAY "Descuentos de prestamo aplicados: "
                      WS-DESCUENTOS-APLICADOS
                      "  Total: " WS-TOTAL-APLICADO
                      "  Reintegrado al neto: " WS-TOTAL-REINTEGRADO
           END-IF
           DISPLAY "Transferencias generadas: " WS-CONTADOR
                   "  Sin datos bancarios: " WS-SIN-BANCO
           DISPLAY "Acreditados en cuenta propia: " WS-ACREDITADOS
           END-EXEC

           STOP RUN.

       COPY REPPROC.
