      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de accesos a datos de clientes para
      *          privacidad. Lee la bitacora accesos_clientes.txt que
      *          escribe registrar-acceso y emite accesos_rep.txt en
      *          dos partes: por cliente (quien miro sus datos, cuando,
      *          desde que programa y opcion) y por operador (cuantos
      *          accesos y cuantos clientes distintos por dia).
      *          Marca los dias en que un operador consulto mas
      *          clientes distintos que el umbral y cada acceso a un
      *          cliente que es empleado del banco segun
      *          empleados_clientes.dat (PROPIA si el operador es el
      *          propio empleado). El periodo es el mes de la fecha de
      *          proceso salvo que parametros_accesos.dat indique otro
      *          (AAAA-MM), lo que permite rehacer el reporte de un mes
      *          anterior ante un reclamo. Parametros:
      *          parametros_accesos.dat (umbral de clientes por dia,
      *          por omision 50; periodo AAAA-MM, vacio = mes de
      *          proceso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteAccesos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT accesos-log
            ASSIGN TO DYNAMIC WS-RUTA-ACCESOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-accesos.

           SELECT accesos-ordenados
            ASSIGN TO DYNAMIC WS-RUTA-ORDENADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-ordenados.

           SELECT empleados-clientes
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-empleados.

           SELECT parametros-accesos
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
      * La bitacora del periodo se ordena dos veces con SORT e INPUT
      * PROCEDURE (como EstadosCuenta): por cliente, fecha y hora para
      * la primera parte y por operador, fecha y cliente para la
      * segunda, donde los clientes distintos del dia salen por corte.
       SD  trabajo-sort.
       01  SORT-ACCESO.
           05 SRT-FECHA          PIC X(10).
           05 SRT-HORA           PIC X(8).
           05 SRT-OPERADOR       PIC X(8).
           05 SRT-PROGRAMA       PIC X(20).
           05 SRT-OPCION         PIC X(25).
           05 SRT-CLIENTE        PIC X(6).

       FD  accesos-log.
           COPY ACCLOG.

       FD  accesos-ordenados.
       01  ORD-ACCESO.
           05 ORD-FECHA          PIC X(10).
           05 ORD-HORA           PIC X(8).
           05 ORD-OPERADOR       PIC X(8).
           05 ORD-PROGRAMA       PIC X(20).
           05 ORD-OPCION         PIC X(25).
           05 ORD-CLIENTE        PIC X(6).

      * Clientes que son empleados del banco, con el operador del
      * empleado si lo tiene. Lo mantiene RRHH.
       FD  empleados-clientes.
       01  empleado-cliente-registro.
           05 EMC-EMP-ID          PIC 9(4).
           05 EMC-CLIENTE-ID      PIC X(6).
           05 EMC-OPERADOR        PIC X(8).
           05 EMC-NOMBRE          PIC X(30).

       FD  parametros-accesos.
       01  parametro-acceso-registro.
           05 PAC-UMBRAL-CLIENTES PIC 9(4).
           05 PAC-PERIODO         PIC X(7).    *> AAAA-MM o vacio

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-accesos            PIC XX.
       01  fs-ordenados          PIC XX.
       01  fs-empleados          PIC XX.
       01  fs-parametros         PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-ACCESOS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-ORDENADOS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-EMPLEADOS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-PERIODO            PIC X(7)  VALUE SPACES.
       01  WS-UMBRAL-CLIENTES    PIC 9(4)  VALUE 50.
       01  WS-FIN-ACCESOS        PIC X VALUE "N".
       01  WS-FIN-ORDENADOS      PIC X VALUE "N".
       01  WS-FIN-EMPLEADOS      PIC X VALUE "N".
       01  WS-SIN-BITACORA       PIC X VALUE "N".

       01  WS-EMPLEADOS.
           05 WS-EMC-FILA OCCURS 500 TIMES.
              10 WS-EMC-EMP-ID   PIC 9(4).
              10 WS-EMC-CLIENTE  PIC X(6).
              10 WS-EMC-OPERADOR PIC X(8).
       01  WS-NUM-EMPLEADOS      PIC 9(4) VALUE 0.
       01  WS-E                  PIC 9(4) VALUE 0.
       01  WS-ES-EMPLEADO        PIC X VALUE "N".
       01  WS-EMP-ID             PIC 9(4) VALUE 0.
       01  WS-EMP-OPERADOR       PIC X(8) VALUE SPACES.
       01  WS-MARCA              PIC X(8) VALUE SPACES.

       01  WS-PRIMERO            PIC X VALUE "S".
       01  WS-CLI-ACTUAL         PIC X(6) VALUE SPACES.
       01  WS-CLI-ACCESOS        PIC 9(7) VALUE 0.
       01  WS-OPE-ACTUAL         PIC X(8) VALUE SPACES.
       01  WS-DIA-ACTUAL         PIC X(10) VALUE SPACES.
       01  WS-CLI-DIA-ANTERIOR   PIC X(6) VALUE SPACES.
       01  WS-DIA-ACCESOS        PIC 9(7) VALUE 0.
       01  WS-DIA-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-OPE-ACCESOS        PIC 9(7) VALUE 0.
       01  WS-OPE-EMPLEADOS      PIC 9(7) VALUE 0.
       01  WS-OPE-EXCESOS        PIC 9(5) VALUE 0.

       01  WS-TOT-ACCESOS        PIC 9(7) VALUE 0.
       01  WS-TOT-CLIENTES       PIC 9(7) VALUE 0.
       01  WS-TOT-OPERADORES     PIC 9(7) VALUE 0.
       01  WS-TOT-EXCESOS        PIC 9(7) VALUE 0.
       01  WS-TOT-EMPLEADOS      PIC 9(7) VALUE 0.
       01  WS-TOT-PROPIAS        PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-CANT2-ED           PIC ZZZZZZ9.
       01  WS-UMBRAL-ED          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-PARAMETROS.
       PERFORM CARGAR-EMPLEADOS.
       PERFORM ABRIR-REPORTE.
       PERFORM ORDENAR-POR-CLIENTE.
       PERFORM LISTAR-POR-CLIENTE.
       PERFORM ORDENAR-POR-OPERADOR.
       PERFORM LISTAR-POR-OPERADOR.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM REP-FINALIZAR.
       CLOSE reporte-out.
       DISPLAY "Accesos " WS-PERIODO ": " WS-TOT-ACCESOS
               " accesos, " WS-TOT-EXCESOS " dias-operador sobre el "
               "umbral, " WS-TOT-EMPLEADOS " a clientes empleados.".
       PERFORM REGISTRAR-RESUMEN.
       STOP RUN.

       RESOLVER-RUTAS.
           MOVE "sortwk_accesos.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE "accesos_ordenados.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ORDENADOS
           MOVE "accesos_clientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ACCESOS
           MOVE "empleados_clientes.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EMPLEADOS
           MOVE "parametros_accesos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE "accesos_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

      * Sin archivo de parametros rigen el umbral por omision y el
      * mes de la fecha de proceso.
       CARGAR-PARAMETROS.
           MOVE WS-FECHA-PROCESO(1:7) TO WS-PERIODO
           OPEN INPUT parametros-accesos
           IF fs-parametros = "00"
              READ parametros-accesos
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PAC-UMBRAL-CLIENTES NUMERIC
                       AND PAC-UMBRAL-CLIENTES > 0
                       MOVE PAC-UMBRAL-CLIENTES TO WS-UMBRAL-CLIENTES
                    END-IF
                    IF PAC-PERIODO NOT = SPACES
                       MOVE PAC-PERIODO TO WS-PERIODO
                    END-IF
              END-READ
              CLOSE parametros-accesos
           END-IF.

      ******************************************************************
      * Clientes empleados. Sin el archivo el reporte sale igual pero
      * sin marcar accesos a cuentas de empleados: se avisa con WARN.
      ******************************************************************
       CARGAR-EMPLEADOS.
           MOVE 0 TO WS-NUM-EMPLEADOS
           OPEN INPUT empleados-clientes
           IF fs-empleados NOT = "00"
              DISPLAY "Aviso: sin archivo de clientes empleados."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-EMPLEADOS" TO error-parrafo
              MOVE "Reporte de accesos sin empleados_clientes.dat."
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
              MOVE EMC-OPERADOR   TO WS-EMC-OPERADOR(WS-NUM-EMPLEADOS)
           END-IF
           PERFORM LEER-EMPLEADO.

      * Deja WS-ES-EMPLEADO, el legajo y el operador del empleado
      * para el cliente en ORD-CLIENTE.
       BUSCAR-EMPLEADO.
           MOVE "N" TO WS-ES-EMPLEADO
           MOVE 0 TO WS-EMP-ID
           MOVE SPACES TO WS-EMP-OPERADOR
           PERFORM COMPARAR-EMPLEADO
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-NUM-EMPLEADOS
                  OR WS-ES-EMPLEADO = "S".

       COMPARAR-EMPLEADO.
           IF WS-EMC-CLIENTE(WS-E) = ORD-CLIENTE
              MOVE "S" TO WS-ES-EMPLEADO
              MOVE WS-EMC-EMP-ID(WS-E)   TO WS-EMP-ID
              MOVE WS-EMC-OPERADOR(WS-E) TO WS-EMP-OPERADOR
           END-IF.

      * EMPLEADO si el cliente es empleado, PROPIA si ademas el
      * operador que consulto es el propio empleado.
       ARMAR-MARCA.
           MOVE SPACES TO WS-MARCA
           IF WS-ES-EMPLEADO = "S"
              IF WS-EMP-OPERADOR NOT = SPACES
                 AND WS-EMP-OPERADOR = ORD-OPERADOR
                 MOVE "PROPIA" TO WS-MARCA
              ELSE
                 MOVE "EMPLEADO" TO WS-MARCA
              END-IF
           END-IF.

       ABRIR-REPORTE.
           OPEN OUTPUT reporte-out
           IF fs-reporte NOT = "00"
              DISPLAY "No se pudo abrir accesos_rep.txt. Estado: "
                      fs-reporte
              MOVE "FATAL" TO error-severidad
              MOVE "ABRIR-REPORTE" TO error-parrafo
              MOVE "No se pudo abrir el reporte de accesos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REP-NOMBRE
           STRING "ACCESOS A DATOS DE CLIENTES " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO REP-NOMBRE
           MOVE SPACES       TO REP-ENCABEZADO-COLS
           MOVE "FECHA"      TO REP-ENCABEZADO-COLS(3:5)
           MOVE "HORA"       TO REP-ENCABEZADO-COLS(14:4)
           MOVE "OPERADOR"   TO REP-ENCABEZADO-COLS(22:8)
           MOVE "PROGRAMA"   TO REP-ENCABEZADO-COLS(32:8)
           MOVE "OPCION"     TO REP-ENCABEZADO-COLS(53:6)
           MOVE "MARCA"      TO REP-ENCABEZADO-COLS(79:5)
           MOVE "ReporteAccesos" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      ******************************************************************
      * Solo pasan al SORT los accesos del periodo. Sin bitacora el
      * reporte sale vacio y se avisa una sola vez.
      ******************************************************************
       FILTRAR-ACCESOS.
           MOVE "N" TO WS-FIN-ACCESOS
           OPEN INPUT accesos-log
           IF fs-accesos NOT = "00"
              IF WS-SIN-BITACORA = "N"
                 MOVE "S" TO WS-SIN-BITACORA
                 DISPLAY "Aviso: sin bitacora de accesos."
                 MOVE "WARN" TO error-severidad
                 MOVE "FILTRAR-ACCESOS" TO error-parrafo
                 MOVE "Reporte de accesos sin accesos_clientes.txt."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              END-IF
           ELSE
              PERFORM LEER-ACCESO
              PERFORM LIBERAR-ACCESO
                  UNTIL WS-FIN-ACCESOS = "S"
              CLOSE accesos-log
           END-IF.

       LEER-ACCESO.
           READ accesos-log
                AT END MOVE "S" TO WS-FIN-ACCESOS
           END-READ.

       LIBERAR-ACCESO.
           IF acc-fecha(1:7) = WS-PERIODO
              MOVE acceso-registro TO SORT-ACCESO
              RELEASE SORT-ACCESO
           END-IF
           PERFORM LEER-ACCESO.

       ORDENAR-POR-CLIENTE.
           SORT trabajo-sort
               ON ASCENDING KEY SRT-CLIENTE
                                SRT-FECHA
                                SRT-HORA
               INPUT PROCEDURE IS FILTRAR-ACCESOS
               GIVING accesos-ordenados.

       ORDENAR-POR-OPERADOR.
           SORT trabajo-sort
               ON ASCENDING KEY SRT-OPERADOR
                                SRT-FECHA
                                SRT-CLIENTE
                                SRT-HORA
               INPUT PROCEDURE IS FILTRAR-ACCESOS
               GIVING accesos-ordenados.

       LEER-ORDENADO.
           READ accesos-ordenados
                AT END MOVE "S" TO WS-FIN-ORDENADOS
           END-READ.

      ******************************************************************
      * Primera parte: por cliente, cada acceso con su operador.
      ******************************************************************
       LISTAR-POR-CLIENTE.
           MOVE SPACES TO REP-DETALLE
           MOVE "ACCESOS POR CLIENTE" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "S" TO WS-PRIMERO
           MOVE "N" TO WS-FIN-ORDENADOS
           OPEN INPUT accesos-ordenados
           IF fs-ordenados = "00"
              PERFORM LEER-ORDENADO
              PERFORM IMPRIMIR-ACCESO-CLIENTE
                  UNTIL WS-FIN-ORDENADOS = "S"
              IF WS-PRIMERO = "N"
                 PERFORM IMPRIMIR-SUBTOTAL-CLIENTE
              END-IF
              CLOSE accesos-ordenados
           END-IF.

       IMPRIMIR-ACCESO-CLIENTE.
           IF WS-PRIMERO = "S" OR ORD-CLIENTE NOT = WS-CLI-ACTUAL
              IF WS-PRIMERO = "N"
                 PERFORM IMPRIMIR-SUBTOTAL-CLIENTE
              END-IF
              MOVE "N" TO WS-PRIMERO
              MOVE ORD-CLIENTE TO WS-CLI-ACTUAL
              MOVE 0 TO WS-CLI-ACCESOS
              ADD 1 TO WS-TOT-CLIENTES
              PERFORM BUSCAR-EMPLEADO
              PERFORM IMPRIMIR-TITULO-CLIENTE
           END-IF

           ADD 1 TO WS-CLI-ACCESOS
           ADD 1 TO WS-TOT-ACCESOS
           PERFORM ARMAR-MARCA
           MOVE SPACES TO REP-DETALLE
           STRING "  " DELIMITED BY SIZE
                  ORD-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-HORA(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ORD-HORA(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ORD-HORA(5:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ORD-OPERADOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ORD-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-OPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM LEER-ORDENADO.

       IMPRIMIR-TITULO-CLIENTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           IF WS-ES-EMPLEADO = "S"
              STRING "CLIENTE " DELIMITED BY SIZE
                     WS-CLI-ACTUAL DELIMITED BY SIZE
                     "  (EMPLEADO " DELIMITED BY SIZE
                     WS-EMP-ID DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO REP-DETALLE
           ELSE
              STRING "CLIENTE " DELIMITED BY SIZE
                     WS-CLI-ACTUAL DELIMITED BY SIZE
                     INTO REP-DETALLE
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-SUBTOTAL-CLIENTE.
           MOVE WS-CLI-ACCESOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Accesos al cliente " DELIMITED BY SIZE
                  WS-CLI-ACTUAL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * Segunda parte: por operador y dia, con los clientes distintos
      * del dia contra el umbral. Los accesos a clientes empleados se
      * listan uno por uno bajo el operador.
      ******************************************************************
       LISTAR-POR-OPERADOR.
           MOVE WS-UMBRAL-CLIENTES TO WS-UMBRAL-ED
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "ACCESOS POR OPERADOR (umbral " DELIMITED BY SIZE
                  WS-UMBRAL-ED DELIMITED BY SIZE
                  " clientes por dia)" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "S" TO WS-PRIMERO
           MOVE "N" TO WS-FIN-ORDENADOS
           OPEN INPUT accesos-ordenados
           IF fs-ordenados = "00"
              PERFORM LEER-ORDENADO
              PERFORM PROCESAR-ACCESO-OPERADOR
                  UNTIL WS-FIN-ORDENADOS = "S"
              IF WS-PRIMERO = "N"
                 PERFORM CERRAR-DIA-OPERADOR
                 PERFORM IMPRIMIR-SUBTOTAL-OPERADOR
              END-IF
              CLOSE accesos-ordenados
           END-IF.

       PROCESAR-ACCESO-OPERADOR.
           IF WS-PRIMERO = "S" OR ORD-OPERADOR NOT = WS-OPE-ACTUAL
              IF WS-PRIMERO = "N"
                 PERFORM CERRAR-DIA-OPERADOR
                 PERFORM IMPRIMIR-SUBTOTAL-OPERADOR
              END-IF
              MOVE "N" TO WS-PRIMERO
              MOVE ORD-OPERADOR TO WS-OPE-ACTUAL
              MOVE 0 TO WS-OPE-ACCESOS
              MOVE 0 TO WS-OPE-EMPLEADOS
              MOVE 0 TO WS-OPE-EXCESOS
              ADD 1 TO WS-TOT-OPERADORES
              PERFORM IMPRIMIR-TITULO-OPERADOR
              PERFORM INICIAR-DIA-OPERADOR
           ELSE
              IF ORD-FECHA NOT = WS-DIA-ACTUAL
                 PERFORM CERRAR-DIA-OPERADOR
                 PERFORM INICIAR-DIA-OPERADOR
              END-IF
           END-IF

           ADD 1 TO WS-DIA-ACCESOS
           ADD 1 TO WS-OPE-ACCESOS
           IF ORD-CLIENTE NOT = WS-CLI-DIA-ANTERIOR
              ADD 1 TO WS-DIA-CLIENTES
              MOVE ORD-CLIENTE TO WS-CLI-DIA-ANTERIOR
           END-IF

           PERFORM BUSCAR-EMPLEADO
           IF WS-ES-EMPLEADO = "S"
              PERFORM ARMAR-MARCA
              ADD 1 TO WS-OPE-EMPLEADOS
              ADD 1 TO WS-TOT-EMPLEADOS
              IF WS-MARCA = "PROPIA"
                 ADD 1 TO WS-TOT-PROPIAS
              END-IF
              PERFORM IMPRIMIR-ACCESO-EMPLEADO
           END-IF
           PERFORM LEER-ORDENADO.

       INICIAR-DIA-OPERADOR.
           MOVE ORD-FECHA TO WS-DIA-ACTUAL
           MOVE 0 TO WS-DIA-ACCESOS
           MOVE 0 TO WS-DIA-CLIENTES
           MOVE SPACES TO WS-CLI-DIA-ANTERIOR.

       CERRAR-DIA-OPERADOR.
           MOVE WS-DIA-ACCESOS  TO WS-CANT-ED
           MOVE WS-DIA-CLIENTES TO WS-CANT2-ED
           MOVE SPACES TO REP-DETALLE
           IF WS-DIA-CLIENTES > WS-UMBRAL-CLIENTES
              ADD 1 TO WS-OPE-EXCESOS
              ADD 1 TO WS-TOT-EXCESOS
              STRING "  " DELIMITED BY SIZE
                     WS-DIA-ACTUAL DELIMITED BY SIZE
                     "  accesos " DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     "  clientes " DELIMITED BY SIZE
                     WS-CANT2-ED DELIMITED BY SIZE
                     "  *** SOBRE EL UMBRAL ***" DELIMITED BY SIZE
                     INTO REP-DETALLE
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-DIA-ACTUAL DELIMITED BY SIZE
                     "  accesos " DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     "  clientes " DELIMITED BY SIZE
                     WS-CANT2-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TITULO-OPERADOR.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "OPERADOR " DELIMITED BY SIZE
                  WS-OPE-ACTUAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-ACCESO-EMPLEADO.
           MOVE SPACES TO REP-DETALLE
           STRING "  " DELIMITED BY SIZE
                  ORD-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-HORA(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ORD-HORA(3:2) DELIMITED BY SIZE
                  "  cliente " DELIMITED BY SIZE
                  ORD-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-OPCION DELIMITED BY SIZE
                  " ACCESO A CUENTA " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-SUBTOTAL-OPERADOR.
           MOVE WS-OPE-ACCESOS   TO WS-CANT-ED
           MOVE WS-OPE-EMPLEADOS TO WS-CANT2-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Total operador " DELIMITED BY SIZE
                  WS-OPE-ACTUAL DELIMITED BY SIZE
                  ": accesos " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  a empleados " DELIMITED BY SIZE
                  WS-CANT2-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-OPE-EXCESOS > 0 OR WS-OPE-EMPLEADOS > 0
              MOVE SPACES TO REP-DETALLE
              STRING "  >>> OPERADOR A REVISAR " DELIMITED BY SIZE
                     WS-OPE-ACTUAL DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-ACCESOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Accesos del periodo:              " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-CLIENTES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Clientes consultados:             " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-OPERADORES TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Operadores:                       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-EXCESOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Dias-operador sobre el umbral:    " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-EMPLEADOS TO WS-CANT-ED
           MOVE WS-TOT-PROPIAS   TO WS-CANT2-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Accesos a clientes empleados:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  (a la propia: " DELIMITED BY SIZE
                  WS-CANT2-ED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      * Con marcas el resumen queda como WARN en la bitacora de
      * errores (lo cuenta el reporte diario); sin marcas, INFO.
       REGISTRAR-RESUMEN.
           MOVE WS-TOT-EXCESOS   TO WS-CANT-ED
           MOVE WS-TOT-EMPLEADOS TO WS-CANT2-ED
           IF WS-TOT-EXCESOS > 0 OR WS-TOT-EMPLEADOS > 0
              MOVE "WARN" TO error-severidad
           ELSE
              MOVE "INFO" TO error-severidad
           END-IF
           MOVE "REGISTRAR-RESUMEN" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Accesos " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ": sobre umbral " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  ", a empleados " DELIMITED BY SIZE
                  WS-CANT2-ED DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       COPY REPPROC.

       END PROGRAM ReporteAccesos.
