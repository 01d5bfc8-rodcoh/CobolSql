      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monitoreo de actividad inusual contra la historia de
      *          cada cliente. Corre despues de la captura y antes del
      *          posteo. Arma el perfil movil de cada cliente con los
      *          movimientos de movimientos_mes.txt y de los archivos
      *          mensuales movimientos_AAAAMM.txt de los meses que fija
      *          parametros_monitoreo.dat: dias con debito, debito
      *          diario promedio y maximo, cantidad de debitos y
      *          promedio diario; lo deja en perfil_clientes.txt. Las
      *          sucursales habituales y las contrapartes conocidas de
      *          cada cliente se llevan en relaciones_clientes.txt, que
      *          crece cada noche con lo aceptado. Las transacciones
      *          aceptadas del dia que rompen los multiplos
      *          configurados del perfil, que vienen de una sucursal no
      *          habitual, que pagan a una contraparte nueva con monto
      *          grande o que son de un cliente sin historia con monto
      *          grande van a la cola de revision de cumplimiento
      *          (revision_cumplimiento.txt, REVCTL.CPY) con el nombre
      *          del cliente y las cifras del perfil. Cumplimiento la
      *          trabaja con GestionRevision; un cliente retenido desde
      *          la cola no es debitado por PosteoTransacciones. Una
      *          relanzada del mismo dia rehace las partidas pendientes
      *          del dia sin duplicarlas. Listado en
      *          monitoreo_actividad_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonitoreoActividad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-monitoreo
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT movimientos-in
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT perfiles-out
            ASSIGN TO DYNAMIC WS-RUTA-PERFILES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-perfiles.

           SELECT relaciones-file
            ASSIGN TO DYNAMIC WS-RUTA-RELACIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-relaciones.

           SELECT transf-externas-file
            ASSIGN TO DYNAMIC WS-RUTA-TRANSF-EXTERNAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-transf-ext.

           SELECT transacciones-aceptadas
            ASSIGN TO DYNAMIC WS-RUTA-ACEPTADAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-transacciones.

           SELECT revision-file
            ASSIGN TO DYNAMIC WS-RUTA-REVISION
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-revision.

           SELECT revision-trabajo
            ASSIGN TO DYNAMIC WS-RUTA-REVISION-TMP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-revision-tmp.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
      * Meses de historia del perfil, multiplos del perfil que
      * disparan la revision, piso de monto para no revisar centavos
      * y monto grande para contraparte nueva o cliente sin historia.
       FD  parametros-monitoreo.
       01  parametro-monitoreo-registro.
           05 PMO-MESES-HISTORIA   PIC 9(2).
           05 PMO-MULT-PROMEDIO    PIC 9(3).
           05 PMO-MULT-MAXIMO      PIC 9(3).
           05 PMO-MULT-CANTIDAD    PIC 9(3).
           05 PMO-MONTO-MINIMO     PIC 9(9)V99.
           05 PMO-MONTO-GRANDE     PIC 9(9)V99.

       FD  movimientos-in.
           COPY MOVCTL.

      * Los movimientos de la ventana se ordenan por cliente y fecha
      * con SORT e INPUT/OUTPUT PROCEDURE (como ordena EstadosCuenta
      * el historico del mes) y el perfil sale por corte de control.
       SD  trabajo-sort.
       01  SORT-MOVIMIENTO.
           05 SORT-MOV-CLIENTE    PIC X(6).
           05 SORT-MOV-FECHA      PIC X(10).
           05 SORT-MOV-NATURALEZA PIC X.
           05 SORT-MOV-MONTO      PIC 9(7)V99.

       FD  perfiles-out.
       01  perfil-registro.
           05 PCL-CLIENTE          PIC X(6).
           05 PCL-DIAS-ACTIVIDAD   PIC 9(3).
           05 PCL-DIAS-DEBITO      PIC 9(3).
           05 PCL-TOTAL-DEBITO     PIC 9(11)V99.
           05 PCL-PROM-DEBITO      PIC 9(9)V99.
           05 PCL-MAX-DEBITO       PIC 9(9)V99.
           05 PCL-CANTIDAD         PIC 9(5).
           05 PCL-PROM-CANTIDAD    PIC 9(3)V99.
           05 PCL-DESDE            PIC X(7).    *> Primer mes AAAA-MM
           05 PCL-FECHA            PIC X(10).   *> Fecha de calculo

      * Sucursales (S) y contrapartes (C) ya vistas por cliente, con
      * la fecha en que aparecieron por primera vez.
       FD  relaciones-file.
       01  relacion-registro.
           05 REL-CLASE            PIC X.       *> S/C
           05 REL-CODIGO-CLIENTE   PIC 9(6).
           05 REL-VALOR            PIC X(24).
           05 REL-FECHA-ALTA       PIC X(10).

       FD  transf-externas-file.
           COPY TRFEXT.

       FD  transacciones-aceptadas.
       01  transaccion-registro.
           05 CODIGO-CLIENTE      PIC 9(6).
           05 FECHA-TRANSACCION   PIC X(10).
           05 TIPO-TRANSACCION    PIC X(10).
           05 MONTO-TRANSACCION   PIC 9(7)V99.
           05 REF-TRANSACCION     PIC X(12).
           05 CONTRAPARTE-TRANSAC PIC X(6).
           05 MONEDA-TRANSACCION  PIC X(3).
           05 SUCURSAL-TRANSACCION PIC X(4).

      * Las partidas se arman en el registro de la copia de trabajo,
      * que es la que esta abierta mientras se evalua el dia.
       FD  revision-file.
       01  revision-linea         PIC X(178).

       FD  revision-trabajo.
           COPY REVCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-movimientos        PIC XX.
       01  fs-perfiles           PIC XX.
       01  fs-relaciones         PIC XX.
       01  fs-transf-ext         PIC XX.
       01  fs-transacciones      PIC XX.
       01  fs-revision           PIC XX.
       01  fs-revision-tmp       PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-PERFILES      PIC X(120) VALUE SPACES.
       01  WS-RUTA-RELACIONES    PIC X(120) VALUE SPACES.
       01  WS-RUTA-TRANSF-EXTERNAS PIC X(120) VALUE SPACES.
       01  WS-RUTA-ACEPTADAS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-REVISION      PIC X(120) VALUE SPACES.
       01  WS-RUTA-REVISION-TMP  PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-MESES-HISTORIA     PIC 9(2) VALUE 3.
       01  WS-MULT-PROMEDIO      PIC 9(3) VALUE 10.
       01  WS-MULT-MAXIMO        PIC 9(3) VALUE 3.
       01  WS-MULT-CANTIDAD      PIC 9(3) VALUE 5.
       01  WS-MONTO-MINIMO       PIC 9(9)V99 VALUE 1000.00.
       01  WS-MONTO-GRANDE       PIC 9(9)V99 VALUE 10000.00.
       01  WS-CANTIDAD-MINIMA    PIC 9(5) VALUE 3.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 WS-FP-SEP1         PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 WS-FP-RESTO        PIC X(3).
       01  WS-ARC-AAAA           PIC 9(4) VALUE 0.
       01  WS-ARC-MM             PIC 9(2) VALUE 0.
       01  WS-MES-DESDE          PIC X(7) VALUE SPACES.
       01  WS-M                  PIC 9(2) VALUE 0.
       01  WS-ARCHIVOS-LEIDOS    PIC 9(2) VALUE 0.

       01  WS-FIN-MOVIMIENTOS    PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".
       01  WS-FIN-RELACIONES     PIC X VALUE "N".
       01  WS-FIN-TRANSF         PIC X VALUE "N".
       01  WS-FIN-TRANS          PIC X VALUE "N".
       01  WS-FIN-REVISION       PIC X VALUE "N".

      * Perfil por cliente, en el orden en que sale del sort.
       01  WS-PERFILES.
           05 WS-PRF-FILA OCCURS 3000 TIMES.
              10 WS-PRF-CLIENTE   PIC X(6).
              10 WS-PRF-DIAS-ACT  PIC 9(3).
              10 WS-PRF-DIAS-DEB  PIC 9(3).
              10 WS-PRF-TOT-DEB   PIC 9(11)V99.
              10 WS-PRF-MAX-DEB   PIC 9(9)V99.
              10 WS-PRF-CANT      PIC 9(5).
       01  WS-NUM-PERFILES       PIC 9(4) VALUE 0.
       01  WS-P                  PIC 9(4) VALUE 0.
       01  WS-PRF-IDX            PIC 9(4) VALUE 0.
       01  WS-CORTE-CLIENTE      PIC X(6) VALUE SPACES.
       01  WS-CORTE-FECHA        PIC X(10) VALUE SPACES.
       01  WS-DEBITO-DIA         PIC 9(9)V99 VALUE 0.
       01  WS-PROM-DEBITO        PIC 9(9)V99 VALUE 0.
       01  WS-PROM-CANTIDAD      PIC 9(3)V99 VALUE 0.

       01  WS-RELACIONES.
           05 WS-REL-FILA OCCURS 5000 TIMES.
              10 WS-REL-CLASE     PIC X.
              10 WS-REL-CLIENTE   PIC 9(6).
              10 WS-REL-VALOR     PIC X(24).
              10 WS-REL-ALTA      PIC X(10).
       01  WS-NUM-RELACIONES     PIC 9(4) VALUE 0.
       01  WS-R                  PIC 9(4) VALUE 0.
       01  WS-REL-IDX            PIC 9(4) VALUE 0.
       01  WS-REL-BUSCA-CLASE    PIC X VALUE SPACES.
       01  WS-REL-BUSCA-VALOR    PIC X(24) VALUE SPACES.
       01  WS-HABITUALES         PIC 9(3) VALUE 0.
       01  WS-SUCURSALES-HAB     PIC X(12) VALUE SPACES.

       01  WS-TRANSF-EXTERNAS.
           05 WS-TEX-FILA OCCURS 1000 TIMES.
              10 WS-TEX-REF       PIC X(12).
              10 WS-TEX-DESTINO   PIC X(24).
       01  WS-NUM-TEX            PIC 9(4) VALUE 0.
       01  WS-T                  PIC 9(4) VALUE 0.

      * Debito y cantidad del dia por cliente para las reglas del
      * agregado.
       01  WS-DIA-CLIENTES.
           05 WS-HOY-FILA OCCURS 1000 TIMES.
              10 WS-HOY-CLIENTE   PIC 9(6).
              10 WS-HOY-DEBITO    PIC 9(11)V99.
              10 WS-HOY-CANT      PIC 9(5).
       01  WS-NUM-HOY            PIC 9(4) VALUE 0.
       01  WS-H                  PIC 9(4) VALUE 0.
       01  WS-HOY-IDX            PIC 9(4) VALUE 0.

       01  WS-CLIENTE-X          PIC X(6) VALUE SPACES.
       01  WS-CLIENTE-NUM        PIC 9(6) VALUE 0.
       01  WS-CLIENTE-BUSQUEDA   PIC X(6) VALUE SPACES.
       01  WS-NOMBRE-CLIENTE     PIC X(50) VALUE SPACES.
       01  WS-ES-DEBITO          PIC X VALUE "N".
       01  WS-CONTRAPARTE        PIC X(24) VALUE SPACES.
       01  WS-MOTIVO             PIC X(4) VALUE SPACES.
       01  WS-LIMITE             PIC 9(13)V99 VALUE 0.

       01  WS-PARTIDAS-NUEVAS    PIC 9(5) VALUE 0.
       01  WS-PARTIDAS-CLIENTE   PIC 9(5) VALUE 0.
       01  WS-PARTIDAS-TRANSAC   PIC 9(5) VALUE 0.
       01  WS-MONTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-PROM-ED            PIC ZZZZZZZZ9.99.
       01  WS-MAX-ED             PIC ZZZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZ9.
       01  WS-DIAS-ED            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES.
       PERFORM CARGAR-PARAMETROS.
       PERFORM CONECTAR-SQL.
       PERFORM ARMAR-PERFILES.
       PERFORM GRABAR-PERFILES.
       PERFORM CARGAR-RELACIONES.
       PERFORM CARGAR-TRANSF-EXTERNAS.
       PERFORM ABRIR-COLA-REVISION.
       PERFORM EVALUAR-ACEPTADAS.
       PERFORM EVALUAR-CLIENTE-DIA
           VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NUM-HOY.
       PERFORM CERRAR-COLA-REVISION.
       DISPLAY "Monitoreo: perfiles " WS-NUM-PERFILES
               "  a revision por cliente " WS-PARTIDAS-CLIENTE
               "  por transaccion " WS-PARTIDAS-TRANSAC.
       PERFORM DESCONECTAR-SQL.

       RESOLVER-RUTAS.
           MOVE "parametros_monitoreo.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE "sortwk_monitoreo.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE "perfil_clientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PERFILES
           MOVE "relaciones_clientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RELACIONES
           MOVE "transferencias_externas.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TRANSF-EXTERNAS
           MOVE "transacciones_aceptadas.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ACEPTADAS
           MOVE "revision_cumplimiento.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REVISION
           MOVE "revision_cumplimiento.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REVISION-TMP
           MOVE "monitoreo_actividad_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       CARGAR-PARAMETROS.
           OPEN INPUT parametros-monitoreo
           IF fs-parametros = "00"
              READ parametros-monitoreo
                   AT END CONTINUE
                   NOT AT END
                       MOVE PMO-MESES-HISTORIA TO WS-MESES-HISTORIA
                       MOVE PMO-MULT-PROMEDIO  TO WS-MULT-PROMEDIO
                       MOVE PMO-MULT-MAXIMO    TO WS-MULT-MAXIMO
                       MOVE PMO-MULT-CANTIDAD  TO WS-MULT-CANTIDAD
                       MOVE PMO-MONTO-MINIMO   TO WS-MONTO-MINIMO
                       MOVE PMO-MONTO-GRANDE   TO WS-MONTO-GRANDE
              END-READ
              CLOSE parametros-monitoreo
           END-IF
           DISPLAY "Perfil de " WS-MESES-HISTORIA " meses; multiplos "
                   WS-MULT-PROMEDIO "/" WS-MULT-MAXIMO "/"
                   WS-MULT-CANTIDAD "; piso " WS-MONTO-MINIMO
                   "; monto grande " WS-MONTO-GRANDE.

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

       TABLA-LLENA.
           MOVE "FATAL" TO error-severidad
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           DISPLAY mensaje-error
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Perfil movil: el mes en curso (movimientos_mes.txt) mas los
      * archivos mensuales de los meses anteriores que fija el
      * parametro. Un archivo que no existe (cliente nuevo en el banco
      * o historia mas corta) simplemente no aporta. Los movimientos
      * de la fecha de proceso no entran: son los que se evaluan.
      ******************************************************************
       ARMAR-PERFILES.
           MOVE 0 TO WS-NUM-PERFILES
           SORT trabajo-sort
               ON ASCENDING KEY SORT-MOV-CLIENTE
                                SORT-MOV-FECHA
               INPUT PROCEDURE IS LEER-HISTORIA
               OUTPUT PROCEDURE IS ACUMULAR-PERFILES
           DISPLAY "Archivos de movimientos leidos: " WS-ARCHIVOS-LEIDOS
                   " (desde " WS-MES-DESDE ")".

       LEER-HISTORIA.
           MOVE 0 TO WS-ARCHIVOS-LEIDOS
           MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           PERFORM SOLTAR-ARCHIVO-MOVIMIENTOS
           MOVE WS-FP-AAAA TO WS-ARC-AAAA
           MOVE WS-FP-MM   TO WS-ARC-MM
           PERFORM SOLTAR-MES-ANTERIOR
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MESES-HISTORIA
           MOVE SPACES TO WS-MES-DESDE
           STRING WS-ARC-AAAA "-" WS-ARC-MM
                  DELIMITED BY SIZE INTO WS-MES-DESDE.

       SOLTAR-MES-ANTERIOR.
           IF WS-ARC-MM = 1
              MOVE 12 TO WS-ARC-MM
              SUBTRACT 1 FROM WS-ARC-AAAA
           ELSE
              SUBTRACT 1 FROM WS-ARC-MM
           END-IF
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "movimientos_" WS-ARC-AAAA WS-ARC-MM ".txt"
                  DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           PERFORM SOLTAR-ARCHIVO-MOVIMIENTOS.

       SOLTAR-ARCHIVO-MOVIMIENTOS.
           MOVE "N" TO WS-FIN-MOVIMIENTOS
           OPEN INPUT movimientos-in
           IF fs-movimientos = "00"
              ADD 1 TO WS-ARCHIVOS-LEIDOS
              PERFORM LEER-MOVIMIENTO
              PERFORM SOLTAR-MOVIMIENTO
                  UNTIL WS-FIN-MOVIMIENTOS = "S"
              CLOSE movimientos-in
           END-IF.

       LEER-MOVIMIENTO.
           READ movimientos-in
                AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-READ.

       SOLTAR-MOVIMIENTO.
           IF MOV-CLIENTE-ID NOT = SPACES
              AND MOV-FECHA < WS-FECHA-PROCESO
              MOVE MOV-CLIENTE-ID  TO SORT-MOV-CLIENTE
              MOVE MOV-FECHA       TO SORT-MOV-FECHA
              MOVE MOV-NATURALEZA  TO SORT-MOV-NATURALEZA
              MOVE MOV-MONTO       TO SORT-MOV-MONTO
              RELEASE SORT-MOVIMIENTO
           END-IF
           PERFORM LEER-MOVIMIENTO.

       ACUMULAR-PERFILES.
           MOVE "N" TO WS-FIN-SORT
           MOVE SPACES TO WS-CORTE-CLIENTE
           MOVE SPACES TO WS-CORTE-FECHA
           PERFORM DEVOLVER-MOVIMIENTO
           PERFORM ACUMULAR-MOVIMIENTO
               UNTIL WS-FIN-SORT = "S"
           IF WS-CORTE-FECHA NOT = SPACES
              PERFORM CERRAR-DIA-PERFIL
           END-IF.

       DEVOLVER-MOVIMIENTO.
           RETURN trabajo-sort
                AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       ACUMULAR-MOVIMIENTO.
           IF SORT-MOV-CLIENTE NOT = WS-CORTE-CLIENTE
              IF WS-CORTE-FECHA NOT = SPACES
                 PERFORM CERRAR-DIA-PERFIL
              END-IF
              IF WS-NUM-PERFILES >= 3000
                 MOVE "ACUMULAR-MOVIMIENTO" TO error-parrafo
                 MOVE "La tabla de perfiles supero los 3000 clientes."
                      TO mensaje-error
                 PERFORM TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PERFILES
              MOVE SORT-MOV-CLIENTE TO WS-PRF-CLIENTE(WS-NUM-PERFILES)
              MOVE 0 TO WS-PRF-DIAS-ACT(WS-NUM-PERFILES)
              MOVE 0 TO WS-PRF-DIAS-DEB(WS-NUM-PERFILES)
              MOVE 0 TO WS-PRF-TOT-DEB(WS-NUM-PERFILES)
              MOVE 0 TO WS-PRF-MAX-DEB(WS-NUM-PERFILES)
              MOVE 0 TO WS-PRF-CANT(WS-NUM-PERFILES)
              MOVE SORT-MOV-CLIENTE TO WS-CORTE-CLIENTE
              MOVE SPACES TO WS-CORTE-FECHA
           END-IF
           IF SORT-MOV-FECHA NOT = WS-CORTE-FECHA
              IF WS-CORTE-FECHA NOT = SPACES
                 PERFORM CERRAR-DIA-PERFIL
              END-IF
              MOVE SORT-MOV-FECHA TO WS-CORTE-FECHA
              MOVE 0 TO WS-DEBITO-DIA
           END-IF
           IF SORT-MOV-NATURALEZA = "D"
              ADD SORT-MOV-MONTO TO WS-DEBITO-DIA
              ADD 1 TO WS-PRF-CANT(WS-NUM-PERFILES)
           END-IF
           PERFORM DEVOLVER-MOVIMIENTO.

       CERRAR-DIA-PERFIL.
           ADD 1 TO WS-PRF-DIAS-ACT(WS-NUM-PERFILES)
           IF WS-DEBITO-DIA > 0
              ADD 1 TO WS-PRF-DIAS-DEB(WS-NUM-PERFILES)
              ADD WS-DEBITO-DIA TO WS-PRF-TOT-DEB(WS-NUM-PERFILES)
              IF WS-DEBITO-DIA > WS-PRF-MAX-DEB(WS-NUM-PERFILES)
                 MOVE WS-DEBITO-DIA TO WS-PRF-MAX-DEB(WS-NUM-PERFILES)
              END-IF
           END-IF
           MOVE SPACES TO WS-CORTE-FECHA.

       GRABAR-PERFILES.
           OPEN OUTPUT perfiles-out
           PERFORM GRABAR-UN-PERFIL
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-PERFILES
           CLOSE perfiles-out.

       GRABAR-UN-PERFIL.
           MOVE WS-P TO WS-PRF-IDX
           PERFORM CALCULAR-PROMEDIOS
           MOVE WS-PRF-CLIENTE(WS-P)  TO PCL-CLIENTE
           MOVE WS-PRF-DIAS-ACT(WS-P) TO PCL-DIAS-ACTIVIDAD
           MOVE WS-PRF-DIAS-DEB(WS-P) TO PCL-DIAS-DEBITO
           MOVE WS-PRF-TOT-DEB(WS-P)  TO PCL-TOTAL-DEBITO
           MOVE WS-PROM-DEBITO        TO PCL-PROM-DEBITO
           MOVE WS-PRF-MAX-DEB(WS-P)  TO PCL-MAX-DEBITO
           MOVE WS-PRF-CANT(WS-P)     TO PCL-CANTIDAD
           MOVE WS-PROM-CANTIDAD      TO PCL-PROM-CANTIDAD
           MOVE WS-MES-DESDE          TO PCL-DESDE
           MOVE WS-FECHA-PROCESO      TO PCL-FECHA
           WRITE perfil-registro.

      * Promedios sobre los dias con debito: importe debitado por dia
      * y cantidad de debitos por dia (lo mismo que se mide del dia).
       CALCULAR-PROMEDIOS.
           MOVE 0 TO WS-PROM-DEBITO
           MOVE 0 TO WS-PROM-CANTIDAD
           IF WS-PRF-IDX > 0
              IF WS-PRF-DIAS-DEB(WS-PRF-IDX) > 0
                 COMPUTE WS-PROM-DEBITO ROUNDED =
                         WS-PRF-TOT-DEB(WS-PRF-IDX)
                       / WS-PRF-DIAS-DEB(WS-PRF-IDX)
                 COMPUTE WS-PROM-CANTIDAD ROUNDED =
                         WS-PRF-CANT(WS-PRF-IDX)
                       / WS-PRF-DIAS-DEB(WS-PRF-IDX)
              END-IF
           END-IF.

       BUSCAR-PERFIL.
           MOVE 0 TO WS-PRF-IDX
           MOVE WS-CLIENTE-NUM TO WS-CLIENTE-X
           PERFORM COMPARAR-PERFIL
               VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PERFILES OR WS-PRF-IDX > 0.

       COMPARAR-PERFIL.
           IF WS-PRF-CLIENTE(WS-P) = WS-CLIENTE-X
              MOVE WS-P TO WS-PRF-IDX
           END-IF.

      ******************************************************************
      * Sucursales y contrapartes ya vistas. Lo que aparecio en la
      * fecha de proceso cuenta como nuevo, asi una relanzada del dia
      * vuelve a marcar lo mismo.
      ******************************************************************
       CARGAR-RELACIONES.
           MOVE 0 TO WS-NUM-RELACIONES
           MOVE "N" TO WS-FIN-RELACIONES
           OPEN INPUT relaciones-file
           IF fs-relaciones = "00"
              PERFORM LEER-RELACION
              PERFORM GUARDAR-RELACION-TABLA
                  UNTIL WS-FIN-RELACIONES = "S"
              CLOSE relaciones-file
           END-IF
           OPEN EXTEND relaciones-file
           IF fs-relaciones = "35"
              OPEN OUTPUT relaciones-file
              CLOSE relaciones-file
              OPEN EXTEND relaciones-file
           END-IF.

       LEER-RELACION.
           READ relaciones-file
                AT END MOVE "S" TO WS-FIN-RELACIONES
           END-READ.

       GUARDAR-RELACION-TABLA.
           IF WS-NUM-RELACIONES >= 5000
              MOVE "CARGAR-RELACIONES" TO error-parrafo
              MOVE "relaciones_clientes.txt supera las 5000 filas."
                   TO mensaje-error
              PERFORM TABLA-LLENA
           END-IF
           ADD 1 TO WS-NUM-RELACIONES
           MOVE REL-CLASE          TO WS-REL-CLASE(WS-NUM-RELACIONES)
           MOVE REL-CODIGO-CLIENTE TO WS-REL-CLIENTE(WS-NUM-RELACIONES)
           MOVE REL-VALOR          TO WS-REL-VALOR(WS-NUM-RELACIONES)
           MOVE REL-FECHA-ALTA     TO WS-REL-ALTA(WS-NUM-RELACIONES)
           PERFORM LEER-RELACION.

       BUSCAR-RELACION.
           MOVE 0 TO WS-REL-IDX
           PERFORM COMPARAR-RELACION
               VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NUM-RELACIONES OR WS-REL-IDX > 0.

       COMPARAR-RELACION.
           IF WS-REL-CLASE(WS-R) = WS-REL-BUSCA-CLASE
              AND WS-REL-CLIENTE(WS-R) = WS-CLIENTE-NUM
              AND WS-REL-VALOR(WS-R) = WS-REL-BUSCA-VALOR
              MOVE WS-R TO WS-REL-IDX
           END-IF.

       ANOTAR-RELACION.
           PERFORM BUSCAR-RELACION
           IF WS-REL-IDX = 0
              IF WS-NUM-RELACIONES >= 5000
                 MOVE "ANOTAR-RELACION" TO error-parrafo
                 MOVE "relaciones_clientes.txt supera las 5000 filas."
                      TO mensaje-error
                 PERFORM TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-RELACIONES
              MOVE WS-REL-BUSCA-CLASE
                 TO WS-REL-CLASE(WS-NUM-RELACIONES)
              MOVE WS-CLIENTE-NUM TO WS-REL-CLIENTE(WS-NUM-RELACIONES)
              MOVE WS-REL-BUSCA-VALOR
                 TO WS-REL-VALOR(WS-NUM-RELACIONES)
              MOVE WS-FECHA-PROCESO TO WS-REL-ALTA(WS-NUM-RELACIONES)
              MOVE WS-REL-BUSCA-CLASE TO REL-CLASE
              MOVE WS-CLIENTE-NUM     TO REL-CODIGO-CLIENTE
              MOVE WS-REL-BUSCA-VALOR TO REL-VALOR
              MOVE WS-FECHA-PROCESO   TO REL-FECHA-ALTA
              WRITE relacion-registro
           END-IF.

      * Sucursales habituales del cliente: las vistas antes de hoy
      * (se listan hasta 3 en la partida de revision).
       ARMAR-SUCURSALES-HABITUALES.
           MOVE 0 TO WS-HABITUALES
           MOVE SPACES TO WS-SUCURSALES-HAB
           PERFORM SUMAR-SUCURSAL-HABITUAL
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NUM-RELACIONES.

       SUMAR-SUCURSAL-HABITUAL.
           IF WS-REL-CLASE(WS-R) = "S"
              AND WS-REL-CLIENTE(WS-R) = WS-CLIENTE-NUM
              AND WS-REL-ALTA(WS-R) < WS-FECHA-PROCESO
              ADD 1 TO WS-HABITUALES
              IF WS-HABITUALES <= 3
                 MOVE WS-REL-VALOR(WS-R)(1:4)
                    TO WS-SUCURSALES-HAB(WS-HABITUALES * 4 - 3:4)
              END-IF
           END-IF.

      * Destino de las transferencias a otros bancos del dia (banco y
      * cuenta del beneficiario), por referencia.
       CARGAR-TRANSF-EXTERNAS.
           MOVE 0 TO WS-NUM-TEX
           MOVE "N" TO WS-FIN-TRANSF
           OPEN INPUT transf-externas-file
           IF fs-transf-ext = "00"
              PERFORM LEER-TRANSF-EXTERNA
              PERFORM GUARDAR-TRANSF-EXTERNA
                  UNTIL WS-FIN-TRANSF = "S"
              CLOSE transf-externas-file
           END-IF.

       LEER-TRANSF-EXTERNA.
           READ transf-externas-file
                AT END MOVE "S" TO WS-FIN-TRANSF
           END-READ.

       GUARDAR-TRANSF-EXTERNA.
           IF TEX-ESTADO = "P" AND WS-NUM-TEX < 1000
              ADD 1 TO WS-NUM-TEX
              MOVE TEX-REFERENCIA TO WS-TEX-REF(WS-NUM-TEX)
              MOVE SPACES TO WS-TEX-DESTINO(WS-NUM-TEX)
              STRING TEX-BANCO-DESTINO TEX-CUENTA-DESTINO
                     DELIMITED BY SIZE INTO WS-TEX-DESTINO(WS-NUM-TEX)
           END-IF
           PERFORM LEER-TRANSF-EXTERNA.

       BUSCAR-DESTINO-EXTERNO.
           PERFORM COMPARAR-DESTINO-EXTERNO
               VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NUM-TEX
                      OR WS-CONTRAPARTE NOT = SPACES.

       COMPARAR-DESTINO-EXTERNO.
           IF WS-TEX-REF(WS-T) = REF-TRANSACCION
              MOVE WS-TEX-DESTINO(WS-T) TO WS-CONTRAPARTE
           END-IF.

      ******************************************************************
      * La cola se reescribe por la copia de trabajo: las pendientes
      * del dia (una relanzada) se rehacen, las descartadas y las
      * levantadas de meses anteriores se purgan, lo pendiente y lo
      * retenido queda siempre. Las partidas nuevas se agregan al
      * final de la copia.
      ******************************************************************
       ABRIR-COLA-REVISION.
           OPEN OUTPUT revision-trabajo
           MOVE "N" TO WS-FIN-REVISION
           OPEN INPUT revision-file
           IF fs-revision = "00"
              PERFORM LEER-REVISION
              PERFORM COPIAR-REVISION-VIGENTE
                  UNTIL WS-FIN-REVISION = "S"
              CLOSE revision-file
           END-IF
           OPEN OUTPUT reporte-out
           MOVE "MONITOREO DE ACTIVIDAD INUSUAL - COLA DE REVISION"
                TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "Cl Motivo Cliente Nombre                         "
                  DELIMITED BY SIZE
                  "Monto / Referencia" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "MonitoreoActividad" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       LEER-REVISION.
           READ revision-file INTO revision-registro
                AT END MOVE "S" TO WS-FIN-REVISION
           END-READ.

       COPIAR-REVISION-VIGENTE.
           EVALUATE TRUE
              WHEN REV-ESTADO = "P"
                   AND REV-FECHA = WS-FECHA-PROCESO
                 CONTINUE
              WHEN (REV-ESTADO = "D" OR REV-ESTADO = "L")
                   AND REV-FECHA-ESTADO(1:7) < WS-FECHA-PROCESO(1:7)
                 CONTINUE
              WHEN OTHER
                 WRITE revision-registro
           END-EVALUATE
           PERFORM LEER-REVISION.

       CERRAR-COLA-REVISION.
           CLOSE relaciones-file
           CLOSE revision-trabajo
           OPEN INPUT revision-trabajo
           OPEN OUTPUT revision-file
           MOVE "N" TO WS-FIN-REVISION
           PERFORM LEER-REVISION-TRABAJO
           PERFORM COPIAR-REVISION-TRABAJO
               UNTIL WS-FIN-REVISION = "S"
           CLOSE revision-file
           CLOSE revision-trabajo
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       LEER-REVISION-TRABAJO.
           READ revision-trabajo
                AT END MOVE "S" TO WS-FIN-REVISION
           END-READ.

       COPIAR-REVISION-TRABAJO.
           MOVE revision-registro TO revision-linea
           WRITE revision-linea
           PERFORM LEER-REVISION-TRABAJO.

      ******************************************************************
      * Transacciones aceptadas del dia. Las reglas miran los debitos
      * (todo lo que no es "Dep..." ni un Reverso); las sucursales se
      * anotan para todas. Por transaccion sale a lo sumo una partida:
      * contraparte nueva, cliente sin historia o sucursal no
      * habitual, en ese orden.
      ******************************************************************
       EVALUAR-ACEPTADAS.
           MOVE 0 TO WS-NUM-HOY
           MOVE "N" TO WS-FIN-TRANS
           OPEN INPUT transacciones-aceptadas
           IF fs-transacciones NOT = "00"
              DISPLAY "No hay transacciones aceptadas del dia. "
                      "Estado: " fs-transacciones
           ELSE
              PERFORM LEER-ACEPTADA
              PERFORM EVALUAR-TRANSACCION
                  UNTIL WS-FIN-TRANS = "S"
              CLOSE transacciones-aceptadas
           END-IF.

       LEER-ACEPTADA.
           READ transacciones-aceptadas
                AT END MOVE "S" TO WS-FIN-TRANS
           END-READ.

       EVALUAR-TRANSACCION.
           IF transaccion-registro NOT = SPACES
              MOVE CODIGO-CLIENTE TO WS-CLIENTE-NUM
              MOVE "N" TO WS-ES-DEBITO
              IF TIPO-TRANSACCION(1:3) NOT = "Dep"
                 AND TIPO-TRANSACCION NOT = "Reverso"
                 MOVE "S" TO WS-ES-DEBITO
              END-IF
              PERFORM BUSCAR-PERFIL
              PERFORM ARMAR-SUCURSALES-HABITUALES
              IF WS-ES-DEBITO = "S"
                 PERFORM ACUMULAR-DIA-CLIENTE
                 PERFORM ARMAR-CONTRAPARTE
                 PERFORM APLICAR-REGLAS-TRANSACCION
                 IF WS-CONTRAPARTE NOT = SPACES
                    MOVE "C" TO WS-REL-BUSCA-CLASE
                    MOVE WS-CONTRAPARTE TO WS-REL-BUSCA-VALOR
                    PERFORM ANOTAR-RELACION
                 END-IF
              END-IF
              IF SUCURSAL-TRANSACCION NOT = SPACES
                 MOVE "S" TO WS-REL-BUSCA-CLASE
                 MOVE SPACES TO WS-REL-BUSCA-VALOR
                 MOVE SUCURSAL-TRANSACCION TO WS-REL-BUSCA-VALOR
                 PERFORM ANOTAR-RELACION
              END-IF
           END-IF
           PERFORM LEER-ACEPTADA.

       ACUMULAR-DIA-CLIENTE.
           MOVE 0 TO WS-HOY-IDX
           PERFORM COMPARAR-DIA-CLIENTE
               VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NUM-HOY OR WS-HOY-IDX > 0
           IF WS-HOY-IDX = 0
              IF WS-NUM-HOY >= 1000
                 MOVE "ACUMULAR-DIA-CLIENTE" TO error-parrafo
                 MOVE "La tabla de clientes del dia supero las 1000."
                      TO mensaje-error
                 PERFORM TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-HOY
              MOVE WS-CLIENTE-NUM TO WS-HOY-CLIENTE(WS-NUM-HOY)
              MOVE 0 TO WS-HOY-DEBITO(WS-NUM-HOY)
              MOVE 0 TO WS-HOY-CANT(WS-NUM-HOY)
              MOVE WS-NUM-HOY TO WS-HOY-IDX
           END-IF
           ADD MONTO-TRANSACCION TO WS-HOY-DEBITO(WS-HOY-IDX)
           ADD 1 TO WS-HOY-CANT(WS-HOY-IDX).

       COMPARAR-DIA-CLIENTE.
           IF WS-HOY-CLIENTE(WS-H) = WS-CLIENTE-NUM
              MOVE WS-H TO WS-HOY-IDX
           END-IF.

      * Contraparte a la que se le paga: la cuenta destino de una
      * transferencia interna o el banco y la cuenta del beneficiario
      * de una transferencia a otro banco. Los demas debitos traen en
      * la contraparte la cuenta propia que se debita.
       ARMAR-CONTRAPARTE.
           MOVE SPACES TO WS-CONTRAPARTE
           EVALUATE TIPO-TRANSACCION
              WHEN "Transferencia"
                 MOVE CONTRAPARTE-TRANSAC TO WS-CONTRAPARTE
              WHEN "TransfExt"
                 PERFORM BUSCAR-DESTINO-EXTERNO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       APLICAR-REGLAS-TRANSACCION.
           MOVE SPACES TO WS-MOTIVO
           IF WS-CONTRAPARTE NOT = SPACES
              AND MONTO-TRANSACCION >= WS-MONTO-GRANDE
              MOVE "C" TO WS-REL-BUSCA-CLASE
              MOVE WS-CONTRAPARTE TO WS-REL-BUSCA-VALOR
              PERFORM BUSCAR-RELACION
              IF WS-REL-IDX = 0
                 MOVE "CPNU" TO WS-MOTIVO
              ELSE
                 IF WS-REL-ALTA(WS-REL-IDX) = WS-FECHA-PROCESO
                    MOVE "CPNU" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO = SPACES
              AND MONTO-TRANSACCION >= WS-MONTO-GRANDE
              IF WS-PRF-IDX = 0
                 MOVE "SPER" TO WS-MOTIVO
              ELSE
                 IF WS-PRF-DIAS-DEB(WS-PRF-IDX) = 0
                    MOVE "SPER" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO = SPACES
              AND MONTO-TRANSACCION >= WS-MONTO-MINIMO
              AND WS-HABITUALES > 0
              AND SUCURSAL-TRANSACCION NOT = SPACES
              AND SUCURSAL-TRANSACCION NOT = "ORDP"
              AND SUCURSAL-TRANSACCION NOT = "CORR"
              AND SUCURSAL-TRANSACCION NOT = "CHEQ"
              AND SUCURSAL-TRANSACCION NOT = "TARJ"
              AND SUCURSAL-TRANSACCION NOT = "CAMI"
              MOVE "S" TO WS-REL-BUSCA-CLASE
              MOVE SPACES TO WS-REL-BUSCA-VALOR
              MOVE SUCURSAL-TRANSACCION TO WS-REL-BUSCA-VALOR
              PERFORM BUSCAR-RELACION
              IF WS-REL-IDX = 0
                 MOVE "SUCU" TO WS-MOTIVO
              ELSE
                 IF WS-REL-ALTA(WS-REL-IDX) = WS-FECHA-PROCESO
                    MOVE "SUCU" TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
              PERFORM ARMAR-PARTIDA-REVISION
              MOVE "T"                  TO REV-CLASE
              MOVE TIPO-TRANSACCION     TO REV-TIPO
              MOVE MONTO-TRANSACCION    TO REV-MONTO
              MOVE 1                    TO REV-CANTIDAD
              MOVE REF-TRANSACCION      TO REV-REFERENCIA
              MOVE WS-CONTRAPARTE       TO REV-CONTRAPARTE
              MOVE SUCURSAL-TRANSACCION TO REV-SUCURSAL
              PERFORM GRABAR-PARTIDA-REVISION
              ADD 1 TO WS-PARTIDAS-TRANSAC
           END-IF.

      ******************************************************************
      * Agregado del dia contra el perfil: debito total por encima del
      * multiplo del promedio diario o del maximo diario, o cantidad
      * de operaciones por encima del multiplo del promedio. Un
      * cliente sin perfil ya salio por transaccion con monto grande.
      ******************************************************************
       EVALUAR-CLIENTE-DIA.
           MOVE WS-HOY-CLIENTE(WS-H) TO WS-CLIENTE-NUM
           PERFORM BUSCAR-PERFIL
           MOVE SPACES TO WS-MOTIVO
           IF WS-PRF-IDX > 0
              IF WS-PRF-DIAS-DEB(WS-PRF-IDX) > 0
                 PERFORM CALCULAR-PROMEDIOS
                 IF WS-HOY-DEBITO(WS-H) >= WS-MONTO-MINIMO
                    COMPUTE WS-LIMITE =
                            WS-PROM-DEBITO * WS-MULT-PROMEDIO
                    IF WS-HOY-DEBITO(WS-H) > WS-LIMITE
                       MOVE "PROM" TO WS-MOTIVO
                    ELSE
                       COMPUTE WS-LIMITE =
                         WS-PRF-MAX-DEB(WS-PRF-IDX) * WS-MULT-MAXIMO
                       IF WS-HOY-DEBITO(WS-H) > WS-LIMITE
                          MOVE "MAXI" TO WS-MOTIVO
                       END-IF
                    END-IF
                 END-IF
                 IF WS-MOTIVO = SPACES
                    AND WS-HOY-CANT(WS-H) >= WS-CANTIDAD-MINIMA
                    COMPUTE WS-LIMITE =
                            WS-PROM-CANTIDAD * WS-MULT-CANTIDAD
                    IF WS-HOY-CANT(WS-H) > WS-LIMITE
                       MOVE "CANT" TO WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
              PERFORM ARMAR-SUCURSALES-HABITUALES
              PERFORM ARMAR-PARTIDA-REVISION
              MOVE "C"                  TO REV-CLASE
              MOVE "Dia"                TO REV-TIPO
              MOVE WS-HOY-DEBITO(WS-H)  TO REV-MONTO
              MOVE WS-HOY-CANT(WS-H)    TO REV-CANTIDAD
              PERFORM GRABAR-PARTIDA-REVISION
              ADD 1 TO WS-PARTIDAS-CLIENTE
           END-IF.

      * Datos comunes de la partida: cliente, nombre y cifras del
      * perfil (con WS-PRF-IDX y las sucursales habituales ya
      * armadas).
       ARMAR-PARTIDA-REVISION.
           MOVE SPACES TO revision-registro
           MOVE "P"              TO REV-ESTADO
           MOVE WS-FECHA-PROCESO TO REV-FECHA
           MOVE WS-MOTIVO        TO REV-MOTIVO
           MOVE WS-CLIENTE-NUM   TO REV-CODIGO-CLIENTE
           PERFORM BUSCAR-NOMBRE-CLIENTE
           MOVE WS-NOMBRE-CLIENTE TO REV-NOMBRE-CLIENTE
           MOVE 0 TO REV-MONTO
           MOVE 0 TO REV-CANTIDAD
           PERFORM CALCULAR-PROMEDIOS
           MOVE 0 TO REV-DIAS-PERFIL
           MOVE 0 TO REV-MAX-DEBITO
           IF WS-PRF-IDX > 0
              MOVE WS-PRF-DIAS-DEB(WS-PRF-IDX) TO REV-DIAS-PERFIL
              MOVE WS-PRF-MAX-DEB(WS-PRF-IDX)  TO REV-MAX-DEBITO
           END-IF
           MOVE WS-PROM-DEBITO    TO REV-PROM-DEBITO
           MOVE WS-PROM-CANTIDAD  TO REV-PROM-CANTIDAD
           MOVE WS-SUCURSALES-HAB TO REV-SUCURSALES.

       GRABAR-PARTIDA-REVISION.
           WRITE revision-registro
           ADD 1 TO WS-PARTIDAS-NUEVAS
           MOVE REV-MONTO TO WS-MONTO-ED
           MOVE REV-PROM-DEBITO TO WS-PROM-ED
           MOVE REV-MAX-DEBITO TO WS-MAX-ED
           MOVE REV-CANTIDAD TO WS-CANT-ED
           MOVE REV-DIAS-PERFIL TO WS-DIAS-ED
           MOVE SPACES TO REP-DETALLE
           STRING REV-CLASE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REV-MOTIVO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  REV-CODIGO-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REV-REFERENCIA DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "      Perfil: dias " DELIMITED BY SIZE
                  WS-DIAS-ED DELIMITED BY SIZE
                  " prom " DELIMITED BY SIZE
                  WS-PROM-ED DELIMITED BY SIZE
                  " max " DELIMITED BY SIZE
                  WS-MAX-ED DELIMITED BY SIZE
                  " ops hoy " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  " suc " DELIMITED BY SIZE
                  REV-SUCURSALES DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           MOVE WS-CLIENTE-NUM TO WS-CLIENTE-BUSQUEDA

           EXEC SQL
              SELECT nombre_cliente
              INTO :WS-NOMBRE-CLIENTE
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSQUEDA
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE "(cliente no registrado)" TO WS-NOMBRE-CLIENTE
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

       END PROGRAM MonitoreoActividad.
