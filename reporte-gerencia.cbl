      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de gerencia de sucursales. Por cada
      *          sucursal, agrupadas por la region del maestro
      *          (sucursales_maestro.dat), informa del mes de la fecha
      *          de proceso:
      *            - cantidad e importe de transacciones por tipo, del
      *              volumen que deja ProcesarTransaccion en
      *              sucursales_mtd.txt, con su total;
      *            - sobrantes y faltantes de caja de efectivo_mtd.txt
      *              (cantidad = dias declarados, importe con signo:
      *              positivo sobrante, negativo faltante);
      *            - comisiones cobradas (movimientos Comision del
      *              historico del mes) por la sucursal del cliente;
      *            - partidas que la sucursal mando a suspenso en el mes
      *              (suspenso.txt por fecha de rechazo; las de
      *              tarjetas y camara no son de ninguna sucursal);
      *            - cuentas abiertas (fecha_apertura) y cerradas
      *              (fecha_cierre) en el mes y prestamos nuevos
      *              (fecha_origen, importe = principal), por la
      *              sucursal del cliente.
      *          Cada cifra se compara con el mes anterior y con el
      *          mismo mes del anio anterior: el programa guarda la
      *          foto del mes en gerencia_AAAAMM.dat y lee las fotos de
      *          esos dos periodos; si alguna falta, la comparacion
      *          sale en cero y se avisa en el encabezado. La variacion
      *          es sobre el importe (sobre la cantidad si el concepto
      *          no tiene importe). Cada region cierra con sus totales
      *          por concepto y el informe con los del banco. Se corre
      *          en la cadena de fin de mes antes del cierre mensual,
      *          que vacia el historico de movimientos del mes. Deja
      *          gerencia_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteGerencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sucursales-maestro
            ASSIGN TO DYNAMIC WS-RUTA-MAESTRO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-maestro.

           SELECT sucursal-mtd-file
            ASSIGN TO DYNAMIC WS-RUTA-SUCURSAL-MTD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-sucursal-mtd.

           SELECT efectivo-mtd-file
            ASSIGN TO DYNAMIC WS-RUTA-EFECTIVO-MTD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-efectivo-mtd.

           SELECT movimientos-mes
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT suspenso-file
            ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-suspenso.

           SELECT foto-file
            ASSIGN TO DYNAMIC WS-RUTA-FOTO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-foto.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  sucursal-mtd-file.
           COPY SMTCTL.

       FD  efectivo-mtd-file.
       01  efectivo-mtd-registro.
           05 MTD-PERIODO         PIC X(7).
           05 MTD-SUCURSAL        PIC X(4).
           05 MTD-SOBRE-FALTA     PIC S9(11)V99.
           05 MTD-DIAS            PIC 9(3).

       FD  movimientos-mes.
           COPY MOVCTL.

       FD  suspenso-file.
           COPY SUSPCTL.

      * Foto del mes (gerencia_AAAAMM.dat): una fila por sucursal y
      * concepto con las cifras del mes, para compararlas despues.
       FD  foto-file.
       01  foto-registro.
           05 FOT-SUCURSAL        PIC X(4).
           05 FOT-ORDEN           PIC 9(2).
           05 FOT-CONCEPTO        PIC X(12).
           05 FOT-CANTIDAD        PIC 9(7).
           05 FOT-MONTO           PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       SD  trabajo-sort.
       01  SORT-CONCEPTO-REG.
           05 SORT-REGION         PIC X(15).
           05 SORT-SUCURSAL       PIC X(4).
           05 SORT-ORDEN          PIC 9(2).
           05 SORT-CONCEPTO       PIC X(12).
           05 SORT-IDX            PIC 9(4).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-maestro            PIC XX.
       01  fs-sucursal-mtd       PIC XX.
       01  fs-efectivo-mtd       PIC XX.
       01  fs-movimientos        PIC XX.
       01  fs-suspenso           PIC XX.
       01  fs-foto               PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-MAESTRO       PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUCURSAL-MTD  PIC X(120) VALUE SPACES.
       01  WS-RUTA-EFECTIVO-MTD  PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUSPENSO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-FOTO          PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
       01  WS-FECHA-HASTA        PIC X(10) VALUE SPACES.
       01  WS-FIN-ARCHIVO        PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".

      * Periodos: 1 = mes informado, 2 = mes anterior, 3 = mismo mes
      * del anio anterior.
       01  WS-PERIODOS.
           05 WS-PERIODO         PIC X(7) OCCURS 3 TIMES.
       01  WS-FOTOS.
           05 WS-FOTO-ENCONTRADA PIC X OCCURS 3 TIMES VALUE "N".
       01  WS-ANIO               PIC 9(4) VALUE 0.
       01  WS-MES                PIC 9(2) VALUE 0.
       01  WS-ANIO-TXT           PIC X(4) VALUE SPACES.
       01  WS-MES-TXT            PIC X(2) VALUE SPACES.
       01  WS-P                  PIC 9 VALUE 0.

       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO   PIC X(4).
              10 WS-SUM-NOMBRE   PIC X(30).
              10 WS-SUM-REGION   PIC X(15).
       01  WS-NUM-SUCURSALES     PIC 9(2) VALUE 0.
       01  WS-S                  PIC 9(2) VALUE 0.
       01  WS-SUM-IDX            PIC 9(2) VALUE 0.
       01  WS-SUCURSAL-BUSCADA   PIC X(4) VALUE SPACES.

      * Cifras por sucursal y concepto de los tres periodos. El orden
      * agrupa los conceptos en el informe: 10 tipos de transaccion,
      * 19 total de transacciones, 20 en adelante el resto.
       01  WS-CONCEPTOS.
           05 WS-CON-FILA OCCURS 3000 TIMES.
              10 WS-CON-SUCURSAL PIC X(4).
              10 WS-CON-ORDEN    PIC 9(2).
              10 WS-CON-CONCEPTO PIC X(12).
              10 WS-CON-CIFRA OCCURS 3 TIMES.
                 15 WS-CON-CANTIDAD PIC 9(7).
                 15 WS-CON-MONTO    PIC S9(11)V99.
       01  WS-NUM-CONCEPTOS      PIC 9(4) VALUE 0.
       01  WS-CON-IDX            PIC 9(4) VALUE 0.
       01  WS-C                  PIC 9(4) VALUE 0.
       01  WS-CONCEPTOS-FUERA    PIC 9(5) VALUE 0.

       01  WS-CLAVE-SUCURSAL     PIC X(4) VALUE SPACES.
       01  WS-CLAVE-ORDEN        PIC 9(2) VALUE 0.
       01  WS-CLAVE-CONCEPTO     PIC X(12) VALUE SPACES.
       01  WS-SUMA-CANTIDAD      PIC 9(7) VALUE 0.
       01  WS-SUMA-MONTO         PIC S9(11)V99 VALUE 0.

      * Comisiones del mes por cliente; la sucursal se lee despues,
      * una vez por cliente.
       01  WS-COMISIONES.
           05 WS-COM-FILA OCCURS 3000 TIMES.
              10 WS-COM-CLIENTE  PIC X(6).
              10 WS-COM-CANTIDAD PIC 9(7).
              10 WS-COM-MONTO    PIC 9(11)V99.
       01  WS-NUM-COMISIONES     PIC 9(4) VALUE 0.
       01  WS-COM-IDX            PIC 9(4) VALUE 0.
       01  WS-K                  PIC 9(4) VALUE 0.
       01  WS-COMISIONES-FUERA   PIC 9(5) VALUE 0.
       01  WS-CLIENTE-BUSCADO    PIC X(6) VALUE SPACES.
       01  WS-SUCURSAL-LEIDA     PIC X(4) VALUE SPACES.

      * Fila devuelta por los cursores agrupados por sucursal.
       01  WS-AGREGADO-LEIDO.
           05 WS-AGR-SUCURSAL    PIC X(4).
           05 WS-AGR-CANTIDAD    PIC S9(9).
           05 WS-AGR-MONTO       PIC S9(11)V99.

      * Totales por concepto de la region en curso (1) y del banco (2).
       01  WS-TOTALES.
           05 WS-TOT-NIVEL OCCURS 2 TIMES.
              10 WS-TOT-NUM      PIC 9(3).
              10 WS-TOT-FILA OCCURS 100 TIMES.
                 15 WS-TOT-ORDEN    PIC 9(2).
                 15 WS-TOT-CONCEPTO PIC X(12).
                 15 WS-TOT-CIFRA OCCURS 3 TIMES.
                    20 WS-TOT-CANTIDAD PIC 9(7).
                    20 WS-TOT-MONTO    PIC S9(11)V99.
       01  WS-NIVEL              PIC 9 VALUE 0.
       01  WS-TOT-IDX            PIC 9(3) VALUE 0.
       01  WS-T                  PIC 9(3) VALUE 0.
       01  WS-T2                 PIC 9(3) VALUE 0.
       01  WS-TOTALES-FUERA      PIC 9(5) VALUE 0.
       01  WS-TOT-AUX.
           05 WS-AUX-ORDEN       PIC 9(2).
           05 WS-AUX-CONCEPTO    PIC X(12).
           05 WS-AUX-CIFRA OCCURS 3 TIMES.
              10 WS-AUX-CANTIDAD PIC 9(7).
              10 WS-AUX-MONTO    PIC S9(11)V99.

      * Linea a imprimir (de una sucursal o de un total).
       01  WS-LINEA.
           05 WS-LIN-CONCEPTO    PIC X(12).
           05 WS-LIN-CIFRA OCCURS 3 TIMES.
              10 WS-LIN-CANTIDAD PIC 9(7).
              10 WS-LIN-MONTO    PIC S9(11)V99.

       01  WS-REGION-ACTUAL      PIC X(15) VALUE SPACES.
       01  WS-SUCURSAL-ACTUAL    PIC X(4) VALUE SPACES.
       01  WS-PRIMERA-LINEA      PIC X VALUE "S".
       01  WS-REGIONES           PIC 9(3) VALUE 0.
       01  WS-SUCURSALES-INF     PIC 9(3) VALUE 0.

       01  WS-VAR-ACTUAL         PIC S9(13)V99 VALUE 0.
       01  WS-VAR-BASE           PIC S9(13)V99 VALUE 0.
       01  WS-VAR-DIVISOR        PIC S9(13)V99 VALUE 0.
       01  WS-VAR-PCT            PIC S9(7)V9 VALUE 0.
       01  WS-VAR-ED             PIC -ZZZ9.9.
       01  WS-VAR-TXT            PIC X(7) VALUE SPACES.
       01  WS-VAR-ANT-TXT        PIC X(7) VALUE SPACES.

       01  WS-CANT-1-ED          PIC ZZZZZZ9.
       01  WS-MONTO-1-ED         PIC -ZZZZZZZZZ9.99.
       01  WS-CANT-2-ED          PIC ZZZZZZ9.
       01  WS-MONTO-2-ED         PIC -ZZZZZZZZZ9.99.
       01  WS-CANT-3-ED          PIC ZZZZZZ9.
       01  WS-MONTO-3-ED         PIC -ZZZZZZZZZ9.99.
       01  WS-CONTADOR-ED        PIC ZZZZ9.
       01  WS-NOMBRE-SUCURSAL    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM DETERMINAR-PERIODOS.
       PERFORM CARGAR-SUCURSALES.
       PERFORM SUMAR-TRANSACCIONES.
       PERFORM SUMAR-EFECTIVO.
       PERFORM SUMAR-COMISIONES.
       PERFORM SUMAR-SUSPENSO.
       PERFORM SUMAR-CUENTAS-ABIERTAS.
       PERFORM SUMAR-CUENTAS-CERRADAS.
       PERFORM SUMAR-PRESTAMOS-NUEVOS.
       PERFORM GRABAR-FOTO.
       MOVE 2 TO WS-P.
       PERFORM CARGAR-FOTO.
       MOVE 3 TO WS-P.
       PERFORM CARGAR-FOTO.
       PERFORM ABRIR-REPORTE.
       PERFORM ORDENAR-E-IMPRIMIR.
       PERFORM CERRAR-REPORTE.
       DISPLAY "Gerencia de sucursales " WS-PERIODO(1)
               ": sucursales " WS-SUCURSALES-INF
               "  regiones " WS-REGIONES.
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

      ******************************************************************
      * Mes informado (el de la fecha de proceso), mes anterior y
      * mismo mes del anio anterior, como AAAA-MM.
      ******************************************************************
       DETERMINAR-PERIODOS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO(1:7) TO WS-PERIODO(1)
           MOVE SPACES TO WS-FECHA-DESDE
           STRING WS-PERIODO(1) DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
                  INTO WS-FECHA-DESDE
           MOVE SPACES TO WS-FECHA-HASTA
           STRING WS-PERIODO(1) DELIMITED BY SIZE
                  "-31" DELIMITED BY SIZE
                  INTO WS-FECHA-HASTA
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO
           MOVE WS-FECHA-PROCESO(6:2) TO WS-MES
           IF WS-MES = 1
              MOVE 12 TO WS-MES
              SUBTRACT 1 FROM WS-ANIO
           ELSE
              SUBTRACT 1 FROM WS-MES
           END-IF
           MOVE WS-ANIO TO WS-ANIO-TXT
           MOVE WS-MES  TO WS-MES-TXT
           MOVE SPACES TO WS-PERIODO(2)
           STRING WS-ANIO-TXT "-" WS-MES-TXT DELIMITED BY SIZE
                  INTO WS-PERIODO(2)
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO
           SUBTRACT 1 FROM WS-ANIO
           MOVE WS-ANIO TO WS-ANIO-TXT
           MOVE SPACES TO WS-PERIODO(3)
           STRING WS-ANIO-TXT "-" WS-FECHA-PROCESO(6:2)
                  DELIMITED BY SIZE
                  INTO WS-PERIODO(3)
           MOVE "S" TO WS-FOTO-ENCONTRADA(1).

      ******************************************************************
      * Nombre y region de cada sucursal. Sin maestro el informe sale
      * igual, todas las sucursales bajo "SIN REGION".
      ******************************************************************
       CARGAR-SUCURSALES.
           MOVE "sucursales_maestro.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MAESTRO
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT sucursales-maestro
           IF fs-maestro NOT = "00"
              DISPLAY "Aviso: sin maestro de sucursales."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-SUCURSALES" TO error-parrafo
              MOVE "Informe de gerencia sin maestro de sucursales."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-SUCURSAL
              PERFORM GUARDAR-SUCURSAL
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE sucursales-maestro
           END-IF.

       LEER-SUCURSAL.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-SUCURSAL.
           IF WS-NUM-SUCURSALES < 50 AND SUM-CODIGO NOT = SPACES
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-NOMBRE TO WS-SUM-NOMBRE(WS-NUM-SUCURSALES)
              MOVE SUM-REGION TO WS-SUM-REGION(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.

       BUSCAR-SUCURSAL.
           MOVE 0 TO WS-SUM-IDX
           PERFORM COMPARAR-SUCURSAL
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SUCURSALES.

       COMPARAR-SUCURSAL.
           IF WS-SUM-CODIGO(WS-S) = WS-SUCURSAL-BUSCADA
              MOVE WS-S TO WS-SUM-IDX
           END-IF.

      ******************************************************************
      * Tabla de conceptos: suma WS-SUMA-CANTIDAD y WS-SUMA-MONTO en
      * la cifra del periodo WS-P de la sucursal y concepto clave.
      ******************************************************************
       ACUMULAR-CONCEPTO.
           MOVE 0 TO WS-CON-IDX
           PERFORM COMPARAR-CONCEPTO
               VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CONCEPTOS OR WS-CON-IDX > 0
           IF WS-CON-IDX = 0
              IF WS-NUM-CONCEPTOS < 3000
                 ADD 1 TO WS-NUM-CONCEPTOS
                 MOVE WS-NUM-CONCEPTOS TO WS-CON-IDX
                 INITIALIZE WS-CON-FILA(WS-CON-IDX)
                 MOVE WS-CLAVE-SUCURSAL TO WS-CON-SUCURSAL(WS-CON-IDX)
                 MOVE WS-CLAVE-ORDEN    TO WS-CON-ORDEN(WS-CON-IDX)
                 MOVE WS-CLAVE-CONCEPTO TO WS-CON-CONCEPTO(WS-CON-IDX)
              ELSE
                 ADD 1 TO WS-CONCEPTOS-FUERA
              END-IF
           END-IF
           IF WS-CON-IDX > 0
              ADD WS-SUMA-CANTIDAD
                 TO WS-CON-CANTIDAD(WS-CON-IDX, WS-P)
              ADD WS-SUMA-MONTO TO WS-CON-MONTO(WS-CON-IDX, WS-P)
           END-IF.

       COMPARAR-CONCEPTO.
           IF WS-CON-SUCURSAL(WS-C) = WS-CLAVE-SUCURSAL
              AND WS-CON-ORDEN(WS-C) = WS-CLAVE-ORDEN
              AND WS-CON-CONCEPTO(WS-C) = WS-CLAVE-CONCEPTO
              MOVE WS-C TO WS-CON-IDX
           END-IF.

      ******************************************************************
      * Transacciones del mes por sucursal y tipo (sucursales_mtd.txt
      * de ProcesarTransaccion), mas un total por sucursal.
      ******************************************************************
       SUMAR-TRANSACCIONES.
           MOVE 1 TO WS-P
           MOVE "sucursales_mtd.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUCURSAL-MTD
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT sucursal-mtd-file
           IF fs-sucursal-mtd NOT = "00"
              DISPLAY "Aviso: sin volumen de transacciones del mes."
              MOVE "WARN" TO error-severidad
              MOVE "SUMAR-TRANSACCIONES" TO error-parrafo
              MOVE "Informe de gerencia sin sucursales_mtd.txt."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-SUCURSAL-MTD
              PERFORM ACUMULAR-TRANSACCION
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE sucursal-mtd-file
           END-IF.

       LEER-SUCURSAL-MTD.
           READ sucursal-mtd-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-TRANSACCION.
           IF SMT-PERIODO = WS-PERIODO(1)
              MOVE SMT-SUCURSAL TO WS-CLAVE-SUCURSAL
              MOVE SMT-CANTIDAD TO WS-SUMA-CANTIDAD
              MOVE SMT-MONTO    TO WS-SUMA-MONTO
              MOVE 10           TO WS-CLAVE-ORDEN
              MOVE SMT-TIPO     TO WS-CLAVE-CONCEPTO
              PERFORM ACUMULAR-CONCEPTO
              MOVE 19           TO WS-CLAVE-ORDEN
              MOVE "TOTAL TRX"  TO WS-CLAVE-CONCEPTO
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM LEER-SUCURSAL-MTD.

      ******************************************************************
      * Sobrantes (+) y faltantes (-) de caja del mes por sucursal,
      * del acumulado de ConciliacionEfectivo.
      ******************************************************************
       SUMAR-EFECTIVO.
           MOVE "efectivo_mtd.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EFECTIVO-MTD
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT efectivo-mtd-file
           IF fs-efectivo-mtd = "00"
              PERFORM LEER-EFECTIVO-MTD
              PERFORM ACUMULAR-EFECTIVO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE efectivo-mtd-file
           END-IF.

       LEER-EFECTIVO-MTD.
           READ efectivo-mtd-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-EFECTIVO.
           IF MTD-PERIODO = WS-PERIODO(1)
              MOVE MTD-SUCURSAL    TO WS-CLAVE-SUCURSAL
              MOVE 20              TO WS-CLAVE-ORDEN
              MOVE "EFECTIVO"      TO WS-CLAVE-CONCEPTO
              MOVE MTD-DIAS        TO WS-SUMA-CANTIDAD
              MOVE MTD-SOBRE-FALTA TO WS-SUMA-MONTO
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM LEER-EFECTIVO-MTD.

      ******************************************************************
      * Comisiones cobradas en el mes: primero por cliente, despues
      * cada cliente a su sucursal.
      ******************************************************************
       SUMAR-COMISIONES.
           MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           MOVE 0 TO WS-NUM-COMISIONES
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT movimientos-mes
           IF fs-movimientos = "00"
              PERFORM LEER-MOVIMIENTO
              PERFORM ACUMULAR-COMISION
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE movimientos-mes
           END-IF
           PERFORM ASIGNAR-COMISION
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-COMISIONES.

       LEER-MOVIMIENTO.
           READ movimientos-mes
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-COMISION.
           IF MOV-TIPO = "Comision"
              AND MOV-FECHA(1:7) = WS-PERIODO(1)
              MOVE 0 TO WS-COM-IDX
              PERFORM COMPARAR-COMISION
                  VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-NUM-COMISIONES OR WS-COM-IDX > 0
              IF WS-COM-IDX = 0
                 IF WS-NUM-COMISIONES < 3000
                    ADD 1 TO WS-NUM-COMISIONES
                    MOVE WS-NUM-COMISIONES TO WS-COM-IDX
                    MOVE MOV-CLIENTE-ID TO WS-COM-CLIENTE(WS-COM-IDX)
                    MOVE 0 TO WS-COM-CANTIDAD(WS-COM-IDX)
                    MOVE 0 TO WS-COM-MONTO(WS-COM-IDX)
                 ELSE
                    ADD 1 TO WS-COMISIONES-FUERA
                 END-IF
              END-IF
              IF WS-COM-IDX > 0
                 ADD 1 TO WS-COM-CANTIDAD(WS-COM-IDX)
                 ADD MOV-MONTO TO WS-COM-MONTO(WS-COM-IDX)
              END-IF
           END-IF
           PERFORM LEER-MOVIMIENTO.

       COMPARAR-COMISION.
           IF WS-COM-CLIENTE(WS-K) = MOV-CLIENTE-ID
              MOVE WS-K TO WS-COM-IDX
           END-IF.

       ASIGNAR-COMISION.
           MOVE WS-COM-CLIENTE(WS-K) TO WS-CLIENTE-BUSCADO
           MOVE SPACES TO WS-SUCURSAL-LEIDA
           EXEC SQL
              SELECT COALESCE(sucursal_cliente, ' ')
              INTO :WS-SUCURSAL-LEIDA
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-SUCURSAL-LEIDA
           END-IF
           MOVE WS-SUCURSAL-LEIDA       TO WS-CLAVE-SUCURSAL
           MOVE 30                      TO WS-CLAVE-ORDEN
           MOVE "COMISIONES"            TO WS-CLAVE-CONCEPTO
           MOVE WS-COM-CANTIDAD(WS-K)   TO WS-SUMA-CANTIDAD
           MOVE WS-COM-MONTO(WS-K)      TO WS-SUMA-MONTO
           PERFORM ACUMULAR-CONCEPTO.

      ******************************************************************
      * Partidas enviadas a suspenso en el mes por cada sucursal. Las
      * de tarjetas (TARJ) y camara (CAMI) no son de una sucursal.
      ******************************************************************
       SUMAR-SUSPENSO.
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM LEER-SUSPENSO
              PERFORM ACUMULAR-SUSPENSO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE suspenso-file
           END-IF.

       LEER-SUSPENSO.
           READ suspenso-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-SUSPENSO.
           IF SUS-FECHA-RECHAZO(1:7) = WS-PERIODO(1)
              AND SUS-SUCURSAL NOT = "TARJ"
              AND SUS-SUCURSAL NOT = "CAMI"
              MOVE SUS-SUCURSAL          TO WS-CLAVE-SUCURSAL
              MOVE 40                    TO WS-CLAVE-ORDEN
              MOVE "SUSPENSO"            TO WS-CLAVE-CONCEPTO
              MOVE 1                     TO WS-SUMA-CANTIDAD
              MOVE SUS-MONTO-TRANSACCION TO WS-SUMA-MONTO
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM LEER-SUSPENSO.

      ******************************************************************
      * Cuentas abiertas y cerradas y prestamos nuevos del mes, por la
      * sucursal del cliente titular.
      ******************************************************************
       SUMAR-CUENTAS-ABIERTAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 50 TO WS-CLAVE-ORDEN
           MOVE "CTAS ALTAS" TO WS-CLAVE-CONCEPTO

           EXEC SQL
              DECLARE CUR-ALTAS CURSOR FOR
              SELECT COALESCE(cl.sucursal_cliente, ' '),
                     COUNT(*),
                     0
              FROM cuentas c,
                   clientes cl
              WHERE cl.id_cliente = c.id_cliente
                AND COALESCE(c.fecha_apertura, ' ') >= :WS-FECHA-DESDE
                AND COALESCE(c.fecha_apertura, ' ') <= :WS-FECHA-HASTA
              GROUP BY COALESCE(cl.sucursal_cliente, ' ')
           END-EXEC

           EXEC SQL
              OPEN CUR-ALTAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-CUENTAS-ABIERTAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-ALTA
           PERFORM ACUMULAR-ALTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-ALTAS
           END-EXEC.

       FETCH-ALTA.
           EXEC SQL
              FETCH CUR-ALTAS
              INTO :WS-AGR-SUCURSAL,
                   :WS-AGR-CANTIDAD,
                   :WS-AGR-MONTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-ALTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-ALTA.
           PERFORM ACUMULAR-AGREGADO
           PERFORM FETCH-ALTA.

       SUMAR-CUENTAS-CERRADAS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 60 TO WS-CLAVE-ORDEN
           MOVE "CTAS BAJAS" TO WS-CLAVE-CONCEPTO

           EXEC SQL
              DECLARE CUR-BAJAS CURSOR FOR
              SELECT COALESCE(cl.sucursal_cliente, ' '),
                     COUNT(*),
                     0
              FROM cuentas c,
                   clientes cl
              WHERE cl.id_cliente = c.id_cliente
                AND COALESCE(c.fecha_cierre, ' ') >= :WS-FECHA-DESDE
                AND COALESCE(c.fecha_cierre, ' ') <= :WS-FECHA-HASTA
              GROUP BY COALESCE(cl.sucursal_cliente, ' ')
           END-EXEC

           EXEC SQL
              OPEN CUR-BAJAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-CUENTAS-CERRADAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-BAJA
           PERFORM ACUMULAR-BAJA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-BAJAS
           END-EXEC.

       FETCH-BAJA.
           EXEC SQL
              FETCH CUR-BAJAS
              INTO :WS-AGR-SUCURSAL,
                   :WS-AGR-CANTIDAD,
                   :WS-AGR-MONTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-BAJA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-BAJA.
           PERFORM ACUMULAR-AGREGADO
           PERFORM FETCH-BAJA.

       SUMAR-PRESTAMOS-NUEVOS.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 70 TO WS-CLAVE-ORDEN
           MOVE "PREST NUEVOS" TO WS-CLAVE-CONCEPTO

           EXEC SQL
              DECLARE CUR-PRESTAMOS CURSOR FOR
              SELECT COALESCE(cl.sucursal_cliente, ' '),
                     COUNT(*),
                     SUM(p.principal)
              FROM prestamos p,
                   clientes cl
              WHERE cl.id_cliente = p.id_cliente
                AND p.fecha_origen >= :WS-FECHA-DESDE
                AND p.fecha_origen <= :WS-FECHA-HASTA
              GROUP BY COALESCE(cl.sucursal_cliente, ' ')
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-PRESTAMOS-NUEVOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM ACUMULAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-PRESTAMOS
              INTO :WS-AGR-SUCURSAL,
                   :WS-AGR-CANTIDAD,
                   :WS-AGR-MONTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-PRESTAMO.
           PERFORM ACUMULAR-AGREGADO
           PERFORM FETCH-PRESTAMO.

       ACUMULAR-AGREGADO.
           MOVE WS-AGR-SUCURSAL TO WS-CLAVE-SUCURSAL
           MOVE WS-AGR-CANTIDAD TO WS-SUMA-CANTIDAD
           MOVE WS-AGR-MONTO    TO WS-SUMA-MONTO
           PERFORM ACUMULAR-CONCEPTO.

       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al totalizar el informe de gerencia."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Fotos mensuales: la del mes se reescribe en cada corrida; las
      * de los periodos de comparacion se suman en su columna.
      ******************************************************************
       ARMAR-RUTA-FOTO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "gerencia_" DELIMITED BY SIZE
                  WS-PERIODO(WS-P)(1:4) DELIMITED BY SIZE
                  WS-PERIODO(WS-P)(6:2) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FOTO.

       GRABAR-FOTO.
           MOVE 1 TO WS-P
           PERFORM ARMAR-RUTA-FOTO
           OPEN OUTPUT foto-file
           IF fs-foto NOT = "00"
              DISPLAY "No se pudo grabar la foto del mes. Estado: "
                      fs-foto
              MOVE "ERROR" TO error-severidad
              MOVE "GRABAR-FOTO" TO error-parrafo
              MOVE "Sin foto mensual de gerencia: no habra comparacion"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM ESCRIBIR-FOTO
                  VARYING WS-C FROM 1 BY 1
                      UNTIL WS-C > WS-NUM-CONCEPTOS
              CLOSE foto-file
           END-IF.

       ESCRIBIR-FOTO.
           MOVE WS-CON-SUCURSAL(WS-C)    TO FOT-SUCURSAL
           MOVE WS-CON-ORDEN(WS-C)       TO FOT-ORDEN
           MOVE WS-CON-CONCEPTO(WS-C)    TO FOT-CONCEPTO
           MOVE WS-CON-CANTIDAD(WS-C, 1) TO FOT-CANTIDAD
           MOVE WS-CON-MONTO(WS-C, 1)    TO FOT-MONTO
           WRITE foto-registro.

       CARGAR-FOTO.
           PERFORM ARMAR-RUTA-FOTO
           MOVE "N" TO WS-FOTO-ENCONTRADA(WS-P)
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT foto-file
           IF fs-foto = "00"
              MOVE "S" TO WS-FOTO-ENCONTRADA(WS-P)
              PERFORM LEER-FOTO
              PERFORM ACUMULAR-FOTO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE foto-file
           END-IF.

       LEER-FOTO.
           READ foto-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-FOTO.
           MOVE FOT-SUCURSAL TO WS-CLAVE-SUCURSAL
           MOVE FOT-ORDEN    TO WS-CLAVE-ORDEN
           MOVE FOT-CONCEPTO TO WS-CLAVE-CONCEPTO
           MOVE FOT-CANTIDAD TO WS-SUMA-CANTIDAD
           MOVE FOT-MONTO    TO WS-SUMA-MONTO
           PERFORM ACUMULAR-CONCEPTO
           PERFORM LEER-FOTO.

      ******************************************************************
      * Informe: conceptos ordenados por region, sucursal y concepto,
      * con corte por sucursal y por region y total del banco.
      ******************************************************************
       ABRIR-REPORTE.
           MOVE "gerencia_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           IF fs-reporte NOT = "00"
              DISPLAY "No se pudo abrir gerencia_rep.txt. Estado: "
                      fs-reporte
              MOVE "FATAL" TO error-severidad
              MOVE "ABRIR-REPORTE" TO error-parrafo
              MOVE "No se pudo abrir el informe de gerencia."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE "GERENCIA DE SUCURSALES POR REGION" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "CONCEPTO    CANT MES    IMPORTE MES"
                  DELIMITED BY SIZE
                  " CNT ANT    IMPORTE ANT   VAR %"
                  DELIMITED BY SIZE
                  " CANT AA     IMPORTE AA   VAR %"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "ReporteGerencia" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE SPACES TO REP-DETALLE
           STRING "Mes informado: " DELIMITED BY SIZE
                  WS-PERIODO(1) DELIMITED BY SIZE
                  "   Mes anterior (ANT): " DELIMITED BY SIZE
                  WS-PERIODO(2) DELIMITED BY SIZE
                  "   Anio anterior (AA): " DELIMITED BY SIZE
                  WS-PERIODO(3) DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM AVISAR-SIN-FOTO
               VARYING WS-P FROM 2 BY 1 UNTIL WS-P > 3
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       AVISAR-SIN-FOTO.
           IF WS-FOTO-ENCONTRADA(WS-P) = "N"
              MOVE SPACES TO REP-DETALLE
              STRING "Sin foto de gerencia de " DELIMITED BY SIZE
                     WS-PERIODO(WS-P) DELIMITED BY SIZE
                     ": esa comparacion sale en cero."
                     DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       ORDENAR-E-IMPRIMIR.
           MOVE "sortwk_gerencia.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE 0 TO WS-TOT-NUM(1)
           MOVE 0 TO WS-TOT-NUM(2)
           SORT trabajo-sort
               ON ASCENDING KEY SORT-REGION
                                SORT-SUCURSAL
                                SORT-ORDEN
                                SORT-CONCEPTO
               INPUT PROCEDURE IS SOLTAR-CONCEPTOS
               OUTPUT PROCEDURE IS IMPRIMIR-CONCEPTOS.

       SOLTAR-CONCEPTOS.
           PERFORM SOLTAR-CONCEPTO
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CONCEPTOS.

       SOLTAR-CONCEPTO.
           MOVE WS-CON-SUCURSAL(WS-C) TO WS-SUCURSAL-BUSCADA
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUM-IDX > 0
              MOVE WS-SUM-REGION(WS-SUM-IDX) TO SORT-REGION
           ELSE
              MOVE "SIN REGION" TO SORT-REGION
           END-IF
           MOVE WS-CON-SUCURSAL(WS-C) TO SORT-SUCURSAL
           MOVE WS-CON-ORDEN(WS-C)    TO SORT-ORDEN
           MOVE WS-CON-CONCEPTO(WS-C) TO SORT-CONCEPTO
           MOVE WS-C                  TO SORT-IDX
           RELEASE SORT-CONCEPTO-REG.

       IMPRIMIR-CONCEPTOS.
           MOVE "S" TO WS-PRIMERA-LINEA
           MOVE "N" TO WS-FIN-SORT
           PERFORM DEVOLVER-CONCEPTO
           PERFORM IMPRIMIR-CONCEPTO
               UNTIL WS-FIN-SORT = "S"
           IF WS-PRIMERA-LINEA = "N"
              PERFORM IMPRIMIR-TOTAL-REGION
              PERFORM IMPRIMIR-TOTAL-BANCO
           END-IF.

       DEVOLVER-CONCEPTO.
           RETURN trabajo-sort
                  AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       IMPRIMIR-CONCEPTO.
           IF WS-PRIMERA-LINEA = "S"
              OR SORT-REGION NOT = WS-REGION-ACTUAL
              IF WS-PRIMERA-LINEA = "N"
                 PERFORM IMPRIMIR-TOTAL-REGION
              END-IF
              MOVE "N" TO WS-PRIMERA-LINEA
              MOVE SORT-REGION TO WS-REGION-ACTUAL
              MOVE 0 TO WS-TOT-NUM(1)
              ADD 1 TO WS-REGIONES
              MOVE SPACES TO REP-DETALLE
              STRING "REGION " DELIMITED BY SIZE
                     WS-REGION-ACTUAL DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              PERFORM IMPRIMIR-CABECERA-SUCURSAL
           ELSE
              IF SORT-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                 PERFORM IMPRIMIR-CABECERA-SUCURSAL
              END-IF
           END-IF
           MOVE SORT-IDX TO WS-C
           MOVE WS-CON-CONCEPTO(WS-C) TO WS-LIN-CONCEPTO
           PERFORM COPIAR-CIFRA-CONCEPTO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-LINEA
           MOVE 1 TO WS-NIVEL
           PERFORM ACUMULAR-TOTAL
           MOVE 2 TO WS-NIVEL
           PERFORM ACUMULAR-TOTAL
           PERFORM DEVOLVER-CONCEPTO.

       COPIAR-CIFRA-CONCEPTO.
           MOVE WS-CON-CANTIDAD(WS-C, WS-P)
              TO WS-LIN-CANTIDAD(WS-P)
           MOVE WS-CON-MONTO(WS-C, WS-P) TO WS-LIN-MONTO(WS-P).

       IMPRIMIR-CABECERA-SUCURSAL.
           MOVE SORT-SUCURSAL TO WS-SUCURSAL-ACTUAL
           ADD 1 TO WS-SUCURSALES-INF
           MOVE WS-SUCURSAL-ACTUAL TO WS-SUCURSAL-BUSCADA
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUM-IDX > 0
              MOVE WS-SUM-NOMBRE(WS-SUM-IDX) TO WS-NOMBRE-SUCURSAL
           ELSE
              IF WS-SUCURSAL-ACTUAL = SPACES
                 MOVE "SIN SUCURSAL" TO WS-NOMBRE-SUCURSAL
              ELSE
                 MOVE "(NO FIGURA EN EL MAESTRO)" TO WS-NOMBRE-SUCURSAL
              END-IF
           END-IF
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "  Sucursal " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE-SUCURSAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      * Totales por concepto del nivel WS-NIVEL (1 region, 2 banco).
       ACUMULAR-TOTAL.
           MOVE 0 TO WS-TOT-IDX
           PERFORM COMPARAR-TOTAL
               VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOT-NUM(WS-NIVEL) OR WS-TOT-IDX > 0
           IF WS-TOT-IDX = 0
              IF WS-TOT-NUM(WS-NIVEL) < 100
                 ADD 1 TO WS-TOT-NUM(WS-NIVEL)
                 MOVE WS-TOT-NUM(WS-NIVEL) TO WS-TOT-IDX
                 INITIALIZE WS-TOT-FILA(WS-NIVEL, WS-TOT-IDX)
                 MOVE WS-CON-ORDEN(WS-C)
                    TO WS-TOT-ORDEN(WS-NIVEL, WS-TOT-IDX)
                 MOVE WS-CON-CONCEPTO(WS-C)
                    TO WS-TOT-CONCEPTO(WS-NIVEL, WS-TOT-IDX)
              ELSE
                 ADD 1 TO WS-TOTALES-FUERA
              END-IF
           END-IF
           IF WS-TOT-IDX > 0
              PERFORM SUMAR-CIFRA-TOTAL
                  VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           END-IF.

       COMPARAR-TOTAL.
           IF WS-TOT-ORDEN(WS-NIVEL, WS-T) = WS-CON-ORDEN(WS-C)
              AND WS-TOT-CONCEPTO(WS-NIVEL, WS-T)
                  = WS-CON-CONCEPTO(WS-C)
              MOVE WS-T TO WS-TOT-IDX
           END-IF.

       SUMAR-CIFRA-TOTAL.
           ADD WS-CON-CANTIDAD(WS-C, WS-P)
              TO WS-TOT-CANTIDAD(WS-NIVEL, WS-TOT-IDX, WS-P)
           ADD WS-CON-MONTO(WS-C, WS-P)
              TO WS-TOT-MONTO(WS-NIVEL, WS-TOT-IDX, WS-P).

       IMPRIMIR-TOTAL-REGION.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "  TOTAL REGION " DELIMITED BY SIZE
                  WS-REGION-ACTUAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 1 TO WS-NIVEL
           PERFORM IMPRIMIR-TOTALES
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTAL-BANCO.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "TOTAL BANCO" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 2 TO WS-NIVEL
           PERFORM IMPRIMIR-TOTALES.

      * Los conceptos del total se ordenan antes de imprimir: una
      * sucursal posterior puede traer un tipo que las primeras no
      * tenian.
       IMPRIMIR-TOTALES.
           PERFORM ORDENAR-TOTAL
               VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T >= WS-TOT-NUM(WS-NIVEL)
           PERFORM IMPRIMIR-TOTAL
               VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOT-NUM(WS-NIVEL).

       ORDENAR-TOTAL.
           PERFORM COMPARAR-ORDEN-TOTAL
               VARYING WS-T2 FROM WS-T BY 1
                   UNTIL WS-T2 > WS-TOT-NUM(WS-NIVEL).

       COMPARAR-ORDEN-TOTAL.
           IF WS-TOT-ORDEN(WS-NIVEL, WS-T2)
                 < WS-TOT-ORDEN(WS-NIVEL, WS-T)
              OR (WS-TOT-ORDEN(WS-NIVEL, WS-T2)
                    = WS-TOT-ORDEN(WS-NIVEL, WS-T)
                  AND WS-TOT-CONCEPTO(WS-NIVEL, WS-T2)
                    < WS-TOT-CONCEPTO(WS-NIVEL, WS-T))
              MOVE WS-TOT-FILA(WS-NIVEL, WS-T)  TO WS-TOT-AUX
              MOVE WS-TOT-FILA(WS-NIVEL, WS-T2)
                 TO WS-TOT-FILA(WS-NIVEL, WS-T)
              MOVE WS-TOT-AUX TO WS-TOT-FILA(WS-NIVEL, WS-T2)
           END-IF.

       IMPRIMIR-TOTAL.
           MOVE WS-TOT-CONCEPTO(WS-NIVEL, WS-T) TO WS-LIN-CONCEPTO
           PERFORM COPIAR-CIFRA-TOTAL
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
           PERFORM IMPRIMIR-LINEA.

       COPIAR-CIFRA-TOTAL.
           MOVE WS-TOT-CANTIDAD(WS-NIVEL, WS-T, WS-P)
              TO WS-LIN-CANTIDAD(WS-P)
           MOVE WS-TOT-MONTO(WS-NIVEL, WS-T, WS-P)
              TO WS-LIN-MONTO(WS-P).

       IMPRIMIR-LINEA.
           MOVE WS-LIN-CANTIDAD(1) TO WS-CANT-1-ED
           MOVE WS-LIN-MONTO(1)    TO WS-MONTO-1-ED
           MOVE WS-LIN-CANTIDAD(2) TO WS-CANT-2-ED
           MOVE WS-LIN-MONTO(2)    TO WS-MONTO-2-ED
           MOVE WS-LIN-CANTIDAD(3) TO WS-CANT-3-ED
           MOVE WS-LIN-MONTO(3)    TO WS-MONTO-3-ED
           MOVE 2 TO WS-P
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TXT TO WS-VAR-ANT-TXT
           MOVE 3 TO WS-P
           PERFORM CALCULAR-VARIACION
           MOVE SPACES TO REP-DETALLE
           STRING WS-LIN-CONCEPTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CANT-1-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-1-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CANT-2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAR-ANT-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CANT-3-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-3-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAR-TXT DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      * Variacion porcentual del mes contra el periodo WS-P, sobre el
      * importe o, si ninguno de los dos tiene importe, sobre la
      * cantidad. Sin base de comparacion sale "NUEVO".
       CALCULAR-VARIACION.
           IF WS-LIN-MONTO(1) = 0 AND WS-LIN-MONTO(WS-P) = 0
              MOVE WS-LIN-CANTIDAD(1)    TO WS-VAR-ACTUAL
              MOVE WS-LIN-CANTIDAD(WS-P) TO WS-VAR-BASE
           ELSE
              MOVE WS-LIN-MONTO(1)       TO WS-VAR-ACTUAL
              MOVE WS-LIN-MONTO(WS-P)    TO WS-VAR-BASE
           END-IF
           MOVE WS-VAR-BASE TO WS-VAR-DIVISOR
           IF WS-VAR-DIVISOR < 0
              MULTIPLY -1 BY WS-VAR-DIVISOR
           END-IF
           EVALUATE TRUE
              WHEN WS-VAR-BASE = 0 AND WS-VAR-ACTUAL = 0
                 MOVE "      -" TO WS-VAR-TXT
              WHEN WS-VAR-BASE = 0
                 MOVE "  NUEVO" TO WS-VAR-TXT
              WHEN OTHER
                 COMPUTE WS-VAR-PCT ROUNDED =
                         (WS-VAR-ACTUAL - WS-VAR-BASE) * 100
                         / WS-VAR-DIVISOR
                    ON SIZE ERROR
                       MOVE 99999 TO WS-VAR-PCT
                 END-COMPUTE
                 IF WS-VAR-PCT > 9999.9 OR WS-VAR-PCT < -9999.9
                    MOVE "  >9999" TO WS-VAR-TXT
                 ELSE
                    MOVE WS-VAR-PCT TO WS-VAR-ED
                    MOVE WS-VAR-ED  TO WS-VAR-TXT
                 END-IF
           END-EVALUATE.

       CERRAR-REPORTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "EFECTIVO: cantidad = dias declarados, "
                  DELIMITED BY SIZE
                  "importe + sobrante / - faltante." DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "COMISIONES, CTAS ALTAS/BAJAS y PREST NUEVOS van "
                  DELIMITED BY SIZE
                  "por la sucursal del cliente." DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SUCURSALES-INF TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Sucursales informadas: " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-CONCEPTOS-FUERA > 0 OR WS-COMISIONES-FUERA > 0
              OR WS-TOTALES-FUERA > 0
              MOVE "Tablas del informe llenas: hay cifras sin sumar."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "ACUMULAR-CONCEPTO" TO error-parrafo
              MOVE "Informe de gerencia con tablas llenas."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.
