      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rentabilidad mensual por cliente. Junta lo que cada
      *          cliente le deja al banco en el mes y lo que le
      *          cuesta:
      *            - comisiones cobradas ("Comision") y sobregiro
      *              ("InteresDeb") del historico de movimientos;
      *            - interes acreditado en cuentas ("Interes") y el
      *              interes de los plazos fijos pagados ("VencPlazo"
      *              menos el principal del certificado de
      *              plazos_fijos.dat, por la referencia);
      *            - interes cobrado de prestamos (la parte de interes
      *              de los pagos del mes en prestamos_historia, que
      *              no pasan por las cuentas);
      *            - comisiones eximidas (exenciones_mes de
      *              CobroComisiones), que se informan pero no restan:
      *              son ingreso que no se cobro.
      *          El periodo se pide como AAAAMM; en blanco es el mes
      *          en curso (movimientos_mes / exenciones_mes), si no se
      *          leen los archivos del cierre movimientos_AAAAMM.txt y
      *          exenciones_AAAAMM.txt. Ordena a los clientes por
      *          contribucion neta y deja rentabilidad_AAAAMM.csv con
      *          el ranking completo para Comercial, y el reporte
      *          rentabilidad_rep.txt con los 50 mejores, los 50
      *          peores y los subtotales por sucursal del cliente y
      *          producto (tipo de cuenta, tipo de prestamo o PLAZO
      *          FIJO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentabilidadClientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movimientos-in
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT exenciones-in
            ASSIGN TO DYNAMIC WS-RUTA-EXENCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-exenciones.

           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT csv-out
            ASSIGN TO DYNAMIC WS-RUTA-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-csv.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  movimientos-in.
           COPY MOVCTL.

       FD  exenciones-in.
           COPY EXMCTL.

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

      * Ranking: clientes por contribucion neta de mayor a menor (a
      * igual neto, por id de cliente).
       SD  trabajo-sort.
       01  SORT-CLIENTE.
           05 SORT-NETO           PIC S9(11)V99.
           05 SORT-ID             PIC X(6).
           05 SORT-IDX            PIC 9(4).

       FD  csv-out.
       01  csv-registro           PIC X(200).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-movimientos        PIC XX.
       01  fs-exenciones         PIC XX.
       01  fs-plazos             PIC XX.
       01  fs-csv                PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-EXENCIONES    PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-CSV           PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FIN-MOVIMIENTOS    PIC X VALUE "N".
       01  WS-FIN-EXENCIONES     PIC X VALUE "N".
       01  WS-FIN-PLAZOS         PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".

      * Periodo informado.
       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-PERIODO-IN         PIC X(6) VALUE SPACES.
       01  WS-PERIODO.
           05 WS-PER-AAAA        PIC X(4).
           05 WS-PER-MM          PIC X(2).
       01  WS-MES-EN-CURSO       PIC X VALUE "S".
       01  WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
       01  WS-FECHA-HASTA        PIC X(10) VALUE SPACES.
       01  WS-PERIODO-ED         PIC X(7) VALUE SPACES.

      * Cuentas con su producto, para los subtotales.
       01  WS-CUENTAS.
           05 WS-CTA-FILA OCCURS 5000 TIMES.
              10 WS-CTA-ID       PIC X(6).
              10 WS-CTA-PRODUCTO PIC X(10).
       01  WS-NUM-CUENTAS        PIC 9(4) VALUE 0.
       01  WS-CTA-IDX            PIC 9(4) VALUE 0.
       01  WS-C                  PIC 9(4) VALUE 0.
       01  WS-CUENTA-BUSCADA     PIC X(6) VALUE SPACES.
       01  WS-CUENTA-LEIDA.
           05 WS-CL-ID           PIC X(6).
           05 WS-CL-PRODUCTO     PIC X(10).

      * Principal de cada certificado, para separar el interes del
      * pago al vencimiento.
       01  WS-PLAZOS.
           05 WS-PLZ-FILA OCCURS 500 TIMES.
              10 WS-PLZ-ID       PIC X(6).
              10 WS-PLZ-PRINCIPAL PIC 9(9)V99.
       01  WS-NUM-PLAZOS         PIC 9(3) VALUE 0.
       01  WS-PLZ-IDX            PIC 9(3) VALUE 0.
       01  WS-P                  PIC 9(3) VALUE 0.
       01  WS-PLAZOS-SIN-DATO    PIC 9(5) VALUE 0.

      * Acumulados del mes por cliente.
       01  WS-CLIENTES.
           05 WS-CLI-FILA OCCURS 3000 TIMES.
              10 WS-CLI-ID       PIC X(6).
              10 WS-CLI-NOMBRE   PIC X(50).
              10 WS-CLI-SUCURSAL PIC X(4).
              10 WS-CLI-COMISIONES PIC 9(9)V99.
              10 WS-CLI-EXENTO   PIC 9(9)V99.
              10 WS-CLI-SOBREGIRO PIC 9(9)V99.
              10 WS-CLI-INT-PREST PIC 9(9)V99.
              10 WS-CLI-INT-DEPOS PIC 9(9)V99.
              10 WS-CLI-INT-PLAZO PIC 9(9)V99.
              10 WS-CLI-NETO     PIC S9(11)V99.
       01  WS-NUM-CLIENTES       PIC 9(4) VALUE 0.
       01  WS-CLI-IDX            PIC 9(4) VALUE 0.
       01  WS-K                  PIC 9(4) VALUE 0.
       01  WS-CLIENTE-BUSCADO    PIC X(6) VALUE SPACES.
       01  WS-CLIENTES-FUERA     PIC 9(5) VALUE 0.
       01  WS-NOMBRE-LEIDO       PIC X(50) VALUE SPACES.
       01  WS-SUCURSAL-LEIDA     PIC X(4) VALUE SPACES.

      * Ranking: posicion -> fila del cliente.
       01  WS-RANKING.
           05 WS-RNK-IDX OCCURS 3000 TIMES PIC 9(4).
       01  WS-NUM-RANKING        PIC 9(4) VALUE 0.
       01  WS-R                  PIC 9(4) VALUE 0.
       01  WS-R-DESDE            PIC 9(4) VALUE 0.
       01  WS-R-HASTA            PIC 9(4) VALUE 0.

      * Subtotales por sucursal del cliente y producto.
       01  WS-SUBTOTALES.
           05 WS-SUB-FILA OCCURS 300 TIMES.
              10 WS-SUB-SUCURSAL PIC X(4).
              10 WS-SUB-PRODUCTO PIC X(10).
              10 WS-SUB-INGRESOS PIC 9(11)V99.
              10 WS-SUB-COSTOS   PIC 9(11)V99.
              10 WS-SUB-EXENTO   PIC 9(11)V99.
       01  WS-SUB-AUX            PIC X(53).
       01  WS-NUM-SUBTOTALES     PIC 9(3) VALUE 0.
       01  WS-SUB-IDX            PIC 9(3) VALUE 0.
       01  WS-S                  PIC 9(3) VALUE 0.
       01  WS-S2                 PIC 9(3) VALUE 0.
       01  WS-SUBTOTALES-FUERA   PIC 9(5) VALUE 0.
       01  WS-PRODUCTO-ACTUAL    PIC X(10) VALUE SPACES.
       01  WS-CORTE-SUCURSAL     PIC X(4) VALUE SPACES.
       01  WS-SUC-INGRESOS       PIC 9(11)V99 VALUE 0.
       01  WS-SUC-COSTOS         PIC 9(11)V99 VALUE 0.
       01  WS-SUC-EXENTO         PIC 9(11)V99 VALUE 0.

      * Importe del concepto en curso.
       01  WS-CONCEPTO           PIC X VALUE SPACES.
           88 CONCEPTO-COMISION      VALUE "C".
           88 CONCEPTO-EXENTO        VALUE "E".
           88 CONCEPTO-SOBREGIRO     VALUE "S".
           88 CONCEPTO-PRESTAMO      VALUE "P".
           88 CONCEPTO-DEPOSITO      VALUE "D".
           88 CONCEPTO-PLAZO         VALUE "F".
       01  WS-IMPORTE            PIC 9(9)V99 VALUE 0.

       01  WS-PRESTAMO-LEIDO.
           05 WS-PL-CLIENTE      PIC X(6).
           05 WS-PL-PRODUCTO     PIC X(10).
           05 WS-PL-INTERES      PIC 9(9)V99.

       01  WS-INGRESOS           PIC 9(11)V99 VALUE 0.
       01  WS-COSTOS             PIC 9(11)V99 VALUE 0.
       01  WS-NETO               PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-INGRESOS     PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-COSTOS       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-EXENTO       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-NETO         PIC S9(13)V99 VALUE 0.

       01  WS-RANGO-ED           PIC ZZZ9.
       01  WS-NOMBRE-ED          PIC X(22) VALUE SPACES.
       01  WS-INGRESOS-ED        PIC ZZZZZZZZZ9.99.
       01  WS-COSTOS-ED          PIC ZZZZZZZZZ9.99.
       01  WS-EXENTO-ED          PIC ZZZZZZZZZ9.99.
       01  WS-NETO-ED            PIC -ZZZZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC -ZZZZZZZZZZZ9.99.
       01  WS-CONTADOR-ED        PIC ZZZZ9.
       01  WS-CSV-MONTO          PIC +9(11).99.
       01  WS-CSV-NOMBRE         PIC X(50) VALUE SPACES.
       01  WS-CSV-LINEA          PIC X(200) VALUE SPACES.
       01  WS-CSV-PTR            PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM PEDIR-PERIODO.
       PERFORM CARGAR-CUENTAS.
       PERFORM CARGAR-PLAZOS.
       PERFORM LEER-MOVIMIENTOS-PERIODO.
       PERFORM LEER-EXENCIONES-PERIODO.
       PERFORM SUMAR-INTERES-PRESTAMOS.
       PERFORM ORDENAR-CLIENTES.
       PERFORM ESCRIBIR-CSV.
       PERFORM ESCRIBIR-REPORTE.
       DISPLAY "Rentabilidad " WS-PERIODO-ED ": clientes "
               WS-NUM-RANKING.
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
      * Periodo: en blanco el mes de la fecha de proceso con los
      * archivos del mes en curso; AAAAMM los archivados del cierre.
      ******************************************************************
       PEDIR-PERIODO.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           DISPLAY "Periodo AAAAMM (en blanco = mes en curso): "
           ACCEPT WS-PERIODO-IN
           IF WS-PERIODO-IN = SPACES
              MOVE "S" TO WS-MES-EN-CURSO
              MOVE WS-FECHA-PROCESO(1:4) TO WS-PER-AAAA
              MOVE WS-FECHA-PROCESO(6:2) TO WS-PER-MM
           ELSE
              MOVE "N" TO WS-MES-EN-CURSO
              MOVE WS-PERIODO-IN TO WS-PERIODO
              IF WS-PERIODO-IN NOT NUMERIC
                 OR WS-PER-MM < "01" OR WS-PER-MM > "12"
                 DISPLAY "Periodo invalido: " WS-PERIODO-IN
                 MOVE "ERROR" TO error-severidad
                 MOVE "PEDIR-PERIODO" TO error-parrafo
                 MOVE "Periodo invalido para la rentabilidad."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
                 MOVE 1 TO RETURN-CODE
                 PERFORM DESCONECTAR-SQL
              END-IF
           END-IF
           MOVE SPACES TO WS-FECHA-DESDE WS-FECHA-HASTA WS-PERIODO-ED
           STRING WS-PER-AAAA "-" WS-PER-MM "-01"
                  DELIMITED BY SIZE INTO WS-FECHA-DESDE
           STRING WS-PER-AAAA "-" WS-PER-MM "-31"
                  DELIMITED BY SIZE INTO WS-FECHA-HASTA
           STRING WS-PER-AAAA "-" WS-PER-MM
                  DELIMITED BY SIZE INTO WS-PERIODO-ED.

      ******************************************************************
      * Producto de cada cuenta (tipo de cuenta en mayusculas).
      ******************************************************************
       CARGAR-CUENTAS.
           MOVE 0 TO WS-NUM-CUENTAS
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUENTAS-PRODUCTO CURSOR FOR
              SELECT id_cuenta,
                     COALESCE(UPPER(tipo_cuenta), ' ')
              FROM cuentas
              ORDER BY id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-CUENTAS-PRODUCTO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "CARGAR-CUENTAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CUENTA
           PERFORM GUARDAR-CUENTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUENTAS-PRODUCTO
           END-EXEC.

       FETCH-CUENTA.
           EXEC SQL
              FETCH CUR-CUENTAS-PRODUCTO
              INTO :WS-CL-ID,
                   :WS-CL-PRODUCTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CUENTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GUARDAR-CUENTA.
           IF WS-NUM-CUENTAS < 5000
              ADD 1 TO WS-NUM-CUENTAS
              MOVE WS-CL-ID       TO WS-CTA-ID(WS-NUM-CUENTAS)
              MOVE WS-CL-PRODUCTO TO WS-CTA-PRODUCTO(WS-NUM-CUENTAS)
           END-IF
           PERFORM FETCH-CUENTA.

      * Producto de WS-CUENTA-BUSCADA; una cuenta que ya no esta en
      * la tabla sale como SIN CUENTA.
       BUSCAR-PRODUCTO-CUENTA.
           MOVE 0 TO WS-CTA-IDX
           PERFORM COMPARAR-CUENTA
               VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CUENTAS OR WS-CTA-IDX > 0
           IF WS-CTA-IDX > 0
              MOVE WS-CTA-PRODUCTO(WS-CTA-IDX) TO WS-PRODUCTO-ACTUAL
           ELSE
              MOVE "SIN CUENTA" TO WS-PRODUCTO-ACTUAL
           END-IF.

       COMPARAR-CUENTA.
           IF WS-CTA-ID(WS-C) = WS-CUENTA-BUSCADA
              MOVE WS-C TO WS-CTA-IDX
           END-IF.

      ******************************************************************
      * Principal de los certificados de plazo fijo.
      ******************************************************************
       CARGAR-PLAZOS.
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
           IF WS-NUM-PLAZOS < 500
              ADD 1 TO WS-NUM-PLAZOS
              MOVE PF-ID        TO WS-PLZ-ID(WS-NUM-PLAZOS)
              MOVE PF-PRINCIPAL TO WS-PLZ-PRINCIPAL(WS-NUM-PLAZOS)
           END-IF
           PERFORM LEER-PLAZO.

       COMPARAR-PLAZO.
           IF WS-PLZ-ID(WS-P) = MOV-REFERENCIA(1:6)
              MOVE WS-P TO WS-PLZ-IDX
           END-IF.

      ******************************************************************
      * Historico de movimientos del periodo.
      ******************************************************************
       LEER-MOVIMIENTOS-PERIODO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           IF WS-MES-EN-CURSO = "S"
              MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           ELSE
              STRING "movimientos_" WS-PER-AAAA WS-PER-MM ".txt"
                 DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           END-IF
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           OPEN INPUT movimientos-in
           IF fs-movimientos NOT = "00"
              DISPLAY "No se pudo abrir " WS-NOMBRE-ARCHIVO-RUTA
                      " Estado: " fs-movimientos
              MOVE "ERROR" TO error-severidad
              MOVE "LEER-MOVIMIENTOS-PERIODO" TO error-parrafo
              MOVE "Sin historico de movimientos para la rentabilidad."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           PERFORM LEER-MOVIMIENTO
           PERFORM CLASIFICAR-MOVIMIENTO
               UNTIL WS-FIN-MOVIMIENTOS = "S"
           CLOSE movimientos-in.

       LEER-MOVIMIENTO.
           READ movimientos-in
                AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-READ.

       CLASIFICAR-MOVIMIENTO.
           MOVE SPACES TO WS-CONCEPTO
           MOVE MOV-MONTO TO WS-IMPORTE
           EVALUATE TRUE
              WHEN MOV-TIPO = "Comision" AND MOV-NATURALEZA = "D"
                 SET CONCEPTO-COMISION TO TRUE
              WHEN MOV-TIPO = "InteresDeb" AND MOV-NATURALEZA = "D"
                 SET CONCEPTO-SOBREGIRO TO TRUE
              WHEN MOV-TIPO = "Interes" AND MOV-NATURALEZA = "H"
                 SET CONCEPTO-DEPOSITO TO TRUE
              WHEN MOV-TIPO = "VencPlazo" AND MOV-NATURALEZA = "H"
                 PERFORM SEPARAR-INTERES-PLAZO
           END-EVALUATE
           IF WS-CONCEPTO NOT = SPACES
              AND MOV-CLIENTE-ID NOT = SPACES
              MOVE MOV-CLIENTE-ID TO WS-CLIENTE-BUSCADO
              IF CONCEPTO-PLAZO
                 MOVE "PLAZO FIJO" TO WS-PRODUCTO-ACTUAL
              ELSE
                 MOVE MOV-CUENTA-ID TO WS-CUENTA-BUSCADA
                 PERFORM BUSCAR-PRODUCTO-CUENTA
              END-IF
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM LEER-MOVIMIENTO.

      * El pago al vencimiento trae principal mas interes: el interes
      * es lo que excede el principal del certificado. Sin referencia
      * o sin el certificado no se puede separar y no se cuenta.
       SEPARAR-INTERES-PLAZO.
           MOVE 0 TO WS-PLZ-IDX
           IF MOV-REFERENCIA NOT = SPACES
              PERFORM COMPARAR-PLAZO
                  VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-NUM-PLAZOS OR WS-PLZ-IDX > 0
           END-IF
           IF WS-PLZ-IDX > 0
              IF MOV-MONTO > WS-PLZ-PRINCIPAL(WS-PLZ-IDX)
                 COMPUTE WS-IMPORTE =
                         MOV-MONTO - WS-PLZ-PRINCIPAL(WS-PLZ-IDX)
                 SET CONCEPTO-PLAZO TO TRUE
              END-IF
           ELSE
              ADD 1 TO WS-PLAZOS-SIN-DATO
           END-IF.

       LEER-EXENCIONES-PERIODO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           IF WS-MES-EN-CURSO = "S"
              MOVE "exenciones_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           ELSE
              STRING "exenciones_" WS-PER-AAAA WS-PER-MM ".txt"
                 DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           END-IF
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EXENCIONES
           OPEN INPUT exenciones-in
           IF fs-exenciones = "00"
              PERFORM LEER-EXENCION
              PERFORM ACUMULAR-EXENCION
                  UNTIL WS-FIN-EXENCIONES = "S"
              CLOSE exenciones-in
           END-IF.

       LEER-EXENCION.
           READ exenciones-in
                AT END MOVE "S" TO WS-FIN-EXENCIONES
           END-READ.

       ACUMULAR-EXENCION.
           IF EXM-CLIENTE-ID NOT = SPACES
              SET CONCEPTO-EXENTO TO TRUE
              MOVE EXM-MONTO      TO WS-IMPORTE
              MOVE EXM-CLIENTE-ID TO WS-CLIENTE-BUSCADO
              MOVE EXM-CUENTA-ID  TO WS-CUENTA-BUSCADA
              PERFORM BUSCAR-PRODUCTO-CUENTA
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM LEER-EXENCION.

      ******************************************************************
      * Interes cobrado de prestamos: parte de interes de los pagos
      * del periodo, por cliente y tipo de prestamo.
      ******************************************************************
       SUMAR-INTERES-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-INTERES-PREST CURSOR FOR
              SELECT p.id_cliente,
                     COALESCE(UPPER(p.tipo_prestamo), ' '),
                     SUM(h.interes_movimiento)
              FROM prestamos_historia h,
                   prestamos p
              WHERE p.id_prestamo = h.id_prestamo
                AND h.tipo_movimiento = 'PAGO'
                AND h.fecha_movimiento >= :WS-FECHA-DESDE
                AND h.fecha_movimiento <= :WS-FECHA-HASTA
              GROUP BY p.id_cliente,
                       COALESCE(UPPER(p.tipo_prestamo), ' ')
              ORDER BY 1, 2
           END-EXEC

           EXEC SQL
              OPEN CUR-INTERES-PREST
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-INTERES-PRESTAMOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-INTERES-PRESTAMO
           PERFORM ACUMULAR-INTERES-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-INTERES-PREST
           END-EXEC.

       FETCH-INTERES-PRESTAMO.
           EXEC SQL
              FETCH CUR-INTERES-PREST
              INTO :WS-PL-CLIENTE,
                   :WS-PL-PRODUCTO,
                   :WS-PL-INTERES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-INTERES-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-INTERES-PRESTAMO.
           IF WS-PL-INTERES > 0
              SET CONCEPTO-PRESTAMO TO TRUE
              MOVE WS-PL-INTERES  TO WS-IMPORTE
              MOVE WS-PL-CLIENTE  TO WS-CLIENTE-BUSCADO
              MOVE WS-PL-PRODUCTO TO WS-PRODUCTO-ACTUAL
              PERFORM ACUMULAR-CONCEPTO
           END-IF
           PERFORM FETCH-INTERES-PRESTAMO.

      ******************************************************************
      * WS-IMPORTE del concepto en curso al cliente WS-CLIENTE-BUSCADO
      * y al subtotal de su sucursal y WS-PRODUCTO-ACTUAL.
      ******************************************************************
       ACUMULAR-CONCEPTO.
           PERFORM BUSCAR-CLIENTE
           IF WS-CLI-IDX > 0
              EVALUATE TRUE
                 WHEN CONCEPTO-COMISION
                    ADD WS-IMPORTE TO WS-CLI-COMISIONES(WS-CLI-IDX)
                 WHEN CONCEPTO-EXENTO
                    ADD WS-IMPORTE TO WS-CLI-EXENTO(WS-CLI-IDX)
                 WHEN CONCEPTO-SOBREGIRO
                    ADD WS-IMPORTE TO WS-CLI-SOBREGIRO(WS-CLI-IDX)
                 WHEN CONCEPTO-PRESTAMO
                    ADD WS-IMPORTE TO WS-CLI-INT-PREST(WS-CLI-IDX)
                 WHEN CONCEPTO-DEPOSITO
                    ADD WS-IMPORTE TO WS-CLI-INT-DEPOS(WS-CLI-IDX)
                 WHEN CONCEPTO-PLAZO
                    ADD WS-IMPORTE TO WS-CLI-INT-PLAZO(WS-CLI-IDX)
              END-EVALUATE
              PERFORM ACUMULAR-SUBTOTAL
           END-IF.

      * Fila del cliente; si es nuevo se agrega con su nombre y
      * sucursal de la tabla clientes.
       BUSCAR-CLIENTE.
           MOVE 0 TO WS-CLI-IDX
           PERFORM COMPARAR-CLIENTE
               VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NUM-CLIENTES OR WS-CLI-IDX > 0
           IF WS-CLI-IDX = 0
              IF WS-NUM-CLIENTES < 3000
                 PERFORM AGREGAR-CLIENTE
              ELSE
                 ADD 1 TO WS-CLIENTES-FUERA
              END-IF
           END-IF.

       COMPARAR-CLIENTE.
           IF WS-CLI-ID(WS-K) = WS-CLIENTE-BUSCADO
              MOVE WS-K TO WS-CLI-IDX
           END-IF.

       AGREGAR-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-LEIDO
           MOVE SPACES TO WS-SUCURSAL-LEIDA
           EXEC SQL
              SELECT nombre_cliente,
                     COALESCE(sucursal_cliente, ' ')
              INTO :WS-NOMBRE-LEIDO,
                   :WS-SUCURSAL-LEIDA
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "(CLIENTE NO ENCONTRADO)" TO WS-NOMBRE-LEIDO
              MOVE SPACES TO WS-SUCURSAL-LEIDA
           END-IF
           ADD 1 TO WS-NUM-CLIENTES
           MOVE WS-NUM-CLIENTES TO WS-CLI-IDX
           INITIALIZE WS-CLI-FILA(WS-CLI-IDX)
           MOVE WS-CLIENTE-BUSCADO TO WS-CLI-ID(WS-CLI-IDX)
           MOVE WS-NOMBRE-LEIDO    TO WS-CLI-NOMBRE(WS-CLI-IDX)
           MOVE WS-SUCURSAL-LEIDA  TO WS-CLI-SUCURSAL(WS-CLI-IDX).

       ACUMULAR-SUBTOTAL.
           MOVE 0 TO WS-SUB-IDX
           PERFORM COMPARAR-SUBTOTAL
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SUBTOTALES OR WS-SUB-IDX > 0
           IF WS-SUB-IDX = 0
              IF WS-NUM-SUBTOTALES < 300
                 ADD 1 TO WS-NUM-SUBTOTALES
                 MOVE WS-NUM-SUBTOTALES TO WS-SUB-IDX
                 INITIALIZE WS-SUB-FILA(WS-SUB-IDX)
                 MOVE WS-CLI-SUCURSAL(WS-CLI-IDX)
                    TO WS-SUB-SUCURSAL(WS-SUB-IDX)
                 MOVE WS-PRODUCTO-ACTUAL TO WS-SUB-PRODUCTO(WS-SUB-IDX)
              ELSE
                 ADD 1 TO WS-SUBTOTALES-FUERA
              END-IF
           END-IF
           IF WS-SUB-IDX > 0
              EVALUATE TRUE
                 WHEN CONCEPTO-EXENTO
                    ADD WS-IMPORTE TO WS-SUB-EXENTO(WS-SUB-IDX)
                 WHEN CONCEPTO-DEPOSITO
                 WHEN CONCEPTO-PLAZO
                    ADD WS-IMPORTE TO WS-SUB-COSTOS(WS-SUB-IDX)
                 WHEN OTHER
                    ADD WS-IMPORTE TO WS-SUB-INGRESOS(WS-SUB-IDX)
              END-EVALUATE
           END-IF.

       COMPARAR-SUBTOTAL.
           IF WS-SUB-SUCURSAL(WS-S) = WS-CLI-SUCURSAL(WS-CLI-IDX)
              AND WS-SUB-PRODUCTO(WS-S) = WS-PRODUCTO-ACTUAL
              MOVE WS-S TO WS-SUB-IDX
           END-IF.

      * Un reporte a medias ordenaria mal a los clientes: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al armar la rentabilidad por cliente."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Contribucion neta y ranking.
      ******************************************************************
       ORDENAR-CLIENTES.
           MOVE "sortwk_rentabilidad.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE 0 TO WS-NUM-RANKING
           SORT trabajo-sort
               ON DESCENDING KEY SORT-NETO
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS SOLTAR-CLIENTES
               OUTPUT PROCEDURE IS NUMERAR-RANKING.

       SOLTAR-CLIENTES.
           PERFORM SOLTAR-CLIENTE
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-CLIENTES.

       SOLTAR-CLIENTE.
           COMPUTE WS-CLI-NETO(WS-K) =
                   WS-CLI-COMISIONES(WS-K) + WS-CLI-SOBREGIRO(WS-K)
                 + WS-CLI-INT-PREST(WS-K)
                 - WS-CLI-INT-DEPOS(WS-K) - WS-CLI-INT-PLAZO(WS-K)
           MOVE WS-CLI-NETO(WS-K) TO SORT-NETO
           MOVE WS-CLI-ID(WS-K)   TO SORT-ID
           MOVE WS-K              TO SORT-IDX
           RELEASE SORT-CLIENTE.

       NUMERAR-RANKING.
           MOVE "N" TO WS-FIN-SORT
           PERFORM DEVOLVER-CLIENTE
           PERFORM GUARDAR-POSICION
               UNTIL WS-FIN-SORT = "S".

       DEVOLVER-CLIENTE.
           RETURN trabajo-sort
                  AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       GUARDAR-POSICION.
           ADD 1 TO WS-NUM-RANKING
           MOVE SORT-IDX TO WS-RNK-IDX(WS-NUM-RANKING)
           PERFORM DEVOLVER-CLIENTE.

      ******************************************************************
      * CSV para Comercial: el ranking completo, una fila por cliente.
      ******************************************************************
       ESCRIBIR-CSV.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "rentabilidad_" WS-PER-AAAA WS-PER-MM ".csv"
              DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CSV
           OPEN OUTPUT csv-out
           MOVE SPACES TO csv-registro
           STRING "RANKING,CLIENTE,NOMBRE,SUCURSAL,COMISIONES,"
                  "COMISIONES_EXIMIDAS,INTERES_SOBREGIRO,"
                  "INTERES_PRESTAMOS,INTERES_DEPOSITOS,"
                  "INTERES_PLAZOS_FIJOS,CONTRIBUCION_NETA"
                  DELIMITED BY SIZE INTO csv-registro
           WRITE csv-registro
           PERFORM ESCRIBIR-FILA-CSV
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NUM-RANKING
           CLOSE csv-out.

       ESCRIBIR-FILA-CSV.
           MOVE WS-RNK-IDX(WS-R) TO WS-K
           MOVE WS-CLI-NOMBRE(WS-K) TO WS-CSV-NOMBRE
           INSPECT WS-CSV-NOMBRE REPLACING ALL "," BY " "
           MOVE SPACES TO WS-CSV-LINEA
           MOVE 1 TO WS-CSV-PTR
           MOVE WS-R TO WS-RANGO-ED
           STRING WS-RANGO-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CLI-ID(WS-K) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-NOMBRE DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-CLI-SUCURSAL(WS-K) DELIMITED BY SPACE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
           MOVE WS-CLI-COMISIONES(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-EXENTO(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-SOBREGIRO(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-INT-PREST(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-INT-DEPOS(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-INT-PLAZO(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CLI-NETO(WS-K) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CSV-LINEA TO csv-registro
           WRITE csv-registro.

       AGREGAR-MONTO-CSV.
           STRING "," DELIMITED BY SIZE
                  WS-CSV-MONTO DELIMITED BY SIZE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR.

      ******************************************************************
      * Reporte: 50 mejores, 50 peores y subtotales por sucursal y
      * producto.
      ******************************************************************
       ESCRIBIR-REPORTE.
           MOVE "rentabilidad_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "RENTABILIDAD MENSUAL POR CLIENTE" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING " POS CLIENTE NOMBRE                 SUC"
                  DELIMITED BY SIZE
                  "       INGRESOS        COSTOS           NETO"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "RentabilidadClientes" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE SPACES TO REP-DETALLE
           STRING "Periodo: " DELIMITED BY SIZE
                  WS-PERIODO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "LOS 50 CLIENTES DE MAYOR CONTRIBUCION" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 1 TO WS-R-DESDE
           MOVE 50 TO WS-R-HASTA
           IF WS-R-HASTA > WS-NUM-RANKING
              MOVE WS-NUM-RANKING TO WS-R-HASTA
           END-IF
           PERFORM IMPRIMIR-CLIENTE
               VARYING WS-R FROM WS-R-DESDE BY 1
                   UNTIL WS-R > WS-R-HASTA

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "LOS 50 CLIENTES DE MENOR CONTRIBUCION" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 1 TO WS-R-DESDE
           IF WS-NUM-RANKING > 50
              COMPUTE WS-R-DESDE = WS-NUM-RANKING - 49
           END-IF
           PERFORM IMPRIMIR-CLIENTE
               VARYING WS-R FROM WS-R-DESDE BY 1
                   UNTIL WS-R > WS-NUM-RANKING

           PERFORM ORDENAR-SUBTOTALES
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "SUBTOTALES POR SUCURSAL Y PRODUCTO" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "SUC  PRODUCTO        INGRESOS        COSTOS"
                  DELIMITED BY SIZE
                  "       EXIMIDO           NETO"
                  DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO WS-CORTE-SUCURSAL
           MOVE 0 TO WS-SUC-INGRESOS WS-SUC-COSTOS WS-SUC-EXENTO
           PERFORM IMPRIMIR-SUBTOTAL
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NUM-SUBTOTALES
           IF WS-NUM-SUBTOTALES > 0
              PERFORM IMPRIMIR-TOTAL-SUCURSAL
           END-IF

           PERFORM IMPRIMIR-TOTALES
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       IMPRIMIR-CLIENTE.
           MOVE WS-RNK-IDX(WS-R) TO WS-K
           COMPUTE WS-INGRESOS = WS-CLI-COMISIONES(WS-K)
                               + WS-CLI-SOBREGIRO(WS-K)
                               + WS-CLI-INT-PREST(WS-K)
           COMPUTE WS-COSTOS = WS-CLI-INT-DEPOS(WS-K)
                             + WS-CLI-INT-PLAZO(WS-K)
           MOVE WS-R                TO WS-RANGO-ED
           MOVE WS-CLI-NOMBRE(WS-K) TO WS-NOMBRE-ED
           MOVE WS-INGRESOS         TO WS-INGRESOS-ED
           MOVE WS-COSTOS           TO WS-COSTOS-ED
           MOVE WS-CLI-NETO(WS-K)   TO WS-NETO-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-RANGO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLI-ID(WS-K) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOMBRE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLI-SUCURSAL(WS-K) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INGRESOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COSTOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      * Subtotales por sucursal y producto, por intercambio (son
      * pocas filas).
       ORDENAR-SUBTOTALES.
           PERFORM PASADA-SUBTOTALES
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S >= WS-NUM-SUBTOTALES.

       PASADA-SUBTOTALES.
           PERFORM COMPARAR-PAR-SUBTOTALES
               VARYING WS-S2 FROM 1 BY 1
                   UNTIL WS-S2 > WS-NUM-SUBTOTALES - WS-S.

       COMPARAR-PAR-SUBTOTALES.
           IF WS-SUB-SUCURSAL(WS-S2) > WS-SUB-SUCURSAL(WS-S2 + 1)
              OR (WS-SUB-SUCURSAL(WS-S2) = WS-SUB-SUCURSAL(WS-S2 + 1)
                  AND WS-SUB-PRODUCTO(WS-S2)
                      > WS-SUB-PRODUCTO(WS-S2 + 1))
              MOVE WS-SUB-FILA(WS-S2)     TO WS-SUB-AUX
              MOVE WS-SUB-FILA(WS-S2 + 1) TO WS-SUB-FILA(WS-S2)
              MOVE WS-SUB-AUX             TO WS-SUB-FILA(WS-S2 + 1)
           END-IF.

       IMPRIMIR-SUBTOTAL.
           IF WS-S > 1
              AND WS-SUB-SUCURSAL(WS-S) NOT = WS-CORTE-SUCURSAL
              PERFORM IMPRIMIR-TOTAL-SUCURSAL
           END-IF
           MOVE WS-SUB-SUCURSAL(WS-S) TO WS-CORTE-SUCURSAL
           ADD WS-SUB-INGRESOS(WS-S) TO WS-SUC-INGRESOS
           ADD WS-SUB-COSTOS(WS-S)   TO WS-SUC-COSTOS
           ADD WS-SUB-EXENTO(WS-S)   TO WS-SUC-EXENTO
           ADD WS-SUB-INGRESOS(WS-S) TO WS-TOTAL-INGRESOS
           ADD WS-SUB-COSTOS(WS-S)   TO WS-TOTAL-COSTOS
           ADD WS-SUB-EXENTO(WS-S)   TO WS-TOTAL-EXENTO
           COMPUTE WS-NETO = WS-SUB-INGRESOS(WS-S)
                           - WS-SUB-COSTOS(WS-S)
           MOVE WS-SUB-INGRESOS(WS-S) TO WS-INGRESOS-ED
           MOVE WS-SUB-COSTOS(WS-S)   TO WS-COSTOS-ED
           MOVE WS-SUB-EXENTO(WS-S)   TO WS-EXENTO-ED
           MOVE WS-NETO               TO WS-NETO-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-SUB-SUCURSAL(WS-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUB-PRODUCTO(WS-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INGRESOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COSTOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXENTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTAL-SUCURSAL.
           COMPUTE WS-NETO = WS-SUC-INGRESOS - WS-SUC-COSTOS
           MOVE WS-SUC-INGRESOS TO WS-INGRESOS-ED
           MOVE WS-SUC-COSTOS   TO WS-COSTOS-ED
           MOVE WS-SUC-EXENTO   TO WS-EXENTO-ED
           MOVE WS-NETO         TO WS-NETO-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-CORTE-SUCURSAL DELIMITED BY SIZE
                  " TOTAL      " DELIMITED BY SIZE
                  WS-INGRESOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COSTOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXENTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 0 TO WS-SUC-INGRESOS WS-SUC-COSTOS WS-SUC-EXENTO.

       IMPRIMIR-TOTALES.
           COMPUTE WS-TOTAL-NETO = WS-TOTAL-INGRESOS - WS-TOTAL-COSTOS
           MOVE WS-NUM-RANKING TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Clientes con actividad:      " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-INGRESOS TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total ingresos:        " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-COSTOS TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total costos:          " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-NETO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Contribucion neta:     " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-EXENTO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Comisiones eximidas:   " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-PLAZOS-SIN-DATO > 0
              MOVE WS-PLAZOS-SIN-DATO TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Vencimientos de plazo fijo sin certificado "
                     DELIMITED BY SIZE
                     "(interes no separado): " DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "SEPARAR-INTERES-PLAZO" TO error-parrafo
              MOVE "Vencimientos de plazo fijo sin certificado."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           IF WS-CLIENTES-FUERA > 0 OR WS-SUBTOTALES-FUERA > 0
              MOVE SPACES TO REP-DETALLE
              STRING "Tabla de clientes o de subtotales llena: hay "
                     DELIMITED BY SIZE
                     "importes sin informar." DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "ACUMULAR-CONCEPTO" TO error-parrafo
              MOVE "Rentabilidad incompleta: tabla de clientes llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
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

       END PROGRAM RentabilidadClientes.
