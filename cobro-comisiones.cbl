      * Author:
      * Date:
      * Purpose: Cobro de comisiones. Aplica la comision por
      *          transaccion segun TIPO-TRANSACCION, tomada del
      *          archivo de tarifas tarifas_comision.dat (registros
      *          "T" por tipo de transaccion), y, si se pide, la cuota
      *          mensual de mantenimiento del producto de la cuenta
      *          segun el catalogo productos_cuenta.dat; la cuota no
      *          se cobra si el saldo esta en o por encima del saldo
      *          minimo del producto. Debita los importes del
      *          saldo_cuenta en la tabla cuentas, deja cada cargo en
      *          el historico de movimientos del mes y produce el
      *          reporte de ingresos por comisiones por tipo de
      *          tarifa y por cuenta. Lo eximido por cuenta queda en
      *          exenciones_mes.txt, al lado del historico de
      *          movimientos, para el reporte de rentabilidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT exenciones-mes
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\exenciones_mes.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-exenciones-mes.

           SELECT reporte-out
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\comisiones_rep.txt"
            ORGANIZATION IS LINE SEQUENTIAL
       FD  movimientos-mes.
           COPY MOVCTL.

       FD  exenciones-mes.
           COPY EXMCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

      * Las primeras filas son las tarifas del archivo (hasta 20); a
      * continuacion se agrega una fila "C" por producto que cobra
      * mantenimiento (hasta 50 del catalogo).
       01  WS-TARIFAS.
           05 WS-TAR-FILA OCCURS 80 TIMES.
              10 WS-TAR-TIPO     PIC X.
              10 WS-TAR-CLAVE    PIC X(15).
              10 WS-TAR-IMPORTE  PIC 9(5)V99.
              10 WS-CARGO-CUENTA PIC X(6).
              10 WS-CARGO-CLIENTE PIC X(6).
              10 WS-CARGO-TOTAL  PIC 9(7)V99 VALUE 0.
              10 WS-CARGO-EXENTO PIC 9(7)V99 VALUE 0.
       01  WS-NUM-CARGOS         PIC 9(3) VALUE 0.
       01  WS-CUENTAS-CON-CARGO  PIC 9(3) VALUE 0.
       01  WS-CARGO-IDX          PIC 9(3) VALUE 0.
       01  WS-CARGO-I            PIC 9(3) VALUE 0.
       01  WS-ENCONTRADO         PIC X VALUE "N".
       01  WS-TOTAL-ED           PIC ZZZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-LINEA-EDIT         PIC X(100).
       COPY REPCAB.
       01  WS-TOTAL-COMISIONES   PIC 9(9)V99 VALUE 0.

       01  fs-exenciones         PIC XX.
       01  fs-exenciones-mes     PIC XX.
       01  WS-FIN-EXENCIONES     PIC X VALUE "N".
       01  WS-EXENCIONES.
           05 WS-EXE-FILA OCCURS 50 TIMES.
       01  WS-RV                 PIC 9(3) VALUE 0.
       01  WS-REF-REVERSADA      PIC X VALUE "N".

       COPY PRODCTL.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * importe eximido acumulado en la tarifa en curso para el
      * reporte de ingresos resignados.
       APLICAR-EXENCION.
           MOVE 0 TO WS-MONTO-EXENTO
           PERFORM BUSCAR-EXENCION
           IF WS-PCT-EXENTO > 0
              COMPUTE WS-MONTO-EXENTO ROUNDED =
              CLOSE movimientos-mes
              OPEN EXTEND movimientos-mes
           END-IF
           OPEN EXTEND exenciones-mes
           IF fs-exenciones-mes = "35"
              OPEN OUTPUT exenciones-mes
              CLOSE exenciones-mes
              OPEN EXTEND exenciones-mes
           END-IF
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE INGRESOS POR COMISIONES" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "CobroComisiones" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           CALL "obtener-fecha-proceso" USING WS-FECHA-CARGO.

       LEER-TRANSACCION.
                    MOVE CUENTA-CLIENTE-ID TO WS-EXE-CLIENTE
                    PERFORM APLICAR-EXENCION
                    IF WS-TARIFA-APLICAR > 0
                       OR WS-MONTO-EXENTO > 0
                       PERFORM ACUMULAR-CARGO-CUENTA
                       ADD WS-TARIFA-APLICAR
                          TO WS-TAR-TOTAL(WS-TAR-IDX)
              MOVE CUENTA-CLIENTE-ID TO WS-CARGO-CLIENTE(WS-NUM-CARGOS)
              MOVE WS-NUM-CARGOS     TO WS-CARGO-IDX
           END-IF
           ADD WS-TARIFA-APLICAR TO WS-CARGO-TOTAL(WS-CARGO-IDX)
           ADD WS-MONTO-EXENTO   TO WS-CARGO-EXENTO(WS-CARGO-IDX).

      * Las comisiones son plata de los clientes: si la tabla de
      * cargos se queda chica se aborta sin debitar nada, en vez de
              MOVE "S" TO WS-ENCONTRADO
           END-IF.

      * La cuota de mantenimiento mensual es la del producto de la
      * cuenta en el catalogo (buscar-producto, igual que el
      * subprograma de intereses con la tasa). Sin catalogo no se
      * cobra ninguna cuota.
       ACUMULAR-MANTENIMIENTO.
           MOVE SPACES TO WS-CLAVE-BUSQUEDA
           CALL "buscar-producto" USING WS-CLAVE-BUSQUEDA
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "E"
              DISPLAY "No se pudo leer productos_cuenta.dat: no se "
                      "cobra la cuota de mantenimiento."
              MOVE "ERROR" TO error-severidad
              MOVE "ACUMULAR-MANTENIMIENTO" TO error-parrafo
              MOVE "Catalogo de productos ilegible, sin cuota mensual."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM RECORRER-MANTENIMIENTO
           END-IF.

       RECORRER-MANTENIMIENTO.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
           END-IF.

       CARGAR-MANTENIMIENTO-CUENTA.
           CALL "buscar-producto" USING CUENTA-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           MOVE 0 TO WS-TAR-IDX
           IF WS-PRODUCTO-OK = "S"
              AND PRD-CUOTA-MENSUAL > 0
              AND (PRD-SALDO-MINIMO = 0
                   OR CUENTA-SALDO < PRD-SALDO-MINIMO)
              PERFORM FILA-TARIFA-PRODUCTO
           END-IF
           IF WS-TAR-IDX > 0
              MOVE WS-TAR-IMPORTE(WS-TAR-IDX) TO WS-TARIFA-APLICAR
              IF WS-TARIFA-APLICAR > 0
                 MOVE CUENTA-CLIENTE-ID TO WS-EXE-CLIENTE
                 PERFORM APLICAR-EXENCION
                 IF WS-TARIFA-APLICAR > 0
                    OR WS-MONTO-EXENTO > 0
                    PERFORM ACUMULAR-CARGO-CUENTA
                    ADD WS-TARIFA-APLICAR TO WS-TAR-TOTAL(WS-TAR-IDX)
                 END-IF
           END-IF
           PERFORM FETCH-CUENTA-MANTEN.

      * Fila "C" del producto en la tabla de tarifas, con la cuota
      * del catalogo: da la clave para las exenciones y el renglon
      * del reporte de ingresos por tipo de tarifa.
       FILA-TARIFA-PRODUCTO.
           MOVE SPACES TO WS-CLAVE-BUSQUEDA
           MOVE PRD-CODIGO TO WS-CLAVE-BUSQUEDA
           PERFORM BUSCAR-TARIFA-C
           IF WS-TAR-IDX = 0
              ADD 1 TO WS-NUM-TARIFAS
              MOVE "C"        TO WS-TAR-TIPO(WS-NUM-TARIFAS)
              MOVE PRD-CODIGO TO WS-TAR-CLAVE(WS-NUM-TARIFAS)
              MOVE WS-NUM-TARIFAS TO WS-TAR-IDX
           END-IF
           MOVE PRD-CUOTA-MENSUAL TO WS-TAR-IMPORTE(WS-TAR-IDX).

      * Una cuenta con todo eximido no se debita: solo deja su
      * exencion del dia.
       APLICAR-CARGOS.
           IF WS-CARGO-EXENTO(WS-CARGO-I) > 0
              PERFORM ESCRIBIR-EXENCION-MES
           END-IF
           IF WS-CARGO-TOTAL(WS-CARGO-I) > 0
              ADD 1 TO WS-CUENTAS-CON-CARGO
              PERFORM DEBITAR-CARGO
           END-IF.

       DEBITAR-CARGO.
           MOVE WS-CARGO-CUENTA(WS-CARGO-I) TO CUENTA-ID
           MOVE WS-CARGO-TOTAL(WS-CARGO-I)  TO WS-CARGO-APLICAR

           MOVE SPACES TO MOV-REFERENCIA
           WRITE movimiento-registro.

       ESCRIBIR-EXENCION-MES.
           MOVE WS-CARGO-CUENTA(WS-CARGO-I)  TO EXM-CUENTA-ID
           MOVE WS-CARGO-CLIENTE(WS-CARGO-I) TO EXM-CLIENTE-ID
           MOVE WS-FECHA-CARGO               TO EXM-FECHA
           MOVE WS-CARGO-EXENTO(WS-CARGO-I)  TO EXM-MONTO
           WRITE exencion-mes-registro.

       ESCRIBIR-LINEA-CUENTA.
           MOVE WS-CARGO-TOTAL(WS-CARGO-I) TO WS-MONTO-ED
           MOVE SPACES TO WS-LINEA-EDIT
                  "  Comisiones cobradas: " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTALES-TARIFA.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "INGRESOS POR TIPO DE TARIFA:" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-LINEA-TARIFA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-TARIFAS
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-COMISIONES TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "TOTAL COMISIONES COBRADAS: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-EXIMIDO TO WS-EXENTO-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "TOTAL EXIMIDO (INGRESO RESIGNADO): "
                  DELIMITED BY SIZE
                  WS-EXENTO-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-LINEA-TARIFA.
           IF WS-TAR-CANT(WS-I) > 0
                     " Eximido: " DELIMITED BY SIZE
                     WS-EXENTO-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       CERRAR-ARCHIVOS.
           OPEN OUTPUT comisiones-totales
           MOVE WS-FECHA-CARGO      TO CTO-FECHA
           MOVE WS-CUENTAS-CON-CARGO TO CTO-CUENTAS
           MOVE WS-TOTAL-COMISIONES TO CTO-TOTAL
           WRITE comisiones-totales-registro
           CLOSE comisiones-totales
           CLOSE transacciones-aceptadas
           CLOSE movimientos-mes
           CLOSE exenciones-mes
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Cobro de comisiones finalizado. Total: "
                   WS-TOTAL-COMISIONES.

           STOP RUN.

       COPY REPPROC.

       END PROGRAM CobroComisiones.
