      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificados anuales de ingresos y retenciones de
      *          los empleados. Toma los acumulados del anio pedido
      *          de acumulados_nomina.txt (ver ACUNOM.CPY, los
      *          mantiene acumular-nomina en cada nomina y en cada
      *          liquidacion final), ordenados por legajo, y emite:
      *            - certificados_renta_AAAA.txt: un certificado por
      *              emp-id con el bruto anual, las deducciones por
      *              tipo (seguro social y renta), el total deducido
      *              y el neto pagado;
      *            - renta_anual_AAAA.txt: el resumen para la
      *              autoridad tributaria, un registro "D" por
      *              empleado envuelto con cabecera "H" (origen RENTA,
      *              fecha de proceso) y cola "Z" con cantidad y hash
      *              de las retenciones de renta (ver LOTECTL.CPY);
      *            - certificados_renta_rep.txt: el listado de
      *              control con los totales.
      *          El anio se pide al arrancar; en blanco se toma el
      *          anio anterior a la fecha de proceso (la corrida de
      *          enero).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificadosRenta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT acumulados-nomina
            ASSIGN TO DYNAMIC WS-RUTA-ACUMULADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-acumulados.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT certificados-out
            ASSIGN TO DYNAMIC WS-RUTA-CERTIFICADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-certificados.

           SELECT renta-out
            ASSIGN TO DYNAMIC WS-RUTA-RENTA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-renta.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  acumulados-nomina.
       01  acumulado-linea        PIC X(147).

       SD  trabajo-sort.
       01  SORT-ACUMULADO.
           05 SORT-EMP-ID         PIC 9(4).
           05 SORT-RESTO          PIC X(143).

       FD  certificados-out.
       01  certificado-linea      PIC X(80).

       FD  renta-out.
       01  renta-registro.
           05 RTA-TIPO-REGISTRO   PIC X.       *> "D"
           05 RTA-EMP-ID          PIC 9(4).
           05 RTA-NOMBRE          PIC X(30).
           05 RTA-ANIO            PIC X(4).
           05 RTA-MESES           PIC 9(2).
           05 RTA-BRUTO           PIC 9(9)V99.
           05 RTA-SEGURO-SOCIAL   PIC 9(9)V99.
           05 RTA-RENTA           PIC 9(9)V99.
           05 RTA-NETO            PIC 9(9)V99.
           COPY LOTECTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       COPY ACUNOM.
       01  fs-acumulados         PIC XX.
       01  fs-certificados       PIC XX.
       01  fs-renta              PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-ACUMULADOS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-CERTIFICADOS  PIC X(120) VALUE SPACES.
       01  WS-RUTA-RENTA         PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-FIN-ACUMULADOS     PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-ANIO-PEDIDO        PIC X(4) VALUE SPACES.
       01  WS-ANIO               PIC 9(4) VALUE 0.
       01  WS-ANIO-PROCESO       PIC 9(4) VALUE 0.

       01  WS-CERTIFICADOS       PIC 9(7) VALUE 0.
       01  WS-HASH-RENTA         PIC 9(13) VALUE 0.
       01  WS-RENTA-ENTERO       PIC 9(11) VALUE 0.
       01  WS-DEDUCCIONES        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-BRUTO          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SEGURO         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RENTA          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NETO           PIC 9(11)V99 VALUE 0.

       01  WS-IMPORTE-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BRUTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-SEGURO-ED          PIC ZZZZZZZZ9.99.
       01  WS-RENTA-ED           PIC ZZZZZZZZ9.99.
       01  WS-NETO-ED            PIC ZZZZZZZZ9.99.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-LINEA-EDIT         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PEDIR-ANIO.
           PERFORM ABRIR-ARCHIVOS.

           MOVE "sortwk_certificados.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           SORT trabajo-sort
               ON ASCENDING KEY SORT-EMP-ID
               INPUT PROCEDURE IS SOLTAR-ACUMULADOS
               OUTPUT PROCEDURE IS EMITIR-CERTIFICADOS.

           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Certificados de renta " WS-ANIO ": "
                   WS-CERTIFICADOS " empleados."
           STOP RUN.

       PEDIR-ANIO.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANIO-PROCESO
           DISPLAY "Anio a certificar (AAAA, en blanco el anterior): "
           ACCEPT WS-ANIO-PEDIDO
           IF WS-ANIO-PEDIDO IS NUMERIC
              MOVE WS-ANIO-PEDIDO TO WS-ANIO
           ELSE
              COMPUTE WS-ANIO = WS-ANIO-PROCESO - 1
           END-IF.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

       ABRIR-ARCHIVOS.
           MOVE "acumulados_nomina.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ACUMULADOS
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "certificados_renta_" DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CERTIFICADOS
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "renta_anual_" DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RENTA
           MOVE "certificados_renta_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE

           OPEN OUTPUT certificados-out
           OPEN OUTPUT renta-out
           MOVE "H"              TO CAB-TIPO-REGISTRO
           MOVE "RENTA"          TO CAB-ORIGEN
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-NEGOCIO
           WRITE lote-cabecera

           OPEN OUTPUT reporte-out
           MOVE SPACES TO REP-NOMBRE
           STRING "CERTIFICADOS DE RENTA DEL ANIO " DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  INTO REP-NOMBRE
           MOVE "LEGAJO NOMBRE                         MESES"
             TO REP-ENCABEZADO-COLS
           MOVE "CertificadosRenta" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      * Solo los acumulados del anio pedido entran al SORT.
       SOLTAR-ACUMULADOS.
           MOVE "N" TO WS-FIN-ACUMULADOS
           OPEN INPUT acumulados-nomina
           IF fs-acumulados NOT = "00"
              DISPLAY "No se pudo abrir acumulados_nomina.txt. Estado: "
                      fs-acumulados
              MOVE "ERROR" TO error-severidad
              MOVE "SOLTAR-ACUMULADOS" TO error-parrafo
              MOVE "Sin acumulados_nomina.txt: no hay certificados."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM LEER-ACUMULADO
              PERFORM SOLTAR-UN-ACUMULADO
                  UNTIL WS-FIN-ACUMULADOS = "S"
              CLOSE acumulados-nomina
           END-IF.

       LEER-ACUMULADO.
           READ acumulados-nomina INTO acumulado-nomina-registro
                AT END MOVE "S" TO WS-FIN-ACUMULADOS
           END-READ.

       SOLTAR-UN-ACUMULADO.
           IF ACU-ANIO = WS-ANIO
              MOVE acumulado-nomina-registro TO SORT-ACUMULADO
              RELEASE SORT-ACUMULADO
           END-IF
           PERFORM LEER-ACUMULADO.

       EMITIR-CERTIFICADOS.
           MOVE "N" TO WS-FIN-SORT
           PERFORM DEVOLVER-ACUMULADO
           PERFORM EMITIR-UN-CERTIFICADO
               UNTIL WS-FIN-SORT = "S".

       DEVOLVER-ACUMULADO.
           RETURN trabajo-sort
                  AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       EMITIR-UN-CERTIFICADO.
           MOVE SORT-ACUMULADO TO acumulado-nomina-registro
           ADD 1 TO WS-CERTIFICADOS
           COMPUTE WS-DEDUCCIONES = ACU-SEGURO-SOCIAL + ACU-RENTA
           PERFORM ESCRIBIR-CERTIFICADO
           PERFORM ESCRIBIR-RENTA
           PERFORM ESCRIBIR-CONTROL
           ADD ACU-BRUTO         TO WS-TOT-BRUTO
           ADD ACU-SEGURO-SOCIAL TO WS-TOT-SEGURO
           ADD ACU-RENTA         TO WS-TOT-RENTA
           ADD ACU-NETO          TO WS-TOT-NETO
           PERFORM DEVOLVER-ACUMULADO.

       ESCRIBIR-CERTIFICADO.
           MOVE ALL "=" TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "CERTIFICADO DE INGRESOS Y RETENCIONES - ANIO "
                  DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE ALL "=" TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Empleado:      " DELIMITED BY SIZE
                  ACU-EMP-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ACU-NOMBRE DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Departamento:  " DELIMITED BY SIZE
                  ACU-DEPARTAMENTO DELIMITED BY SIZE
                  "  Meses pagados: " DELIMITED BY SIZE
                  ACU-MESES DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO certificado-linea
           WRITE certificado-linea
           MOVE ACU-BRUTO TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Ingreso bruto anual:            " DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE "Deducciones:" TO certificado-linea
           WRITE certificado-linea
           MOVE ACU-SEGURO-SOCIAL TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "   Seguro social:               " DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE ACU-RENTA TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "   Retencion de renta:          " DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE WS-DEDUCCIONES TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "   Total deducciones:           " DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE ACU-NETO TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Neto pagado:                    " DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Emitido el " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO certificado-linea
           WRITE certificado-linea
           MOVE SPACES TO certificado-linea
           WRITE certificado-linea.

       ESCRIBIR-RENTA.
           MOVE "D"               TO RTA-TIPO-REGISTRO
           MOVE ACU-EMP-ID        TO RTA-EMP-ID
           MOVE ACU-NOMBRE        TO RTA-NOMBRE
           MOVE ACU-ANIO          TO RTA-ANIO
           MOVE ACU-MESES         TO RTA-MESES
           MOVE ACU-BRUTO         TO RTA-BRUTO
           MOVE ACU-SEGURO-SOCIAL TO RTA-SEGURO-SOCIAL
           MOVE ACU-RENTA         TO RTA-RENTA
           MOVE ACU-NETO          TO RTA-NETO
           WRITE renta-registro
           COMPUTE WS-RENTA-ENTERO = ACU-RENTA * 100
           ADD WS-RENTA-ENTERO TO WS-HASH-RENTA.

       ESCRIBIR-CONTROL.
           MOVE ACU-BRUTO         TO WS-BRUTO-ED
           MOVE ACU-SEGURO-SOCIAL TO WS-SEGURO-ED
           MOVE ACU-RENTA         TO WS-RENTA-ED
           MOVE ACU-NETO          TO WS-NETO-ED
           MOVE SPACES TO REP-DETALLE
           STRING ACU-EMP-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ACU-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACU-MESES DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "       Bruto: " DELIMITED BY SIZE
                  WS-BRUTO-ED DELIMITED BY SIZE
                  " SS: " DELIMITED BY SIZE
                  WS-SEGURO-ED DELIMITED BY SIZE
                  " Renta: " DELIMITED BY SIZE
                  WS-RENTA-ED DELIMITED BY SIZE
                  " Neto: " DELIMITED BY SIZE
                  WS-NETO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-ARCHIVOS.
           MOVE "Z"             TO COLA-TIPO-REGISTRO
           MOVE WS-CERTIFICADOS TO COLA-CONTADOR
           MOVE WS-HASH-RENTA   TO COLA-HASH-MONTOS
           WRITE lote-cola
           CLOSE renta-out
           CLOSE certificados-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CERTIFICADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Certificados emitidos:  " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-BRUTO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Bruto total:         " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-SEGURO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Seguro social total: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-RENTA TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Renta retenida total:" DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOT-NETO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Neto total:          " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       COPY REPPROC.

       END PROGRAM CertificadosRenta.
