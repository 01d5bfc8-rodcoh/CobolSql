      *          cada tramo), escribe un recibo de pago por empleado
      *          en recibos_pago.txt (bruto, cada deduccion, neto) y
      *          el registro de nomina con totales por departamento
      *          y de la compania. Cada pago queda ademas en el
      *          historial de nomina con los acumulados del anio del
      *          empleado (acumular-nomina: historial_nomina.txt y
      *          acumulados_nomina.txt), que se imprimen debajo de
      *          su linea del registro. Calcula tambien el aporte
      *          patronal al seguro social (registros "E" de
      *          parametros_nomina.dat con porcentaje y tope de
      *          salario), que el registro muestra como costo para la
      *          compania por departamento; graba la remesa mensual
      *          al seguro social (remesa_seguro_social.txt, aporte
      *          personal y patronal por empleado con cabecera "H" y
      *          cola "Z") y el costo de nomina por departamento
      *          (costo_nomina.txt) que toma PresupuestoDeptos.
      *          El asiento contable de la nomina (gasto de sueldos
      *          por departamento, retenciones a pagar, aporte
      *          patronal y neto a pagar en la cuenta puente) sale
      *          por ajustes_pendientes.txt para que InterfazContable
      *          lo lleve al mayor en su proximo lote.
      *          Las horas extra, comisiones y bonos llegan de los
      *          jefes de departamento en variables_nomina.txt (con
      *          control de lote, ver VARNOM.CPY): las horas extra se
      *          valorizan con el valor hora del salario y el recargo
      *          del dia habil o feriado segun calendario.dat, cada
      *          concepto sale en su propio renglon del registro y
      *          tributa segun su regla "C" de parametros_nomina.dat.
      *          Las ausencias pagas descuentan del saldo de
      *          vacaciones del empleado (saldo-vacaciones, ver
      *          VACSAL.CPY) solo los dias habiles, es decir los que
      *          calendario.dat no marca como feriado ni fin de
      *          semana; la ausencia que excede el saldo se rechaza y
      *          sale como aviso en ausencias_rep.txt.
      *          Las cuotas de prestamo que el empleado autorizo
      *          descontar por nomina (prestamos_nomina.dat, ver
      *          PRENOM.CPY) se retienen del neto, en el orden del
      *          archivo, hasta la parte del neto que fija el registro
      *          "P" de parametros_nomina.dat; cada una sale en su
      *          renglon del registro y en descuentos_prestamos.txt
      *          (ver DESPRE.CPY), que TransferenciasBanco aplica al
      *          prestamo. El recibo lleva el neto a cobrar, ya
      *          descontadas las cuotas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-aus-rep.

           SELECT remesa-out
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\remesa_seguro_social.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-remesa.

           SELECT nomina-cuentas
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\nomina_cuentas.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-nomina-cuentas.

           SELECT ajustes-pendientes
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\ajustes_pendientes.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT variables-nomina
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\variables_nomina.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-variables.

           SELECT calendario-file
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\calendario.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-calendario.

           SELECT costo-out
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\costo_nomina.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-costo.

           SELECT prestamos-nomina
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\prestamos_nomina.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-prestamos-nomina.

           SELECT descuentos-out
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\descuentos_prestamos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-descuentos.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-archivo.
           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

      * "E" es una tasa de aporte patronal: PAR-PORCENTAJE sobre el
      * bruto del mes hasta PAR-LIMITE (cero = sin tope); puede haber
      * varias y se suman.
      * "H" es el recargo de las horas extra: PAR-CONCEPTO HABI (dia
      * habil) o FERI (feriado o fin de semana), PAR-PORCENTAJE el
      * multiplicador y PAR-LIMITE las horas del mes con que se saca
      * el valor hora del salario.
      * "C" es la regla tributaria de un concepto variable:
      * PAR-GRAVA-SEGURO S/N y PAR-GRAVA-RENTA S (suma a la base de
      * los tramos), N (exento) o F (retencion fija de
      * PAR-PORCENTAJE sobre el concepto).
      * "P" es la parte del neto (PAR-PORCENTAJE) hasta la que se
      * descuentan las cuotas de prestamo autorizadas; sin registro
      * "P" el tope es el 30% del neto.
       FD  parametros-nomina.
       01  parametro-nomina-registro.
           05 PAR-TIPO-REGISTRO PIC X.          *> S=seg.social B=tramo
                                                *> E=aporte patronal
                                                *> H=hora extra
                                                *> C=concepto
                                                *> P=tope prestamos
           05 PAR-LIMITE        PIC 9(7)V99.
           05 PAR-PORCENTAJE    PIC 9V9999.
           05 PAR-CONCEPTO      PIC X(4).
           05 PAR-GRAVA-SEGURO  PIC X.
           05 PAR-GRAVA-RENTA   PIC X.

       FD  recibos-out.
       01  recibo-registro.
           05 REC-RETRO-SIGNO   PIC X.         *> "+"/"-" (espacio = 0)
           05 REC-DIAS-PAGADOS  PIC 9(2).      *> Dias del mes pagados
           05 REC-DIAS-SIN-GOCE PIC 9(2).      *> Dias sin goce descontados
           05 REC-DESC-PRESTAMO PIC 9(7)V99.   *> Cuotas de prestamo

       FD  registro-out.
       01  registro-linea       PIC X(100).
       FD  ausencias-rep.
       01  ausencia-rep-linea   PIC X(100).

      * Remesa mensual al seguro social en el formato fijo del
      * organismo: un registro "D" por empleado con el aporte
      * personal y el patronal, entre la cabecera "H" y la cola "Z"
      * con la cantidad de registros y el hash del aporte total.
       FD  remesa-out.
       01  remesa-registro.
           05 RMS-TIPO-REGISTRO PIC X.         *> "D"
           05 RMS-EMP-ID        PIC 9(4).
           05 RMS-NOMBRE        PIC X(30).
           05 RMS-PERIODO       PIC X(7).      *> AAAA-MM
           05 RMS-SALARIO       PIC 9(7)V99.   *> Sujeto a aporte
           05 RMS-APORTE-EMPLEADO PIC 9(7)V99.
           05 RMS-APORTE-PATRONAL PIC 9(7)V99.
           05 RMS-APORTE-TOTAL  PIC 9(7)V99.
           COPY LOTECTL.

       FD  costo-out.
           COPY COSNOM.

       FD  variables-nomina.
           COPY VARNOM.
      * Los registros de control del lote llevan prefijo propio para
      * no chocar con los de la remesa.
           COPY LOTECTL REPLACING
                ==lote-cabecera== BY ==var-cabecera==
                ==lote-cola==     BY ==var-cola==
                LEADING ==CAB-==  BY ==VCAB-==
                LEADING ==COLA-== BY ==VCOLA-==.

       FD  prestamos-nomina.
           COPY PRENOM.

       FD  descuentos-out.
           COPY DESPRE.

       FD  calendario-file.
       01  calendario-registro.
           05 CAL-FECHA         PIC X(10).     *> AAAA-MM-DD
           05 CAL-TIPO          PIC X.         *> F=feriado S=finde

      * Motivo de ajuste con que se asienta el gasto de sueldos de
      * cada departamento; cuentas_contables.dat traduce "Ajuste " +
      * motivo a la cuenta de gasto (debe) y a la cuenta puente de
      * sueldos a pagar (haber). Un departamento que no figura usa
      * el motivo NOMS.
       FD  nomina-cuentas.
       01  nomina-cuenta-registro.
           05 NCU-DEPARTAMENTO  PIC X(15).
           05 NCU-MOTIVO        PIC X(4).

      * El asiento de la nomina entra al mayor por la via de los
      * ajustes pendientes, como el credito directo de
      * TransferenciasBanco: cada renglon es un par debe/haber
      * segun el mapeo de su motivo.
       FD  ajustes-pendientes.
       01  ajuste-pendiente-registro.
           05 AJP-FECHA         PIC X(10).
           05 AJP-CUENTA        PIC X(6).
           05 AJP-NATURALEZA    PIC X.
           05 AJP-MONTO         PIC 9(9)V99.
           05 AJP-MOTIVO        PIC X(4).
           05 AJP-OPERADOR      PIC X(8).
           05 AJP-AUTORIZA      PIC X(8).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-empleados         PIC XX.
       01  fs-parametros        PIC XX.
       01  fs-recibos           PIC XX.
       01  WS-RENTA             PIC 9(7)V99 VALUE 0.
       01  WS-NETO              PIC 9(7)V99 VALUE 0.

      * Aporte patronal al seguro social.
       01  WS-PATRONALES.
           05 WS-PATRONAL-FILA OCCURS 5 TIMES.
              10 WS-PATRONAL-TOPE PIC 9(7)V99.
              10 WS-PATRONAL-PCT  PIC 9V9999.
       01  WS-NUM-PATRONALES    PIC 9(2) VALUE 0.
       01  WS-P                 PIC 9(2) VALUE 0.
       01  WS-BASE-PATRONAL     PIC 9(7)V99 VALUE 0.
       01  WS-APORTE-TASA       PIC 9(7)V99 VALUE 0.
       01  WS-PATRONAL          PIC 9(7)V99 VALUE 0.
       01  fs-remesa            PIC XX.
       01  fs-costo             PIC XX.
       01  WS-REMESA-CONTADOR   PIC 9(9) VALUE 0.
       01  WS-REMESA-HASH       PIC 9(13) VALUE 0.
       01  WS-APORTE-ENTERO     PIC 9(11) VALUE 0.

      * Asiento contable de la nomina.
       01  fs-nomina-cuentas    PIC XX.
       01  fs-pendientes        PIC XX.
       01  WS-FIN-NOMINA-CUENTAS PIC X VALUE "N".
       01  WS-MOTIVOS-DEPTO.
           05 WS-MOT-FILA OCCURS 20 TIMES.
              10 WS-MOT-DEPTO   PIC X(15).
              10 WS-MOT-MOTIVO  PIC X(4).
       01  WS-NUM-MOTIVOS       PIC 9(2) VALUE 0.
       01  WS-M                 PIC 9(2) VALUE 0.
       01  WS-MOTIVO-ASIENTO    PIC X(4) VALUE SPACES.
       01  WS-MONTO-ASIENTO     PIC 9(11)V99 VALUE 0.
       01  WS-CONCEPTO-ASIENTO  PIC X(30) VALUE SPACES.
       01  WS-RENGLONES-ASIENTO PIC 9(3) VALUE 0.

      * Novedades variables (horas extra, comisiones, bonos).
       01  fs-variables         PIC XX.
       01  fs-calendario        PIC XX.
       01  WS-FIN-VARIABLES     PIC X VALUE "N".
       01  WS-FIN-CALENDARIO    PIC X VALUE "N".
       01  WS-VAR-LOTE-OK       PIC X VALUE "S".
       01  WS-VAR-CONTROLADO    PIC X VALUE "N".
       01  WS-VAR-COLA-PRESENTE PIC X VALUE "N".
       01  WS-VAR-CUENTA        PIC 9(9) VALUE 0.
       01  WS-VAR-HASH          PIC 9(13) VALUE 0.
       01  WS-VAR-COLA-CONTADOR PIC 9(9) VALUE 0.
       01  WS-VAR-COLA-HASH     PIC 9(13) VALUE 0.
       01  WS-VAR-HASH-REG      PIC 9(11) VALUE 0.
       01  WS-VAR-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
       01  WS-VARIABLES.
           05 WS-VAR-FILA OCCURS 300 TIMES.
              10 WS-VAR-EMP-ID  PIC 9(4).
              10 WS-VAR-PERIODO PIC X(7).
              10 WS-VAR-CONCEPTO PIC X(4).
              10 WS-VAR-FECHA   PIC X(10).
              10 WS-VAR-HORAS   PIC 9(3)V99.
              10 WS-VAR-MONTO   PIC 9(7)V99.
              10 WS-VAR-MULT    PIC 9V9999.
              10 WS-VAR-ESTADO  PIC X.     *> V=valida C/P/I=rechazo
              10 WS-VAR-USADA   PIC X.
       01  WS-NUM-VARIABLES     PIC 9(3) VALUE 0.
       01  WS-V                 PIC 9(3) VALUE 0.
       01  WS-VARIABLES-PAGADAS PIC 9(3) VALUE 0.

       01  WS-CALENDARIO.
           05 WS-CAL-FILA OCCURS 200 TIMES.
              10 WS-CAL-FECHA   PIC X(10).
              10 WS-CAL-TIPO    PIC X.
       01  WS-NUM-CAL           PIC 9(3) VALUE 0.
       01  WS-CL                PIC 9(3) VALUE 0.
       01  WS-TIPO-DIA          PIC X VALUE SPACE.

       01  WS-HORAS-MES         PIC 9(3)V99 VALUE 240.
       01  WS-MULT-HABIL        PIC 9V9999 VALUE 1.5.
       01  WS-MULT-FERIADO      PIC 9V9999 VALUE 2.

      * Regla tributaria por concepto variable.
       01  WS-CONCEPTOS.
           05 WS-CON-FILA OCCURS 10 TIMES.
              10 WS-CON-CODIGO  PIC X(4).
              10 WS-CON-GRAVA-SEGURO PIC X.
              10 WS-CON-GRAVA-RENTA  PIC X.
              10 WS-CON-PCT-RENTA    PIC 9V9999.
       01  WS-NUM-CONCEPTOS     PIC 9(2) VALUE 0.
       01  WS-CN                PIC 9(2) VALUE 0.
       01  WS-CON-IDX           PIC 9(2) VALUE 0.
       01  WS-CONCEPTO-BUSCADO  PIC X(4) VALUE SPACES.
       01  WS-CONCEPTO-NOMBRE   PIC X(20) VALUE SPACES.

       01  WS-VARIABLE-EMPLEADO PIC 9(7)V99 VALUE 0.
       01  WS-VAR-GRAVA-SEGURO  PIC 9(7)V99 VALUE 0.
       01  WS-VAR-GRAVA-RENTA   PIC 9(7)V99 VALUE 0.
       01  WS-RENTA-FIJA        PIC 9(7)V99 VALUE 0.
       01  WS-RENTA-CONCEPTO    PIC 9(7)V99 VALUE 0.
       01  WS-BASE-SEGURO       PIC 9(7)V99 VALUE 0.
       01  WS-BASE-RENTA        PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-VARIABLE    PIC 9(11)V99 VALUE 0.
       01  WS-HORAS-ED          PIC ZZ9.99.
       01  WS-MULT-ED           PIC 9.99.

       01  fs-retro             PIC XX.
       01  WS-FIN-RETRO         PIC X VALUE "N".
       01  WS-RETROS.
              10 WS-AUS-DESDE   PIC X(10).
              10 WS-AUS-HASTA   PIC X(10).
              10 WS-AUS-TIPO    PIC X.
              10 WS-AUS-USADA   PIC X.     *> S/N, R=sin saldo
              10 WS-AUS-HABILES PIC 9(3).
       01  WS-NUM-AUSENCIAS     PIC 9(3) VALUE 0.
       01  WS-U                 PIC 9(3) VALUE 0.
       01  WS-DIAS-SIN-GOCE     PIC 9(2) VALUE 0.
           05 FILLER            PIC X.
           05 WS-PP-MM          PIC 9(2).

      * Saldo de vacaciones: las ausencias pagas se cuentan en dias
      * habiles del mes segun calendario.dat.
       01  WS-FUNCION-SALDO     PIC X VALUE SPACE.
           COPY VACSAL.
       01  WS-VAC-DISPONIBLE    PIC 9(4) VALUE 0.
       01  WS-HABILES-EMPLEADO  PIC 9(3) VALUE 0.
       01  WS-DIAS-HABILES      PIC 9(3) VALUE 0.
       01  WS-VAC-RESTAURADO    PIC X VALUE "N".
       01  WS-DIA-INI           PIC 9(2) VALUE 0.
       01  WS-DIA-FIN           PIC 9(2) VALUE 0.
       01  WS-DIA               PIC 9(2) VALUE 0.
       01  WS-ULTIMO-DIA-MES    PIC 9(2) VALUE 0.
       01  WS-COCIENTE          PIC 9(4) VALUE 0.
       01  WS-RESTO-4           PIC 9(3) VALUE 0.
       01  WS-RESTO-100         PIC 9(3) VALUE 0.
       01  WS-RESTO-400         PIC 9(3) VALUE 0.
       01  WS-FECHA-DIA.
           05 WS-FD-PERIODO     PIC X(7).
           05 FILLER            PIC X VALUE "-".
           05 WS-FD-DD          PIC 9(2).

      * Resumen de ausencias por departamento para los gerentes.
       01  WS-AUS-DEPTOS.
           05 WS-AUD-FILA OCCURS 20 TIMES.
              10 WS-DEPTO-COUNT   PIC 9(5)    VALUE 0.
              10 WS-DEPTO-BRUTO   PIC 9(9)V99 VALUE 0.
              10 WS-DEPTO-NETO    PIC 9(9)V99 VALUE 0.
              10 WS-DEPTO-PATRONAL PIC 9(9)V99 VALUE 0.
       01  WS-NUM-DEPTOS        PIC 9(4) VALUE 0.
       01  WS-DEPTO-IDX         PIC 9(4) VALUE 0.
       01  WS-D                 PIC 9(4) VALUE 0.
       01  WS-TOTAL-SEGURO      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RENTA       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NETO        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PATRONAL    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COSTO       PIC 9(11)V99 VALUE 0.
       01  WS-EMPLEADOS-PAGADOS PIC 9(5) VALUE 0.

       01  WS-BRUTO-ED          PIC ZZZZZZ9.99.
       01  WS-COUNT-ED          PIC ZZZZ9.
       01  WS-LINEA-EDIT        PIC X(100).

      * Cuotas de prestamo autorizadas para descontar por nomina.
       01  fs-prestamos-nomina  PIC XX.
       01  fs-descuentos        PIC XX.
       01  WS-FIN-PRESTAMOS-NOMINA PIC X VALUE "N".
       01  WS-PCT-DESCUENTO     PIC 9V9999 VALUE 0.30.
       01  WS-PRESTAMOS-NOMINA.
           05 WS-PNM-FILA OCCURS 500 TIMES.
              10 WS-PNM-EMP-ID  PIC 9(4).
              10 WS-PNM-ID-PRESTAMO PIC X(6).
              10 WS-PNM-CUOTA   PIC 9(7)V99.
              10 WS-PNM-DESCONTADO PIC 9(7)V99.
              10 WS-PNM-ESTADO  PIC X.     *> T/P/N del mes
       01  WS-NUM-PRESTAMOS-NOMINA PIC 9(3) VALUE 0.
       01  WS-PN                PIC 9(3) VALUE 0.
       01  WS-TOPE-DESCUENTO    PIC 9(7)V99 VALUE 0.
       01  WS-DISPONIBLE-DESCUENTO PIC 9(7)V99 VALUE 0.
       01  WS-DESCUENTO-EMPLEADO PIC 9(7)V99 VALUE 0.
       01  WS-PRESTAMOS-EMPLEADO PIC 9(3) VALUE 0.
       01  WS-NETO-COBRAR       PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-DESCUENTOS  PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NETO-COBRAR PIC 9(11)V99 VALUE 0.
       01  WS-CUOTAS-INCOMPLETAS PIC 9(5) VALUE 0.
       01  WS-CUOTA-ED          PIC ZZZZZZ9.99.

      * Historial de nomina y acumulados del anio por empleado.
       01  WS-FUNCION-ACUMULADO PIC X VALUE SPACE.
       01  WS-ACU-BRUTO-ED      PIC ZZZZZZZZ9.99.
       01  WS-ACU-SEGURO-ED     PIC ZZZZZZZZ9.99.
       01  WS-ACU-RENTA-ED      PIC ZZZZZZZZ9.99.
       01  WS-ACU-NETO-ED       PIC ZZZZZZZZ9.99.
           COPY HISNOM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-NOMINA-CUENTAS.
           PERFORM CARGAR-RETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO(1:7) TO WS-PERIODO-ACTUAL
           COMPUTE WS-DIAS-MES-FIN = WS-PP-AAAA * 360
                   + WS-PP-MM * 30 + 30
           PERFORM CARGAR-AUSENCIAS.
           PERFORM CARGAR-CALENDARIO.
           PERFORM CALCULAR-ULTIMO-DIA-MES.
           PERFORM CARGAR-VARIABLES.
           PERFORM CARGAR-PRESTAMOS-NOMINA.
           PERFORM ABRIR-ARCHIVOS.
           MOVE "I" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro
           MOVE "I" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           PERFORM LEER-EMPLEADO.
           PERFORM PAGAR-EMPLEADO
               UNTIL WS-EOF-EMPLEADOS = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ASENTAR-NOMINA.
           PERFORM REPORTE-AUSENCIAS.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
                 MOVE AUS-HASTA  TO WS-AUS-HASTA(WS-NUM-AUSENCIAS)
                 MOVE AUS-TIPO   TO WS-AUS-TIPO(WS-NUM-AUSENCIAS)
                 MOVE "N"        TO WS-AUS-USADA(WS-NUM-AUSENCIAS)
                 MOVE 0          TO WS-AUS-HABILES(WS-NUM-AUSENCIAS)
                 READ ausencias-file
                      AT END MOVE "S" TO WS-FIN-AUSENCIAS
                 END-READ

       CARGAR-PARAMETROS.
           MOVE 0 TO WS-NUM-TRAMOS
           PERFORM FIJAR-CONCEPTOS-DEFECTO
           OPEN INPUT parametros-nomina
           IF fs-parametros = "00"
              READ parametros-nomina
                    MOVE PAR-PORCENTAJE
                       TO WS-TRAMO-PCT(WS-NUM-TRAMOS)
                 END-IF
                 IF PAR-TIPO-REGISTRO = "E"
                    AND WS-NUM-PATRONALES < 5
                    ADD 1 TO WS-NUM-PATRONALES
                    MOVE PAR-LIMITE
                       TO WS-PATRONAL-TOPE(WS-NUM-PATRONALES)
                    MOVE PAR-PORCENTAJE
                       TO WS-PATRONAL-PCT(WS-NUM-PATRONALES)
                 END-IF
                 IF PAR-TIPO-REGISTRO = "H"
                    PERFORM GUARDAR-RECARGO-HORAS
                 END-IF
                 IF PAR-TIPO-REGISTRO = "C"
                    PERFORM GUARDAR-REGLA-CONCEPTO
                 END-IF
                 IF PAR-TIPO-REGISTRO = "P"
                    MOVE PAR-PORCENTAJE TO WS-PCT-DESCUENTO
                 END-IF
                 READ parametros-nomina
                      AT END MOVE "S" TO WS-FIN-PARAMETROS
                 END-READ
              MOVE 9999999.99 TO WS-TRAMO-LIMITE(3)
              MOVE 0.2000    TO WS-TRAMO-PCT(3)
              MOVE 3 TO WS-NUM-TRAMOS
           END-IF

           IF WS-NUM-PATRONALES = 0
              MOVE 0         TO WS-PATRONAL-TOPE(1)
              MOVE 0.1075    TO WS-PATRONAL-PCT(1)
              MOVE 1 TO WS-NUM-PATRONALES
           END-IF.

       CARGAR-NOMINA-CUENTAS.
           MOVE 0 TO WS-NUM-MOTIVOS
           MOVE "N" TO WS-FIN-NOMINA-CUENTAS
           OPEN INPUT nomina-cuentas
           IF fs-nomina-cuentas = "00"
              READ nomina-cuentas
                   AT END MOVE "S" TO WS-FIN-NOMINA-CUENTAS
              END-READ
              PERFORM UNTIL WS-FIN-NOMINA-CUENTAS = "S"
                         OR WS-NUM-MOTIVOS >= 20
                 ADD 1 TO WS-NUM-MOTIVOS
                 MOVE NCU-DEPARTAMENTO
                    TO WS-MOT-DEPTO(WS-NUM-MOTIVOS)
                 MOVE NCU-MOTIVO
                    TO WS-MOT-MOTIVO(WS-NUM-MOTIVOS)
                 READ nomina-cuentas
                      AT END MOVE "S" TO WS-FIN-NOMINA-CUENTAS
                 END-READ
              END-PERFORM
              CLOSE nomina-cuentas
           END-IF.

      * Sin reglas "C" los tres conceptos suman al seguro y a la base
      * de los tramos de renta, como cualquier parte del sueldo.
       FIJAR-CONCEPTOS-DEFECTO.
           MOVE "HEXT" TO WS-CON-CODIGO(1)
           MOVE "COMI" TO WS-CON-CODIGO(2)
           MOVE "BONO" TO WS-CON-CODIGO(3)
           PERFORM LIMPIAR-REGLA-CONCEPTO
               VARYING WS-CN FROM 1 BY 1 UNTIL WS-CN > 3
           MOVE 3 TO WS-NUM-CONCEPTOS.

       LIMPIAR-REGLA-CONCEPTO.
           MOVE "S" TO WS-CON-GRAVA-SEGURO(WS-CN)
           MOVE "S" TO WS-CON-GRAVA-RENTA(WS-CN)
           MOVE 0   TO WS-CON-PCT-RENTA(WS-CN).

       GUARDAR-RECARGO-HORAS.
           IF PAR-CONCEPTO = "HABI"
              MOVE PAR-PORCENTAJE TO WS-MULT-HABIL
           END-IF
           IF PAR-CONCEPTO = "FERI"
              MOVE PAR-PORCENTAJE TO WS-MULT-FERIADO
           END-IF
           IF PAR-LIMITE > 0
              MOVE PAR-LIMITE TO WS-HORAS-MES
           END-IF.

       GUARDAR-REGLA-CONCEPTO.
           MOVE PAR-CONCEPTO TO WS-CONCEPTO-BUSCADO
           PERFORM BUSCAR-REGLA-CONCEPTO
           IF WS-CON-IDX = 0 AND WS-NUM-CONCEPTOS < 10
              ADD 1 TO WS-NUM-CONCEPTOS
              MOVE WS-NUM-CONCEPTOS TO WS-CON-IDX
              MOVE PAR-CONCEPTO TO WS-CON-CODIGO(WS-CON-IDX)
           END-IF
           IF WS-CON-IDX > 0
              MOVE PAR-GRAVA-SEGURO TO WS-CON-GRAVA-SEGURO(WS-CON-IDX)
              MOVE PAR-GRAVA-RENTA  TO WS-CON-GRAVA-RENTA(WS-CON-IDX)
              MOVE PAR-PORCENTAJE   TO WS-CON-PCT-RENTA(WS-CON-IDX)
           END-IF.

       BUSCAR-REGLA-CONCEPTO.
           MOVE 0 TO WS-CON-IDX
           PERFORM COMPARAR-REGLA-CONCEPTO
               VARYING WS-CN FROM 1 BY 1 UNTIL WS-CN > WS-NUM-CONCEPTOS.

       COMPARAR-REGLA-CONCEPTO.
           IF WS-CON-CODIGO(WS-CN) = WS-CONCEPTO-BUSCADO
              MOVE WS-CN TO WS-CON-IDX
           END-IF.

      * Solo las autorizaciones activas; el orden del archivo es el
      * orden en que se descuentan cuando el tope no alcanza.
       CARGAR-PRESTAMOS-NOMINA.
           MOVE 0 TO WS-NUM-PRESTAMOS-NOMINA
           MOVE "N" TO WS-FIN-PRESTAMOS-NOMINA
           OPEN INPUT prestamos-nomina
           IF fs-prestamos-nomina = "00"
              READ prestamos-nomina
                   AT END MOVE "S" TO WS-FIN-PRESTAMOS-NOMINA
              END-READ
              PERFORM UNTIL WS-FIN-PRESTAMOS-NOMINA = "S"
                         OR WS-NUM-PRESTAMOS-NOMINA >= 500
                 IF PNM-ESTADO = "A" AND PNM-CUOTA > 0
                    ADD 1 TO WS-NUM-PRESTAMOS-NOMINA
                    MOVE PNM-EMP-ID
                       TO WS-PNM-EMP-ID(WS-NUM-PRESTAMOS-NOMINA)
                    MOVE PNM-ID-PRESTAMO
                       TO WS-PNM-ID-PRESTAMO(WS-NUM-PRESTAMOS-NOMINA)
                    MOVE PNM-CUOTA
                       TO WS-PNM-CUOTA(WS-NUM-PRESTAMOS-NOMINA)
                    MOVE 0
                       TO WS-PNM-DESCONTADO(WS-NUM-PRESTAMOS-NOMINA)
                    MOVE SPACE
                       TO WS-PNM-ESTADO(WS-NUM-PRESTAMOS-NOMINA)
                 END-IF
                 READ prestamos-nomina
                      AT END MOVE "S" TO WS-FIN-PRESTAMOS-NOMINA
                 END-READ
              END-PERFORM
              CLOSE prestamos-nomina
           END-IF
           DISPLAY "Descuentos de prestamo autorizados: "
                   WS-NUM-PRESTAMOS-NOMINA.

       CARGAR-CALENDARIO.
           MOVE 0 TO WS-NUM-CAL
           MOVE "N" TO WS-FIN-CALENDARIO
           OPEN INPUT calendario-file
           IF fs-calendario = "00"
              READ calendario-file
                   AT END MOVE "S" TO WS-FIN-CALENDARIO
              END-READ
              PERFORM UNTIL WS-FIN-CALENDARIO = "S"
                         OR WS-NUM-CAL >= 200
                 ADD 1 TO WS-NUM-CAL
                 MOVE CAL-FECHA TO WS-CAL-FECHA(WS-NUM-CAL)
                 MOVE CAL-TIPO  TO WS-CAL-TIPO(WS-NUM-CAL)
                 READ calendario-file
                      AT END MOVE "S" TO WS-FIN-CALENDARIO
                 END-READ
              END-PERFORM
              CLOSE calendario-file
           END-IF.

      ******************************************************************
      * Novedades variables del mes. Con cabecera "H" la cola "Z" debe
      * cuadrar en cuenta y en el hash de horas y montos o el lote
      * entero queda sin pagar (y el archivo sin vaciar) hasta que el
      * jefe lo mande de nuevo; la nomina fija se paga igual.
      ******************************************************************
       CARGAR-VARIABLES.
           MOVE 0 TO WS-NUM-VARIABLES
           MOVE 0 TO WS-VAR-CUENTA
           MOVE 0 TO WS-VAR-HASH
           MOVE "N" TO WS-FIN-VARIABLES
           MOVE "N" TO WS-VAR-CONTROLADO
           MOVE "N" TO WS-VAR-COLA-PRESENTE
           MOVE "S" TO WS-VAR-LOTE-OK
           MOVE SPACES TO WS-VAR-MOTIVO-RECHAZO
           OPEN INPUT variables-nomina
           IF fs-variables = "00"
              PERFORM LEER-VARIABLE
              IF WS-FIN-VARIABLES = "N" AND VCAB-TIPO-REGISTRO = "H"
                 MOVE "S" TO WS-VAR-CONTROLADO
                 PERFORM LEER-VARIABLE
              END-IF
              PERFORM GUARDAR-VARIABLE
                  UNTIL WS-FIN-VARIABLES = "S"
              CLOSE variables-nomina
              IF WS-VAR-CONTROLADO = "S"
                 PERFORM EVALUAR-CONTROL-VARIABLES
              END-IF
              IF WS-VAR-LOTE-OK = "N"
                 MOVE 0 TO WS-NUM-VARIABLES
                 DISPLAY "Novedades variables rechazadas: "
                         WS-VAR-MOTIVO-RECHAZO
                 MOVE "ERROR" TO error-severidad
                 MOVE "CARGAR-VARIABLES" TO error-parrafo
                 MOVE SPACES TO mensaje-error
                 STRING "variables_nomina.txt rechazado: "
                        DELIMITED BY SIZE
                        WS-VAR-MOTIVO-RECHAZO DELIMITED BY SIZE
                        INTO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              END-IF
           END-IF
           DISPLAY "Novedades variables cargadas: " WS-NUM-VARIABLES.

       LEER-VARIABLE.
           READ variables-nomina
                AT END MOVE "S" TO WS-FIN-VARIABLES
           END-READ.

       GUARDAR-VARIABLE.
           IF variable-nomina-registro = SPACES
              CONTINUE
           ELSE
           IF VCOLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-VAR-COLA-PRESENTE
              MOVE VCOLA-CONTADOR    TO WS-VAR-COLA-CONTADOR
              MOVE VCOLA-HASH-MONTOS TO WS-VAR-COLA-HASH
           ELSE
           IF WS-NUM-VARIABLES >= 300
              MOVE "N" TO WS-VAR-LOTE-OK
              MOVE "mas de 300 novedades en el lote"
                TO WS-VAR-MOTIVO-RECHAZO
           ELSE
              ADD 1 TO WS-VAR-CUENTA
              ADD 1 TO WS-NUM-VARIABLES
              PERFORM VALIDAR-VARIABLE
           END-IF
           END-IF
           END-IF
           PERFORM LEER-VARIABLE.

       VALIDAR-VARIABLE.
           MOVE VAR-EMP-ID   TO WS-VAR-EMP-ID(WS-NUM-VARIABLES)
           MOVE VAR-PERIODO  TO WS-VAR-PERIODO(WS-NUM-VARIABLES)
           MOVE VAR-CONCEPTO TO WS-VAR-CONCEPTO(WS-NUM-VARIABLES)
           MOVE VAR-FECHA    TO WS-VAR-FECHA(WS-NUM-VARIABLES)
           MOVE 0 TO WS-VAR-HORAS(WS-NUM-VARIABLES)
           MOVE 0 TO WS-VAR-MONTO(WS-NUM-VARIABLES)
           IF VAR-HORAS NUMERIC
              MOVE VAR-HORAS TO WS-VAR-HORAS(WS-NUM-VARIABLES)
           END-IF
           IF VAR-MONTO NUMERIC
              MOVE VAR-MONTO TO WS-VAR-MONTO(WS-NUM-VARIABLES)
           END-IF
           COMPUTE WS-VAR-HASH-REG =
                   WS-VAR-HORAS(WS-NUM-VARIABLES) * 100
                 + WS-VAR-MONTO(WS-NUM-VARIABLES) * 100
           ADD WS-VAR-HASH-REG TO WS-VAR-HASH
           MOVE 0   TO WS-VAR-MULT(WS-NUM-VARIABLES)
           MOVE "N" TO WS-VAR-USADA(WS-NUM-VARIABLES)
           MOVE "V" TO WS-VAR-ESTADO(WS-NUM-VARIABLES)
           MOVE VAR-CONCEPTO TO WS-CONCEPTO-BUSCADO
           PERFORM BUSCAR-REGLA-CONCEPTO
           IF WS-CON-IDX = 0
              MOVE "C" TO WS-VAR-ESTADO(WS-NUM-VARIABLES)
           ELSE
           IF VAR-PERIODO > WS-PERIODO-ACTUAL
              MOVE "P" TO WS-VAR-ESTADO(WS-NUM-VARIABLES)
           ELSE
           IF WS-VAR-MONTO(WS-NUM-VARIABLES) = 0
              AND (VAR-CONCEPTO NOT = "HEXT"
                   OR WS-VAR-HORAS(WS-NUM-VARIABLES) = 0)
              MOVE "I" TO WS-VAR-ESTADO(WS-NUM-VARIABLES)
           END-IF
           END-IF
           END-IF.

       EVALUAR-CONTROL-VARIABLES.
           IF WS-VAR-COLA-PRESENTE = "N"
              MOVE "N" TO WS-VAR-LOTE-OK
              MOVE "cabecera sin cola" TO WS-VAR-MOTIVO-RECHAZO
           ELSE
           IF WS-VAR-COLA-CONTADOR NOT = WS-VAR-CUENTA
              MOVE "N" TO WS-VAR-LOTE-OK
              MOVE "la cuenta de registros no cuadra"
                TO WS-VAR-MOTIVO-RECHAZO
           ELSE
           IF WS-VAR-COLA-HASH NOT = WS-VAR-HASH
              MOVE "N" TO WS-VAR-LOTE-OK
              MOVE "el hash de horas y montos no cuadra"
                TO WS-VAR-MOTIVO-RECHAZO
           END-IF
           END-IF
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
           OPEN INPUT empleados-archivo
           IF fs-empleados NOT = "00"
           MOVE "REGISTRO DE NOMINA" TO registro-linea
           WRITE registro-linea
           MOVE ALL "-" TO registro-linea
           WRITE registro-linea
           OPEN OUTPUT remesa-out
           MOVE "H"              TO CAB-TIPO-REGISTRO
           MOVE "SEGSOC"         TO CAB-ORIGEN
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-NEGOCIO
           WRITE lote-cabecera
           OPEN OUTPUT descuentos-out.

       LEER-EMPLEADO.
           READ empleados-archivo NEXT RECORD

      * El bruto del mes es el salario prorrateado por dias
      * trabajados (30/360: quien ingreso el 20 cobra del 20 al 30)
      * mas el ajuste retroactivo aprobado tarde, si lo hay, y las
      * novedades variables; el seguro se aplica sobre la parte
      * gravada de ese bruto, y la retencion de renta se calcula con
      * el porcentaje del primer tramo cuyo limite superior alcanza
      * a la base de renta, mas la retencion fija de los conceptos
      * que la tienen.
       PAGAR-EMPLEADO.
           PERFORM CALCULAR-PRORRATEO
           PERFORM CALCULAR-AUSENCIAS
           PERFORM BUSCAR-RETRO-EMPLEADO
           PERFORM CALCULAR-VARIABLES
           COMPUTE WS-BRUTO-CALCULADO =
                   WS-BRUTO-MES + WS-RETRO-EMPLEADO
           IF WS-BRUTO-CALCULADO < 0
              MOVE 0 TO WS-BRUTO-CALCULADO
           END-IF
           COMPUTE WS-BASE-SEGURO =
                   WS-BRUTO-CALCULADO + WS-VAR-GRAVA-SEGURO
           COMPUTE WS-BASE-RENTA =
                   WS-BRUTO-CALCULADO + WS-VAR-GRAVA-RENTA
           ADD WS-VARIABLE-EMPLEADO TO WS-BRUTO-CALCULADO
           COMPUTE WS-SEGURO ROUNDED =
                   WS-BASE-SEGURO * WS-PCT-SEGURO
           PERFORM BUSCAR-TRAMO-RENTA
           COMPUTE WS-RENTA ROUNDED =
                   WS-BASE-RENTA * WS-TRAMO-PCT(WS-TRAMO-IDX)
                 + WS-RENTA-FIJA
           COMPUTE WS-NETO =
                   WS-BRUTO-CALCULADO - WS-SEGURO - WS-RENTA
           PERFORM CALCULAR-APORTE-PATRONAL
           PERFORM DESCONTAR-PRESTAMOS

           MOVE emp-id       TO REC-EMP-ID
           MOVE emp-nombre   TO REC-NOMBRE
           MOVE WS-BRUTO-CALCULADO TO REC-BRUTO
           MOVE WS-SEGURO    TO REC-SEGURO-SOCIAL
           MOVE WS-RENTA     TO REC-RENTA
           MOVE WS-NETO-COBRAR TO REC-NETO
           IF WS-RETRO-EMPLEADO = 0
              MOVE 0 TO REC-RETRO
              MOVE SPACE TO REC-RETRO-SIGNO
           MOVE WS-DIAS-PAGADOS TO REC-DIAS-PAGADOS
           MOVE WS-DIAS-SIN-GOCE TO REC-DIAS-SIN-GOCE
           WRITE recibo-registro
           PERFORM REGISTRAR-HISTORIAL
           PERFORM ESCRIBIR-REMESA

           PERFORM ACUMULAR-DEPARTAMENTO
           IF WS-DIAS-SIN-GOCE > 0 OR WS-DIAS-PAGA > 0
           ADD WS-SEGURO   TO WS-TOTAL-SEGURO
           ADD WS-RENTA    TO WS-TOTAL-RENTA
           ADD WS-NETO     TO WS-TOTAL-NETO
           ADD WS-DESCUENTO-EMPLEADO TO WS-TOTAL-DESCUENTOS
           ADD WS-NETO-COBRAR TO WS-TOTAL-NETO-COBRAR
           ADD WS-PATRONAL TO WS-TOTAL-PATRONAL
           ADD WS-VARIABLE-EMPLEADO TO WS-TOTAL-VARIABLE

           PERFORM IMPRIMIR-LINEA-EMPLEADO
           PERFORM LEER-EMPLEADO.

      * El pago del mes va al historial; acumular-nomina devuelve en
      * el mismo registro los acumulados del anio ya actualizados.
       REGISTRAR-HISTORIAL.
           INITIALIZE historial-nomina-registro
           MOVE emp-id            TO HNM-EMP-ID
           MOVE WS-PERIODO-ACTUAL TO HNM-PERIODO
           MOVE "N"               TO HNM-TIPO
           MOVE emp-nombre        TO HNM-NOMBRE
           MOVE emp-departamento  TO HNM-DEPARTAMENTO
           MOVE REC-BRUTO         TO HNM-BRUTO
           MOVE REC-SEGURO-SOCIAL TO HNM-SEGURO-SOCIAL
           MOVE REC-RENTA         TO HNM-RENTA
           MOVE REC-RETRO         TO HNM-RETRO
           MOVE REC-RETRO-SIGNO   TO HNM-RETRO-SIGNO
           MOVE REC-DIAS-SIN-GOCE TO HNM-DIAS-SIN-GOCE
           MOVE WS-NETO           TO HNM-NETO
           MOVE "A" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro.

      ******************************************************************
      * Cuotas de prestamo del empleado: se retienen del neto en el
      * orden de prestamos_nomina.dat hasta el tope (PAR "P" sobre el
      * neto). La que no entra entera se descuenta en parte (P) o
      * nada (N); TransferenciasBanco la lista para Cobranzas.
      ******************************************************************
       DESCONTAR-PRESTAMOS.
           MOVE 0 TO WS-DESCUENTO-EMPLEADO
           MOVE 0 TO WS-PRESTAMOS-EMPLEADO
           COMPUTE WS-TOPE-DESCUENTO = WS-NETO * WS-PCT-DESCUENTO
           PERFORM DESCONTAR-UN-PRESTAMO
               VARYING WS-PN FROM 1 BY 1
               UNTIL WS-PN > WS-NUM-PRESTAMOS-NOMINA
           COMPUTE WS-NETO-COBRAR = WS-NETO - WS-DESCUENTO-EMPLEADO
           MOVE WS-DESCUENTO-EMPLEADO TO REC-DESC-PRESTAMO.

       DESCONTAR-UN-PRESTAMO.
           IF WS-PNM-EMP-ID(WS-PN) = emp-id
              ADD 1 TO WS-PRESTAMOS-EMPLEADO
              COMPUTE WS-DISPONIBLE-DESCUENTO =
                      WS-TOPE-DESCUENTO - WS-DESCUENTO-EMPLEADO
              IF WS-PNM-CUOTA(WS-PN) <= WS-DISPONIBLE-DESCUENTO
                 MOVE WS-PNM-CUOTA(WS-PN) TO WS-PNM-DESCONTADO(WS-PN)
                 MOVE "T" TO WS-PNM-ESTADO(WS-PN)
              ELSE
              IF WS-DISPONIBLE-DESCUENTO > 0
                 MOVE WS-DISPONIBLE-DESCUENTO
                   TO WS-PNM-DESCONTADO(WS-PN)
                 MOVE "P" TO WS-PNM-ESTADO(WS-PN)
                 ADD 1 TO WS-CUOTAS-INCOMPLETAS
              ELSE
                 MOVE 0 TO WS-PNM-DESCONTADO(WS-PN)
                 MOVE "N" TO WS-PNM-ESTADO(WS-PN)
                 ADD 1 TO WS-CUOTAS-INCOMPLETAS
              END-IF
              END-IF
              ADD WS-PNM-DESCONTADO(WS-PN) TO WS-DESCUENTO-EMPLEADO
              MOVE emp-id                    TO DPR-EMP-ID
              MOVE WS-PNM-ID-PRESTAMO(WS-PN) TO DPR-ID-PRESTAMO
              MOVE WS-PERIODO-ACTUAL         TO DPR-PERIODO
              MOVE WS-PNM-CUOTA(WS-PN)       TO DPR-CUOTA
              MOVE WS-PNM-DESCONTADO(WS-PN)  TO DPR-DESCONTADO
              MOVE WS-PNM-ESTADO(WS-PN)      TO DPR-ESTADO
              WRITE descuento-prestamo-registro
           END-IF.

      * Las novedades del empleado: las horas extra informadas en
      * horas se valorizan con el valor hora (salario / horas del
      * mes) por el recargo del dia trabajado; feriados y fines de
      * semana de calendario.dat llevan el recargo FERI.
       CALCULAR-VARIABLES.
           MOVE 0 TO WS-VARIABLE-EMPLEADO
           MOVE 0 TO WS-VAR-GRAVA-SEGURO
           MOVE 0 TO WS-VAR-GRAVA-RENTA
           MOVE 0 TO WS-RENTA-FIJA
           PERFORM VALORIZAR-VARIABLE
               VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NUM-VARIABLES.

       VALORIZAR-VARIABLE.
           IF WS-VAR-EMP-ID(WS-V) = emp-id
              AND WS-VAR-ESTADO(WS-V) = "V"
              MOVE "S" TO WS-VAR-USADA(WS-V)
              ADD 1 TO WS-VARIABLES-PAGADAS
              IF WS-VAR-CONCEPTO(WS-V) = "HEXT"
                 AND WS-VAR-HORAS(WS-V) > 0
                 PERFORM BUSCAR-TIPO-DIA
                 IF WS-TIPO-DIA = "F" OR WS-TIPO-DIA = "S"
                    MOVE WS-MULT-FERIADO TO WS-VAR-MULT(WS-V)
                 ELSE
                    MOVE WS-MULT-HABIL TO WS-VAR-MULT(WS-V)
                 END-IF
                 COMPUTE WS-VAR-MONTO(WS-V) ROUNDED =
                         WS-VAR-HORAS(WS-V) * emp-salario
                         / WS-HORAS-MES * WS-VAR-MULT(WS-V)
              END-IF
              ADD WS-VAR-MONTO(WS-V) TO WS-VARIABLE-EMPLEADO
              MOVE WS-VAR-CONCEPTO(WS-V) TO WS-CONCEPTO-BUSCADO
              PERFORM BUSCAR-REGLA-CONCEPTO
              IF WS-CON-GRAVA-SEGURO(WS-CON-IDX) NOT = "N"
                 ADD WS-VAR-MONTO(WS-V) TO WS-VAR-GRAVA-SEGURO
              END-IF
              EVALUATE WS-CON-GRAVA-RENTA(WS-CON-IDX)
                 WHEN "N"
                    CONTINUE
                 WHEN "F"
                    COMPUTE WS-RENTA-CONCEPTO ROUNDED =
                            WS-VAR-MONTO(WS-V)
                            * WS-CON-PCT-RENTA(WS-CON-IDX)
                    ADD WS-RENTA-CONCEPTO TO WS-RENTA-FIJA
                 WHEN OTHER
                    ADD WS-VAR-MONTO(WS-V) TO WS-VAR-GRAVA-RENTA
              END-EVALUATE
           END-IF.

       BUSCAR-TIPO-DIA.
           MOVE SPACE TO WS-TIPO-DIA
           PERFORM COMPARAR-DIA-CALENDARIO
               VARYING WS-CL FROM 1 BY 1 UNTIL WS-CL > WS-NUM-CAL.

       COMPARAR-DIA-CALENDARIO.
           IF WS-CAL-FECHA(WS-CL) = WS-VAR-FECHA(WS-V)
              MOVE WS-CAL-TIPO(WS-CL) TO WS-TIPO-DIA
           END-IF.

      * El aporte patronal no se descuenta al empleado: es costo de
      * la compania. Cada tasa "E" se aplica a la parte del bruto
      * sujeta a seguro social hasta su tope.
       CALCULAR-APORTE-PATRONAL.
           MOVE 0 TO WS-PATRONAL
           PERFORM SUMAR-TASA-PATRONAL
               VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PATRONALES.

       SUMAR-TASA-PATRONAL.
           MOVE WS-BASE-SEGURO TO WS-BASE-PATRONAL
           IF WS-PATRONAL-TOPE(WS-P) > 0
              AND WS-BASE-PATRONAL > WS-PATRONAL-TOPE(WS-P)
              MOVE WS-PATRONAL-TOPE(WS-P) TO WS-BASE-PATRONAL
           END-IF
           COMPUTE WS-APORTE-TASA ROUNDED =
                   WS-BASE-PATRONAL * WS-PATRONAL-PCT(WS-P)
           ADD WS-APORTE-TASA TO WS-PATRONAL.

       ESCRIBIR-REMESA.
           MOVE "D"                TO RMS-TIPO-REGISTRO
           MOVE emp-id             TO RMS-EMP-ID
           MOVE emp-nombre         TO RMS-NOMBRE
           MOVE WS-PERIODO-ACTUAL  TO RMS-PERIODO
           MOVE WS-BASE-SEGURO     TO RMS-SALARIO
           MOVE WS-SEGURO          TO RMS-APORTE-EMPLEADO
           MOVE WS-PATRONAL        TO RMS-APORTE-PATRONAL
           COMPUTE RMS-APORTE-TOTAL = WS-SEGURO + WS-PATRONAL
           WRITE remesa-registro
           ADD 1 TO WS-REMESA-CONTADOR
           COMPUTE WS-APORTE-ENTERO = RMS-APORTE-TOTAL * 100
           ADD WS-APORTE-ENTERO TO WS-REMESA-HASH.

       CALCULAR-PRORRATEO.
           MOVE 30 TO WS-DIAS-PAGADOS
           MOVE emp-fecha-ingreso TO WS-FECHA-INGRESO-PARTES
      * Dias de ausencia del empleado que caen dentro del mes en
      * curso, sobre base comercial 30/360: los sin goce ("N")
      * reducen los dias pagados y con ellos el bruto, antes de
      * aplicar el seguro y la renta; los pagos ("P") no tocan el
      * bruto pero descuentan sus dias habiles del saldo de
      * vacaciones. El disponible incluye lo que una corrida anterior
      * de este mismo periodo ya habia descontado, que se repone.
       CALCULAR-AUSENCIAS.
           MOVE 0 TO WS-DIAS-SIN-GOCE
           MOVE 0 TO WS-DIAS-PAGA
           MOVE 0 TO WS-HABILES-EMPLEADO
           MOVE emp-id TO VAC-EMP-ID
           MOVE "C" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           MOVE VAC-SALDO TO WS-VAC-DISPONIBLE
           IF VAC-ULT-PERIODO = WS-PERIODO-ACTUAL
              ADD VAC-ULT-DIAS TO WS-VAC-DISPONIBLE
           END-IF
           PERFORM EVALUAR-UNA-AUSENCIA
               VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-NUM-AUSENCIAS
           PERFORM DESCONTAR-VACACIONES
           IF WS-DIAS-SIN-GOCE > WS-DIAS-PAGADOS
              MOVE WS-DIAS-PAGADOS TO WS-DIAS-SIN-GOCE
           END-IF
                 IF WS-AUS-TIPO(WS-U) = "N"
                    ADD WS-DIAS-AUSENCIA TO WS-DIAS-SIN-GOCE
                 ELSE
                    PERFORM VALIDAR-AUSENCIA-PAGA
                 END-IF
              END-IF
           END-IF.

      * Los dias habiles de la ausencia dentro del mes real (del 1 al
      * ultimo dia) se toman del saldo; si no alcanza, la ausencia
      * entera queda rechazada y no se descuenta nada de ella.
       VALIDAR-AUSENCIA-PAGA.
           IF WS-AUS-DESDE(WS-U)(1:7) < WS-PERIODO-ACTUAL
              MOVE 1 TO WS-DIA-INI
           ELSE
              MOVE WS-AUS-DESDE(WS-U)(9:2) TO WS-DIA-INI
           END-IF
           IF WS-AUS-HASTA(WS-U)(1:7) > WS-PERIODO-ACTUAL
              MOVE WS-ULTIMO-DIA-MES TO WS-DIA-FIN
           ELSE
              MOVE WS-AUS-HASTA(WS-U)(9:2) TO WS-DIA-FIN
           END-IF
           IF WS-DIA-FIN > WS-ULTIMO-DIA-MES
              MOVE WS-ULTIMO-DIA-MES TO WS-DIA-FIN
           END-IF
           MOVE 0 TO WS-DIAS-HABILES
           MOVE WS-PERIODO-ACTUAL TO WS-FD-PERIODO
           PERFORM CONTAR-DIA-HABIL
               VARYING WS-DIA FROM WS-DIA-INI BY 1
                   UNTIL WS-DIA > WS-DIA-FIN
           MOVE WS-DIAS-HABILES TO WS-AUS-HABILES(WS-U)
           IF WS-HABILES-EMPLEADO + WS-DIAS-HABILES
              > WS-VAC-DISPONIBLE
              MOVE "R" TO WS-AUS-USADA(WS-U)
           ELSE
              ADD WS-DIAS-HABILES TO WS-HABILES-EMPLEADO
              ADD WS-DIAS-AUSENCIA TO WS-DIAS-PAGA
           END-IF.

       CONTAR-DIA-HABIL.
           MOVE WS-DIA TO WS-FD-DD
           MOVE SPACE TO WS-TIPO-DIA
           PERFORM COMPARAR-DIA-HABIL
               VARYING WS-CL FROM 1 BY 1 UNTIL WS-CL > WS-NUM-CAL
           IF WS-TIPO-DIA NOT = "F" AND WS-TIPO-DIA NOT = "S"
              ADD 1 TO WS-DIAS-HABILES
           END-IF.

       COMPARAR-DIA-HABIL.
           IF WS-CAL-FECHA(WS-CL) = WS-FECHA-DIA
              AND WS-CAL-TIPO(WS-CL) NOT = "M"
              MOVE WS-CAL-TIPO(WS-CL) TO WS-TIPO-DIA
           END-IF.

      * Repone lo que esta nomina ya habia descontado del periodo y
      * descuenta los dias habiles aceptados ahora.
       DESCONTAR-VACACIONES.
           MOVE "N" TO WS-VAC-RESTAURADO
           IF VAC-ULT-PERIODO = WS-PERIODO-ACTUAL
              AND VAC-ULT-DIAS > 0
              ADD VAC-ULT-DIAS TO VAC-SALDO
              IF VAC-DIAS-TOMADOS > VAC-ULT-DIAS
                 SUBTRACT VAC-ULT-DIAS FROM VAC-DIAS-TOMADOS
              ELSE
                 MOVE 0 TO VAC-DIAS-TOMADOS
              END-IF
              MOVE 0 TO VAC-ULT-DIAS
              MOVE "S" TO WS-VAC-RESTAURADO
           END-IF
           IF WS-HABILES-EMPLEADO > 0 OR WS-VAC-RESTAURADO = "S"
              SUBTRACT WS-HABILES-EMPLEADO FROM VAC-SALDO
              ADD WS-HABILES-EMPLEADO TO VAC-DIAS-TOMADOS
              MOVE WS-PERIODO-ACTUAL   TO VAC-ULT-PERIODO
              MOVE WS-HABILES-EMPLEADO TO VAC-ULT-DIAS
              IF VAC-ESTADO = SPACE
                 MOVE "A" TO VAC-ESTADO
              END-IF
              MOVE "G" TO WS-FUNCION-SALDO
              CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                            saldo-vacaciones-registro
           END-IF.

      * Ultimo dia real del mes en curso (febrero segun bisiesto).
       CALCULAR-ULTIMO-DIA-MES.
           EVALUATE WS-PP-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-ULTIMO-DIA-MES
              WHEN 2
                 DIVIDE WS-PP-AAAA BY 4 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO-4
                 DIVIDE WS-PP-AAAA BY 100 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO-100
                 DIVIDE WS-PP-AAAA BY 400 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO-400
                 IF WS-RESTO-400 = 0
                    OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                    MOVE 29 TO WS-ULTIMO-DIA-MES
                 ELSE
                    MOVE 28 TO WS-ULTIMO-DIA-MES
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-ULTIMO-DIA-MES
           END-EVALUATE.

       CARGAR-RETROS.
           MOVE 0 TO WS-NUM-RETROS
           MOVE "N" TO WS-FIN-RETRO
                   UNTIL WS-I < 1.

       COMPARAR-TRAMO-RENTA.
           IF WS-BASE-RENTA <= WS-TRAMO-LIMITE(WS-I)
              MOVE WS-I TO WS-TRAMO-IDX
           END-IF.

           END-IF
           ADD 1            TO WS-DEPTO-COUNT(WS-DEPTO-IDX)
           ADD WS-BRUTO-CALCULADO TO WS-DEPTO-BRUTO(WS-DEPTO-IDX)
           ADD WS-NETO      TO WS-DEPTO-NETO(WS-DEPTO-IDX)
           ADD WS-PATRONAL  TO WS-DEPTO-PATRONAL(WS-DEPTO-IDX).

       COMPARAR-DEPTO.
           IF WS-DEPTO-NOMBRE(WS-D) = emp-departamento
                  VARYING WS-R FROM 1 BY 1
                      UNTIL WS-R > WS-NUM-RETROS
           END-IF
           IF WS-VARIABLE-EMPLEADO > 0
              PERFORM IMPRIMIR-DETALLE-VARIABLE
                  VARYING WS-V FROM 1 BY 1
                      UNTIL WS-V > WS-NUM-VARIABLES
           END-IF
           IF WS-PRESTAMOS-EMPLEADO > 0
              PERFORM IMPRIMIR-DETALLE-DESCUENTO
                  VARYING WS-PN FROM 1 BY 1
                      UNTIL WS-PN > WS-NUM-PRESTAMOS-NOMINA
              MOVE WS-NETO-COBRAR TO WS-NETO-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "      Neto a cobrar: " DELIMITED BY SIZE
                     WS-NETO-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF
           IF WS-DIAS-PAGADOS < 30
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "      Prorrateado: " DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF
           MOVE HNM-ACU-BRUTO  TO WS-ACU-BRUTO-ED
           MOVE HNM-ACU-SEGURO TO WS-ACU-SEGURO-ED
           MOVE HNM-ACU-RENTA  TO WS-ACU-RENTA-ED
           MOVE HNM-ACU-NETO   TO WS-ACU-NETO-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "      Acumulado " DELIMITED BY SIZE
                  WS-PERIODO-ACTUAL(1:4) DELIMITED BY SIZE
                  " Bruto: " DELIMITED BY SIZE
                  WS-ACU-BRUTO-ED DELIMITED BY SIZE
                  " SS: " DELIMITED BY SIZE
                  WS-ACU-SEGURO-ED DELIMITED BY SIZE
                  " Renta: " DELIMITED BY SIZE
                  WS-ACU-RENTA-ED DELIMITED BY SIZE
                  " Neto: " DELIMITED BY SIZE
                  WS-ACU-NETO-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea.

      * Un renglon por cuota de prestamo del empleado; la que no se
      * desconto entera dice por que.
       IMPRIMIR-DETALLE-DESCUENTO.
           IF WS-PNM-EMP-ID(WS-PN) = emp-id
              MOVE WS-PNM-DESCONTADO(WS-PN) TO WS-NETO-ED
              MOVE WS-PNM-CUOTA(WS-PN)      TO WS-CUOTA-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "      Descuento prestamo " DELIMITED BY SIZE
                     WS-PNM-ID-PRESTAMO(WS-PN) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-NETO-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              IF WS-PNM-ESTADO(WS-PN) NOT = "T"
                 MOVE SPACES TO registro-linea
                 STRING WS-LINEA-EDIT(1:43) DELIMITED BY SIZE
                        " de cuota " DELIMITED BY SIZE
                        WS-CUOTA-ED DELIMITED BY SIZE
                        " (tope del neto)" DELIMITED BY SIZE
                        INTO registro-linea
              ELSE
                 MOVE WS-LINEA-EDIT TO registro-linea
              END-IF
              WRITE registro-linea
           END-IF.

       IMPRIMIR-DETALLE-RETRO.
              WRITE registro-linea
           END-IF.

      * Un renglon por novedad, con su concepto.
       IMPRIMIR-DETALLE-VARIABLE.
           IF WS-VAR-EMP-ID(WS-V) = emp-id
              AND WS-VAR-ESTADO(WS-V) = "V"
              PERFORM NOMBRAR-CONCEPTO
              MOVE WS-VAR-MONTO(WS-V) TO WS-BRUTO-ED
              MOVE SPACES TO WS-LINEA-EDIT
              IF WS-VAR-MULT(WS-V) > 0
                 MOVE WS-VAR-HORAS(WS-V) TO WS-HORAS-ED
                 MOVE WS-VAR-MULT(WS-V)  TO WS-MULT-ED
                 STRING "      " DELIMITED BY SIZE
                        WS-CONCEPTO-NOMBRE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-VAR-FECHA(WS-V) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-HORAS-ED DELIMITED BY SIZE
                        " h x " DELIMITED BY SIZE
                        WS-MULT-ED DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WS-BRUTO-ED DELIMITED BY SIZE
                        INTO WS-LINEA-EDIT
              ELSE
                 STRING "      " DELIMITED BY SIZE
                        WS-CONCEPTO-NOMBRE DELIMITED BY SIZE
                        " periodo " DELIMITED BY SIZE
                        WS-VAR-PERIODO(WS-V) DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WS-BRUTO-ED DELIMITED BY SIZE
                        INTO WS-LINEA-EDIT
              END-IF
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF.

       NOMBRAR-CONCEPTO.
           EVALUATE WS-VAR-CONCEPTO(WS-V)
              WHEN "HEXT"
                 MOVE "Horas extra" TO WS-CONCEPTO-NOMBRE
              WHEN "COMI"
                 MOVE "Comision"    TO WS-CONCEPTO-NOMBRE
              WHEN "BONO"
                 MOVE "Bono"        TO WS-CONCEPTO-NOMBRE
              WHEN OTHER
                 MOVE WS-VAR-CONCEPTO(WS-V) TO WS-CONCEPTO-NOMBRE
           END-EVALUATE.

      * Las novedades que no se pagaron quedan avisadas en el
      * registro con el motivo.
       AVISAR-VARIABLE-NO-PAGADA.
           IF WS-VAR-USADA(WS-V) = "N"
              EVALUATE WS-VAR-ESTADO(WS-V)
                 WHEN "C"
                    MOVE "concepto desconocido" TO WS-CONCEPTO-NOMBRE
                 WHEN "P"
                    MOVE "periodo futuro"       TO WS-CONCEPTO-NOMBRE
                 WHEN "I"
                    MOVE "sin horas ni monto"   TO WS-CONCEPTO-NOMBRE
                 WHEN OTHER
                    MOVE "legajo inexistente"   TO WS-CONCEPTO-NOMBRE
              END-EVALUATE
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "AVISO: novedad " DELIMITED BY SIZE
                     WS-VAR-CONCEPTO(WS-V) DELIMITED BY SIZE
                     " del legajo " DELIMITED BY SIZE
                     WS-VAR-EMP-ID(WS-V) DELIMITED BY SIZE
                     " periodo " DELIMITED BY SIZE
                     WS-VAR-PERIODO(WS-V) DELIMITED BY SIZE
                     " no pagada: " DELIMITED BY SIZE
                     WS-CONCEPTO-NOMBRE DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF.

       ACUMULAR-AUSENCIAS-DEPTO.
           MOVE 0 TO WS-AUD-IDX
           PERFORM COMPARAR-AUS-DEPTO
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO ausencia-rep-linea
              WRITE ausencia-rep-linea
           END-IF
           IF WS-AUS-USADA(WS-U) = "R"
              MOVE WS-AUS-HABILES(WS-U) TO WS-DIAS-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "AVISO: legajo " DELIMITED BY SIZE
                     WS-AUS-EMP-ID(WS-U) DELIMITED BY SIZE
                     " ausencia paga " DELIMITED BY SIZE
                     WS-AUS-DESDE(WS-U) DELIMITED BY SIZE
                     " a " DELIMITED BY SIZE
                     WS-AUS-HASTA(WS-U) DELIMITED BY SIZE
                     " rechazada:" DELIMITED BY SIZE
                     WS-DIAS-ED DELIMITED BY SIZE
                     " habiles sin saldo" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO ausencia-rep-linea
              WRITE ausencia-rep-linea
           END-IF.

       IMPRIMIR-TOTALES.
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           IF WS-TOTAL-DESCUENTOS > 0 OR WS-CUOTAS-INCOMPLETAS > 0
              MOVE WS-TOTAL-DESCUENTOS TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "          Descuentos de prestamos: "
                     DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
              MOVE WS-TOTAL-NETO-COBRAR TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "          Neto a cobrar: " DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF
           IF WS-CUOTAS-INCOMPLETAS > 0
              MOVE WS-CUOTAS-INCOMPLETAS TO WS-COUNT-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "AVISO: " DELIMITED BY SIZE
                     WS-COUNT-ED DELIMITED BY SIZE
                     " cuotas de prestamo no descontadas enteras por "
                     DELIMITED BY SIZE
                     "el tope del neto" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF
           MOVE WS-TOTAL-VARIABLE TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "          Variables en el bruto: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           IF WS-VAR-LOTE-OK = "N"
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "AVISO: variables_nomina.txt rechazado, "
                     DELIMITED BY SIZE
                     WS-VAR-MOTIVO-RECHAZO DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF
           PERFORM AVISAR-VARIABLE-NO-PAGADA
               VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NUM-VARIABLES
           MOVE WS-TOTAL-PATRONAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "          Aporte patronal: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           COMPUTE WS-TOTAL-COSTO = WS-TOTAL-BRUTO + WS-TOTAL-PATRONAL
           MOVE WS-TOTAL-COSTO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "          Costo total: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea.

       IMPRIMIR-LINEA-DEPTO.
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           MOVE WS-DEPTO-PATRONAL(WS-D) TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "      Aporte patronal: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           COMPUTE WS-TOTAL-COSTO = WS-DEPTO-BRUTO(WS-D)
                                  + WS-DEPTO-PATRONAL(WS-D)
           MOVE WS-TOTAL-COSTO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "      Costo total: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea.

      ******************************************************************
      * Asiento de la nomina del mes, balanceado:
      *   gasto de sueldos de cada departamento (bruto) al debe,
      *     contra la cuenta puente de sueldos a pagar;
      *   seguro social retenido: puente al debe, a pagar al haber;
      *   renta retenida: puente al debe, a pagar al haber;
      *   aporte patronal: gasto al debe, seguro a pagar al haber.
      * En la cuenta puente queda el neto a pagar, que cancelan el
      * credito directo (motivo NOMI), las transferencias y las
      * cuotas de prestamo descontadas que TransferenciasBanco aplica
      * al prestamo (motivo NOPR).
      ******************************************************************
       ASENTAR-NOMINA.
           MOVE 0 TO WS-RENGLONES-ASIENTO
           OPEN EXTEND ajustes-pendientes
           IF fs-pendientes = "35"
              OPEN OUTPUT ajustes-pendientes
              CLOSE ajustes-pendientes
              OPEN EXTEND ajustes-pendientes
           END-IF
           MOVE SPACES TO registro-linea
           WRITE registro-linea
           MOVE "ASIENTO DE NOMINA (ajustes pendientes):"
             TO registro-linea
           WRITE registro-linea
           PERFORM ASENTAR-GASTO-DEPTO
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NUM-DEPTOS
           MOVE "NOSS"          TO WS-MOTIVO-ASIENTO
           MOVE WS-TOTAL-SEGURO TO WS-MONTO-ASIENTO
           MOVE "Seguro social retenido" TO WS-CONCEPTO-ASIENTO
           PERFORM ESCRIBIR-RENGLON-ASIENTO
           MOVE "NORT"          TO WS-MOTIVO-ASIENTO
           MOVE WS-TOTAL-RENTA  TO WS-MONTO-ASIENTO
           MOVE "Renta retenida" TO WS-CONCEPTO-ASIENTO
           PERFORM ESCRIBIR-RENGLON-ASIENTO
           MOVE "NOPA"          TO WS-MOTIVO-ASIENTO
           MOVE WS-TOTAL-PATRONAL TO WS-MONTO-ASIENTO
           MOVE "Aporte patronal" TO WS-CONCEPTO-ASIENTO
           PERFORM ESCRIBIR-RENGLON-ASIENTO
           CLOSE ajustes-pendientes
           MOVE WS-TOTAL-NETO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "   Neto a pagar en cuenta puente: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO registro-linea
           WRITE registro-linea
           DISPLAY "Renglones de asiento de nomina: "
                   WS-RENGLONES-ASIENTO.

       ASENTAR-GASTO-DEPTO.
           MOVE "NOMS" TO WS-MOTIVO-ASIENTO
           PERFORM BUSCAR-MOTIVO-DEPTO
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MOTIVOS
           MOVE WS-DEPTO-BRUTO(WS-D) TO WS-MONTO-ASIENTO
           MOVE SPACES TO WS-CONCEPTO-ASIENTO
           STRING "Sueldos " DELIMITED BY SIZE
                  WS-DEPTO-NOMBRE(WS-D) DELIMITED BY SIZE
                  INTO WS-CONCEPTO-ASIENTO
           PERFORM ESCRIBIR-RENGLON-ASIENTO.

       BUSCAR-MOTIVO-DEPTO.
           IF WS-MOT-DEPTO(WS-M) = WS-DEPTO-NOMBRE(WS-D)
              MOVE WS-MOT-MOTIVO(WS-M) TO WS-MOTIVO-ASIENTO
           END-IF.

      * Un credito ("H") se asienta con el debe y el haber tal como
      * los define el mapeo del motivo.
       ESCRIBIR-RENGLON-ASIENTO.
           IF WS-MONTO-ASIENTO > 0
              MOVE WS-FECHA-PROCESO  TO AJP-FECHA
              MOVE "NOMINA"          TO AJP-CUENTA
              MOVE "H"               TO AJP-NATURALEZA
              MOVE WS-MONTO-ASIENTO  TO AJP-MONTO
              MOVE WS-MOTIVO-ASIENTO TO AJP-MOTIVO
              MOVE "NOMINA"          TO AJP-OPERADOR
              MOVE SPACES            TO AJP-AUTORIZA
              WRITE ajuste-pendiente-registro
              ADD 1 TO WS-RENGLONES-ASIENTO
              MOVE WS-MONTO-ASIENTO TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "   Ajuste " DELIMITED BY SIZE
                     WS-MOTIVO-ASIENTO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CONCEPTO-ASIENTO DELIMITED BY SIZE
                     WS-TOTAL-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO registro-linea
              WRITE registro-linea
           END-IF.

      * Costo del mes por departamento para PresupuestoDeptos.
       ESCRIBIR-COSTO-DEPTO.
           MOVE WS-PERIODO-ACTUAL       TO CNM-PERIODO
           MOVE WS-DEPTO-NOMBRE(WS-D)   TO CNM-DEPARTAMENTO
           MOVE WS-DEPTO-COUNT(WS-D)    TO CNM-EMPLEADOS
           MOVE WS-DEPTO-BRUTO(WS-D)    TO CNM-BRUTO
           MOVE WS-DEPTO-PATRONAL(WS-D) TO CNM-PATRONAL
           COMPUTE CNM-COSTO = WS-DEPTO-BRUTO(WS-D)
                             + WS-DEPTO-PATRONAL(WS-D)
           WRITE costo-nomina-registro.

       CERRAR-ARCHIVOS.
           CLOSE empleados-archivo
           CLOSE recibos-out
           CLOSE registro-out
           MOVE "Z"                TO COLA-TIPO-REGISTRO
           MOVE WS-REMESA-CONTADOR TO COLA-CONTADOR
           MOVE WS-REMESA-HASH     TO COLA-HASH-MONTOS
           WRITE lote-cola
           CLOSE remesa-out
           CLOSE descuentos-out
           OPEN OUTPUT costo-out
           PERFORM ESCRIBIR-COSTO-DEPTO
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NUM-DEPTOS
           CLOSE costo-out
           MOVE "F" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro
           MOVE "F" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
      * Los retro aplicados no deben volver a sumar el mes que
      * viene: el archivo queda vacio.
           IF WS-NUM-RETROS > 0
              OPEN OUTPUT retro-ajustes
              CLOSE retro-ajustes
           END-IF
      * Igual con las novedades variables, salvo un lote rechazado,
      * que queda para que el jefe lo corrija y lo reenvie.
           IF WS-NUM-VARIABLES > 0 AND WS-VAR-LOTE-OK = "S"
              OPEN OUTPUT variables-nomina
              CLOSE variables-nomina
           END-IF
           DISPLAY "Nomina generada. Empleados pagados: "
                   WS-EMPLEADOS-PAGADOS.
