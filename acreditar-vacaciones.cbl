      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acreditacion anual de vacaciones y listado de saldos.
      *          Recorre el maestro de empleados y, a cada empleado
      *          cuyo aniversario de ingreso ya paso en el anio de la
      *          fecha de proceso y todavia no se acredito, le suma al
      *          saldo (vacaciones_saldos.txt, ver VACSAL.CPY, via el
      *          subprograma saldo-vacaciones) los dias que le
      *          corresponden por antiguedad segun la escala de
      *          vacaciones_escala.dat (registros con anios de
      *          servicio desde y dias; vale la fila de mayor
      *          antiguedad alcanzada). Sin escala se usa la de 14,
      *          21, 28 y 35 dias desde 1, 5, 10 y 20 anios. La
      *          antiguedad se calcula sobre base comercial 30/360,
      *          igual que en ReporteAntiguedad. Como corre todas las
      *          noches, un aniversario que cayo en un dia sin corrida
      *          se acredita en la siguiente. Emite ademas
      *          saldos_vacaciones_rep.txt con el saldo de cada
      *          empleado agrupado por departamento, con totales por
      *          departamento y de la compania.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcreditarVacaciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empleados-archivo
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS emp-id
            FILE STATUS IS fs-empleados.

           SELECT escala-vacaciones
            ASSIGN TO DYNAMIC WS-RUTA-ESCALA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-escala.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-archivo.
       01  empleado-registro.
           05 emp-id           PIC 9(4).        *> ID del empleado
           05 emp-nombre       PIC X(30).       *> Nombre del empleado
           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       FD  escala-vacaciones.
       01  escala-registro.
           05 ESC-ANIOS-DESDE     PIC 9(2).
           05 ESC-DIAS            PIC 9(3).

       SD  trabajo-sort.
       01  SORT-SALDO.
           05 SORT-DEPARTAMENTO   PIC X(15).
           05 SORT-EMP-ID         PIC 9(4).
           05 SORT-NOMBRE         PIC X(30).
           05 SORT-ANIOS          PIC 9(2).
           05 SORT-GANADOS        PIC 9(4).
           05 SORT-TOMADOS        PIC 9(4).
           05 SORT-SALDO-DIAS     PIC 9(4).
           05 SORT-ULT-ACREDITACION PIC X(10).
           05 SORT-MARCA          PIC X.       *> "*" acreditado hoy

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       COPY VACSAL.
       01  fs-empleados          PIC XX.
       01  fs-escala             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-EMPLEADOS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-ESCALA        PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-EOF-EMPLEADOS      PIC X VALUE "N".
       01  WS-FIN-ESCALA         PIC X VALUE "N".
       01  WS-FIN-SORT           PIC X VALUE "N".
       01  WS-FUNCION-SALDO      PIC X VALUE SPACE.

       01  WS-ESCALA.
           05 WS-ESC-FILA OCCURS 10 TIMES.
              10 WS-ESC-ANIOS     PIC 9(2).
              10 WS-ESC-DIAS      PIC 9(3).
       01  WS-NUM-ESCALA         PIC 9(2) VALUE 0.
       01  WS-E                  PIC 9(2) VALUE 0.
       01  WS-ESC-IDX            PIC 9(2) VALUE 0.
       01  WS-DIAS-ACREDITAR     PIC 9(3) VALUE 0.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-HOY-PARTES.
           05 WS-HOY-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-HOY-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-HOY-DD          PIC 9(2).
       01  WS-ING-PARTES.
           05 WS-ING-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-ING-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-ING-DD          PIC 9(2).
       01  WS-ANIVERSARIO        PIC X(10) VALUE SPACES.
       01  WS-DIAS-HOY           PIC 9(7) VALUE 0.
       01  WS-DIAS-INGRESO       PIC 9(7) VALUE 0.
       01  WS-ANIOS-SERVICIO     PIC 9(3) VALUE 0.
       01  WS-FECHA-VALIDA       PIC X VALUE "N".

       01  WS-LEIDOS             PIC 9(5) VALUE 0.
       01  WS-ACREDITADOS        PIC 9(5) VALUE 0.
       01  WS-DEPTO-ACTUAL       PIC X(15) VALUE SPACES.
       01  WS-DEPTO-EMPLEADOS    PIC 9(5) VALUE 0.
       01  WS-DEPTO-SALDO        PIC 9(7) VALUE 0.
       01  WS-DEPTO-ACREDITADO   PIC 9(7) VALUE 0.
       01  WS-TOT-EMPLEADOS      PIC 9(5) VALUE 0.
       01  WS-TOT-SALDO          PIC 9(7) VALUE 0.
       01  WS-TOT-ACREDITADO     PIC 9(7) VALUE 0.

       01  WS-ANIOS-ED           PIC Z9.
       01  WS-DIAS-ED            PIC ZZZ9.
       01  WS-TOTAL-ED           PIC ZZZZZZ9.
       01  WS-CANT-ED            PIC ZZZZ9.
       01  WS-LINEA-EDIT         PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM RESOLVER-RUTAS.
           PERFORM CARGAR-ESCALA.
           PERFORM ABRIR-ARCHIVOS.
           MOVE "I" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro

           SORT trabajo-sort
               ON ASCENDING KEY SORT-DEPARTAMENTO SORT-EMP-ID
               INPUT PROCEDURE IS ACREDITAR-EMPLEADOS
               OUTPUT PROCEDURE IS IMPRIMIR-SALDOS.

           MOVE "F" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Empleados leidos: " WS-LEIDOS
                   "  Vacaciones acreditadas: " WS-ACREDITADOS
           STOP RUN.

       RESOLVER-RUTAS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-HOY-PARTES
           MOVE "empleados.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EMPLEADOS
           MOVE "vacaciones_escala.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ESCALA
           MOVE "sortwk_vacaciones.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE "saldos_vacaciones_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
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

       CARGAR-ESCALA.
           MOVE 0 TO WS-NUM-ESCALA
           MOVE "N" TO WS-FIN-ESCALA
           OPEN INPUT escala-vacaciones
           IF fs-escala = "00"
              READ escala-vacaciones
                   AT END MOVE "S" TO WS-FIN-ESCALA
              END-READ
              PERFORM UNTIL WS-FIN-ESCALA = "S"
                         OR WS-NUM-ESCALA >= 10
                 IF ESC-ANIOS-DESDE IS NUMERIC
                    AND ESC-DIAS IS NUMERIC
                    ADD 1 TO WS-NUM-ESCALA
                    MOVE ESC-ANIOS-DESDE
                       TO WS-ESC-ANIOS(WS-NUM-ESCALA)
                    MOVE ESC-DIAS
                       TO WS-ESC-DIAS(WS-NUM-ESCALA)
                 END-IF
                 READ escala-vacaciones
                      AT END MOVE "S" TO WS-FIN-ESCALA
                 END-READ
              END-PERFORM
              CLOSE escala-vacaciones
           END-IF

           IF WS-NUM-ESCALA = 0
              MOVE 01  TO WS-ESC-ANIOS(1)
              MOVE 014 TO WS-ESC-DIAS(1)
              MOVE 05  TO WS-ESC-ANIOS(2)
              MOVE 021 TO WS-ESC-DIAS(2)
              MOVE 10  TO WS-ESC-ANIOS(3)
              MOVE 028 TO WS-ESC-DIAS(3)
              MOVE 20  TO WS-ESC-ANIOS(4)
              MOVE 035 TO WS-ESC-DIAS(4)
              MOVE 4 TO WS-NUM-ESCALA
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT empleados-archivo
           IF fs-empleados NOT = "00"
              DISPLAY "No se pudo abrir empleados-archivo. Estado: "
                      fs-empleados
              MOVE "ERROR" TO error-severidad
              MOVE "ABRIR-ARCHIVOS" TO error-parrafo
              MOVE "Sin maestro de empleados: no se acreditan "
                 & "vacaciones." TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT reporte-out
           MOVE "SALDOS DE VACACIONES POR DEPARTAMENTO" TO REP-NOMBRE
           MOVE "LEGAJO NOMBRE                         ANT GANADOS "
              & "TOMADOS  SALDO ULT.ACRED."
             TO REP-ENCABEZADO-COLS
           MOVE "AcreditarVacaciones" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      ******************************************************************
      * Cada empleado del maestro entra al SORT con su saldo, despues
      * de acreditarle el anio si su aniversario ya paso.
      ******************************************************************
       ACREDITAR-EMPLEADOS.
           PERFORM LEER-EMPLEADO
           PERFORM ACREDITAR-UN-EMPLEADO
               UNTIL WS-EOF-EMPLEADOS = "S".

       LEER-EMPLEADO.
           READ empleados-archivo NEXT RECORD
                AT END MOVE "S" TO WS-EOF-EMPLEADOS
           END-READ.

       ACREDITAR-UN-EMPLEADO.
           ADD 1 TO WS-LEIDOS
           MOVE emp-id TO VAC-EMP-ID
           MOVE "C" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           MOVE SPACE TO SORT-MARCA
           PERFORM CALCULAR-ANTIGUEDAD
           IF WS-FECHA-VALIDA = "S"
              PERFORM EVALUAR-ANIVERSARIO
           END-IF

           MOVE emp-departamento     TO SORT-DEPARTAMENTO
           MOVE emp-id               TO SORT-EMP-ID
           MOVE emp-nombre           TO SORT-NOMBRE
           MOVE WS-ANIOS-SERVICIO    TO SORT-ANIOS
           MOVE VAC-DIAS-GANADOS     TO SORT-GANADOS
           MOVE VAC-DIAS-TOMADOS     TO SORT-TOMADOS
           MOVE VAC-SALDO            TO SORT-SALDO-DIAS
           MOVE VAC-ULT-ACREDITACION TO SORT-ULT-ACREDITACION
           RELEASE SORT-SALDO
           PERFORM LEER-EMPLEADO.

       CALCULAR-ANTIGUEDAD.
           MOVE 0 TO WS-ANIOS-SERVICIO
           MOVE "N" TO WS-FECHA-VALIDA
           MOVE emp-fecha-ingreso TO WS-ING-PARTES
           IF WS-ING-AAAA IS NUMERIC AND WS-ING-MM IS NUMERIC
              AND WS-ING-DD IS NUMERIC
              MOVE "S" TO WS-FECHA-VALIDA
              COMPUTE WS-DIAS-HOY = WS-HOY-AAAA * 360
                      + WS-HOY-MM * 30 + WS-HOY-DD
              COMPUTE WS-DIAS-INGRESO = WS-ING-AAAA * 360
                      + WS-ING-MM * 30 + WS-ING-DD
              IF WS-DIAS-HOY > WS-DIAS-INGRESO
                 COMPUTE WS-ANIOS-SERVICIO =
                         (WS-DIAS-HOY - WS-DIAS-INGRESO) / 360
              END-IF
              IF WS-ANIOS-SERVICIO > 99
                 MOVE 99 TO WS-ANIOS-SERVICIO
              END-IF
           END-IF.

      * El aniversario del anio en curso es la fecha de proceso con el
      * mes y dia de ingreso; se acredita una sola vez por aniversario.
       EVALUAR-ANIVERSARIO.
           MOVE WS-FECHA-PROCESO TO WS-ANIVERSARIO
           MOVE emp-fecha-ingreso(5:6) TO WS-ANIVERSARIO(5:6)
           IF emp-fecha-ingreso(1:4) < WS-FECHA-PROCESO(1:4)
              AND WS-ANIVERSARIO <= WS-FECHA-PROCESO
              AND VAC-ULT-ACREDITACION < WS-ANIVERSARIO
              AND WS-ANIOS-SERVICIO > 0
              PERFORM BUSCAR-DIAS-ESCALA
              IF WS-DIAS-ACREDITAR > 0
                 ADD WS-DIAS-ACREDITAR TO VAC-DIAS-GANADOS
                 ADD WS-DIAS-ACREDITAR TO VAC-SALDO
                 MOVE WS-FECHA-PROCESO  TO VAC-ULT-ACREDITACION
                 MOVE WS-ANIOS-SERVICIO TO VAC-ANIOS-SERVICIO
                 MOVE "A" TO VAC-ESTADO
                 MOVE "G" TO WS-FUNCION-SALDO
                 CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
                 MOVE "*" TO SORT-MARCA
                 ADD 1 TO WS-ACREDITADOS
                 ADD WS-DIAS-ACREDITAR TO WS-TOT-ACREDITADO
              END-IF
           END-IF.

       BUSCAR-DIAS-ESCALA.
           MOVE 0 TO WS-ESC-IDX
           MOVE 0 TO WS-DIAS-ACREDITAR
           PERFORM COMPARAR-ESCALA
               VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NUM-ESCALA
           IF WS-ESC-IDX > 0
              MOVE WS-ESC-DIAS(WS-ESC-IDX) TO WS-DIAS-ACREDITAR
           END-IF.

       COMPARAR-ESCALA.
           IF WS-ESC-ANIOS(WS-E) <= WS-ANIOS-SERVICIO
              IF WS-ESC-IDX = 0
                 MOVE WS-E TO WS-ESC-IDX
              ELSE
              IF WS-ESC-ANIOS(WS-E) > WS-ESC-ANIOS(WS-ESC-IDX)
                 MOVE WS-E TO WS-ESC-IDX
              END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Listado por departamento, con corte de control y totales.
      ******************************************************************
       IMPRIMIR-SALDOS.
           MOVE "N" TO WS-FIN-SORT
           MOVE SPACES TO WS-DEPTO-ACTUAL
           PERFORM DEVOLVER-SALDO
           PERFORM IMPRIMIR-UN-SALDO
               UNTIL WS-FIN-SORT = "S"
           IF WS-TOT-EMPLEADOS > 0
              PERFORM IMPRIMIR-TOTAL-DEPTO
           END-IF
           PERFORM IMPRIMIR-TOTAL-COMPANIA.

       DEVOLVER-SALDO.
           RETURN trabajo-sort
                  AT END MOVE "S" TO WS-FIN-SORT
           END-RETURN.

       IMPRIMIR-UN-SALDO.
           IF WS-TOT-EMPLEADOS = 0
              OR SORT-DEPARTAMENTO NOT = WS-DEPTO-ACTUAL
              IF WS-TOT-EMPLEADOS > 0
                 PERFORM IMPRIMIR-TOTAL-DEPTO
              END-IF
              MOVE SORT-DEPARTAMENTO TO WS-DEPTO-ACTUAL
              MOVE 0 TO WS-DEPTO-EMPLEADOS
              MOVE 0 TO WS-DEPTO-SALDO
              MOVE 0 TO WS-DEPTO-ACREDITADO
              MOVE SPACES TO REP-DETALLE
              STRING "Departamento: " DELIMITED BY SIZE
                     WS-DEPTO-ACTUAL DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF

           MOVE SPACES TO WS-LINEA-EDIT
           MOVE SORT-ANIOS TO WS-ANIOS-ED
           STRING SORT-EMP-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SORT-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ANIOS-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE SORT-GANADOS TO WS-DIAS-ED
           MOVE WS-DIAS-ED TO WS-LINEA-EDIT(45:4)
           MOVE SORT-TOMADOS TO WS-DIAS-ED
           MOVE WS-DIAS-ED TO WS-LINEA-EDIT(53:4)
           MOVE SORT-SALDO-DIAS TO WS-DIAS-ED
           MOVE WS-DIAS-ED TO WS-LINEA-EDIT(61:4)
           MOVE SORT-ULT-ACREDITACION TO WS-LINEA-EDIT(66:10)
           MOVE SORT-MARCA TO WS-LINEA-EDIT(77:1)
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           ADD 1 TO WS-DEPTO-EMPLEADOS
           ADD 1 TO WS-TOT-EMPLEADOS
           ADD SORT-SALDO-DIAS TO WS-DEPTO-SALDO
           ADD SORT-SALDO-DIAS TO WS-TOT-SALDO
           IF SORT-MARCA = "*"
              ADD 1 TO WS-DEPTO-ACREDITADO
           END-IF
           PERFORM DEVOLVER-SALDO.

       IMPRIMIR-TOTAL-DEPTO.
           MOVE WS-DEPTO-EMPLEADOS TO WS-CANT-ED
           MOVE WS-DEPTO-SALDO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   Total " DELIMITED BY SIZE
                  WS-DEPTO-ACTUAL DELIMITED BY SIZE
                  " Empleados: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  Saldo: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEPTO-ACREDITADO TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   Acreditados en esta corrida: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-TOTAL-COMPANIA.
           MOVE WS-TOT-EMPLEADOS TO WS-CANT-ED
           MOVE WS-TOT-SALDO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "COMPANIA  Empleados: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  Saldo: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ACREDITADOS TO WS-CANT-ED
           MOVE WS-TOT-ACREDITADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "          Acreditados hoy (*): " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  Dias acreditados: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-ARCHIVOS.
           CLOSE empleados-archivo
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       COPY REPPROC.

       END PROGRAM AcreditarVacaciones.
