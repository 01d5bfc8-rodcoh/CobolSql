      *          de variacion contra la nomina real. El maestro
      *          presupuesto_deptos.dat (departamento, presupuesto
      *          anual y mensual) se mantiene desde el menu; el
      *          reporte junta ese presupuesto con el costo real de
      *          la ultima nomina (costo_nomina.txt de Nomina: bruto
      *          mas aporte patronal por departamento) y muestra
      *          presupuesto, real, variacion en monto y porcentaje
      *          por departamento, marcando los que estan pasados de
      *          presupuesto. Si la nomina todavia no grabo el costo,
      *          el real es el salario de empleados.dat (la misma
      *          acumulacion de ReporteDepartamentos) y el reporte
      *          lo aclara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            RECORD KEY IS emp-id
            FILE STATUS IS fs-empleados.

           SELECT costo-nomina
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\costo_nomina.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-costo.

           SELECT reporte-out
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\variacion_presupuesto.txt"
           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       FD  costo-nomina.
           COPY COSNOM.

       FD  reporte-out.
       01  reporte-linea       PIC X(100).
       01  fs-presupuesto       PIC XX.
       01  fs-empleados         PIC XX.
       01  fs-reporte           PIC XX.
       01  fs-costo             PIC XX.
       01  WS-FIN-COSTO         PIC X VALUE "N".
       01  WS-ORIGEN-REAL       PIC X VALUE "S".  *> C=costo S=salario
       01  WS-PERIODO-COSTO     PIC X(7) VALUE SPACES.
       01  WS-FIN-PRESUPUESTO   PIC X VALUE "N".
       01  WS-EOF-EMPLEADOS     PIC X VALUE "N".
       01  continuar            PIC X VALUE "S".
              10 WS-PRE-ANUAL   PIC 9(11)V99 VALUE 0.
              10 WS-PRE-MENSUAL PIC 9(9)V99 VALUE 0.
              10 WS-PRE-REAL    PIC 9(9)V99 VALUE 0.
              10 WS-PRE-BRUTO   PIC 9(9)V99 VALUE 0.
              10 WS-PRE-PATRONAL PIC 9(9)V99 VALUE 0.
       01  WS-NUM-PRES          PIC 9(2) VALUE 0.
       01  WS-PRE-IDX           PIC 9(2) VALUE 0.
       01  WS-I                 PIC 9(2) VALUE 0.
       REPORTE-VARIACION.
           PERFORM LIMPIAR-REALES
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PRES
           PERFORM ACUMULAR-COSTO-REAL
           IF WS-ORIGEN-REAL = "S"
              PERFORM ACUMULAR-NOMINA-REAL
           END-IF
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE VARIACION PRESUPUESTO VS NOMINA"
              TO reporte-linea
           WRITE reporte-linea
           MOVE SPACES TO WS-LINEA-EDIT
           IF WS-ORIGEN-REAL = "C"
              STRING "Real: costo de la nomina " DELIMITED BY SIZE
                     WS-PERIODO-COSTO DELIMITED BY SIZE
                     " (bruto + aporte patronal)" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
           ELSE
              MOVE "Real: salarios del maestro (no hay costo de nomina)"
                TO WS-LINEA-EDIT
           END-IF
           MOVE WS-LINEA-EDIT TO reporte-linea
           WRITE reporte-linea
           MOVE ALL "-" TO reporte-linea
           WRITE reporte-linea
           PERFORM IMPRIMIR-VARIACION-DEPTO
           DISPLAY "Reporte de variacion generado.".

       LIMPIAR-REALES.
           MOVE 0 TO WS-PRE-REAL(WS-I)
           MOVE 0 TO WS-PRE-BRUTO(WS-I)
           MOVE 0 TO WS-PRE-PATRONAL(WS-I).

      * El costo que grabo la ultima corrida de Nomina, si existe.
       ACUMULAR-COSTO-REAL.
           MOVE "S" TO WS-ORIGEN-REAL
           MOVE "N" TO WS-FIN-COSTO
           OPEN INPUT costo-nomina
           IF fs-costo = "00"
              PERFORM LEER-COSTO
              PERFORM ACUMULAR-COSTO-DEPTO
                  UNTIL WS-FIN-COSTO = "S"
              CLOSE costo-nomina
           END-IF.

       LEER-COSTO.
           READ costo-nomina
                AT END MOVE "S" TO WS-FIN-COSTO
           END-READ.

       ACUMULAR-COSTO-DEPTO.
           MOVE "C"              TO WS-ORIGEN-REAL
           MOVE CNM-PERIODO      TO WS-PERIODO-COSTO
           MOVE CNM-DEPARTAMENTO TO WS-DEPTO-TRABAJO
           PERFORM BUSCAR-O-CREAR-PRESUPUESTO
           IF WS-PRE-IDX > 0
              ADD CNM-COSTO    TO WS-PRE-REAL(WS-PRE-IDX)
              ADD CNM-BRUTO    TO WS-PRE-BRUTO(WS-PRE-IDX)
              ADD CNM-PATRONAL TO WS-PRE-PATRONAL(WS-PRE-IDX)
           END-IF
           PERFORM LEER-COSTO.

       ACUMULAR-NOMINA-REAL.
           MOVE "N" TO WS-EOF-EMPLEADOS
                  WS-MARCA-EXCESO DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO reporte-linea
           WRITE reporte-linea
           IF WS-ORIGEN-REAL = "C"
              MOVE WS-PRE-BRUTO(WS-I)    TO WS-PRESUPUESTO-ED
              MOVE WS-PRE-PATRONAL(WS-I) TO WS-REAL-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "                Bruto: " DELIMITED BY SIZE
                     WS-PRESUPUESTO-ED DELIMITED BY SIZE
                     " Aporte patronal: " DELIMITED BY SIZE
                     WS-REAL-ED DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO reporte-linea
              WRITE reporte-linea
           END-IF.
