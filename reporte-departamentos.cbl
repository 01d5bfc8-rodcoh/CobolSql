           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       FD  reporte-out.
       01  reporte-linea       PIC X(100).
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE NOMINA POR DEPARTAMENTO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "ReporteDepartamentos" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       LEER-EMPLEADO.
