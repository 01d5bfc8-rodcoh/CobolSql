           05 emp-departamento PIC X(15).
           05 emp-salario      PIC 9(7)V99.
           05 emp-fecha-ingreso PIC X(10).
           05 emp-jefe-id      PIC 9(4).

       FD  reporte-out.
       01  reporte-linea       PIC X(100).
