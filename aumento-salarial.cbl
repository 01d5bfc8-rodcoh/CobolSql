           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       FD  propuesta-file.
       01  propuesta-registro.
       01  WS-I                 PIC 9(3) VALUE 0.
       01  WS-DEPTO-PROP        PIC X(15) VALUE SPACES.
       01  WS-PORC-PROP         PIC 9V999 VALUE 0.
       01  WS-IMAGEN-ANTES      PIC X(72).
       01  WS-PROGRAMA-JRN      PIC X(20) VALUE "AumentoSalarial".
       01  WS-OPERACION-JRN     PIC X(10).
       01  WS-LOCK-FUNCION      PIC X.
           MOVE "PROPUESTA DE AUMENTO SALARIAL (PENDIENTE)"
              TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "AumentoSalarial" TO REP-PROGRAMA
           PERFORM REP-INICIAR

           MOVE SPACES TO propuesta-registro
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE AUMENTO SALARIAL APLICADO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "AumentoSalarial" TO REP-PROGRAMA
           PERFORM REP-INICIAR

           PERFORM APLICAR-DETALLE
