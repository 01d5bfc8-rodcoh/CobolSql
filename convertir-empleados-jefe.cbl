      ******************************************************************
      * Author:
      * Date:
      * Purpose: Utilitario de conversion por unica vez del maestro
      *          de empleados al formato con jefe directo. Lee
      *          empleados.dat en el formato anterior (sin jefe) y
      *          reconstruye empleados_nuevo.dat con el formato
      *          actual, con cada empleado sin jefe (emp-jefe-id en
      *          cero); las lineas de reporte se cargan despues en
      *          GestionEmpleados, que valida que el jefe exista y que
      *          no se formen ciclos. Toma el bloqueo del maestro para
      *          que nadie lo modifique durante la conversion. Al
      *          terminar, el operador renombra empleados_nuevo.dat
      *          como empleados.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirEmpleadosJefe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empleados-viejo
            ASSIGN TO DYNAMIC WS-RUTA-VIEJO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS emp-id-v
            FILE STATUS IS fs-viejo.

           SELECT empleados-nuevo
            ASSIGN TO DYNAMIC WS-RUTA-NUEVO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS emp-id-n
            ALTERNATE RECORD KEY IS emp-departamento-n WITH DUPLICATES
            FILE STATUS IS fs-nuevo.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-viejo.
       01  empleado-viejo-registro.
           05 emp-id-v            PIC 9(4).
           05 emp-nombre-v        PIC X(30).
           05 emp-departamento-v  PIC X(15).
           05 emp-salario-v       PIC 9(7)V99.
           05 emp-fecha-ingreso-v PIC X(10).

       FD  empleados-nuevo.
       01  empleado-nuevo-registro.
           05 emp-id-n            PIC 9(4).
           05 emp-nombre-n        PIC X(30).
           05 emp-departamento-n  PIC X(15).
           05 emp-salario-n       PIC 9(7)V99.
           05 emp-fecha-ingreso-n PIC X(10).
           05 emp-jefe-id-n       PIC 9(4).

       WORKING-STORAGE SECTION.
       01  fs-viejo             PIC XX.
       01  fs-nuevo             PIC XX.
       01  WS-EOF-VIEJO         PIC X VALUE "N".
       01  WS-CONVERTIDOS       PIC 9(5) VALUE 0.
       01  WS-RUTA-VIEJO        PIC X(120) VALUE SPACES.
       01  WS-RUTA-NUEVO        PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-LOCK-FUNCION      PIC X.
       01  WS-LOCK-TIPO         PIC X(6)  VALUE "BATCH".
       01  WS-LOCK-PROGRAMA     PIC X(20) VALUE "ConvertirEmpJefe".
       01  WS-LOCK-RESULTADO    PIC X.
       01  WS-LOCK-TITULAR      PIC X(46).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "empleados.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-VIEJO
           MOVE "empleados_nuevo.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-NUEVO

           MOVE "B" TO WS-LOCK-FUNCION
           CALL "bloquear-maestro" USING WS-LOCK-FUNCION
                                         WS-LOCK-TIPO
                                         WS-LOCK-PROGRAMA
                                         WS-LOCK-RESULTADO
                                         WS-LOCK-TITULAR
           IF WS-LOCK-RESULTADO = "N"
              DISPLAY "El maestro de empleados esta en uso por: "
                      WS-LOCK-TITULAR
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT empleados-viejo
           IF fs-viejo NOT = "00"
              DISPLAY "No se pudo abrir empleados.dat. Estado: "
                      fs-viejo
              PERFORM LIBERAR-BLOQUEO
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT empleados-nuevo
           IF fs-nuevo NOT = "00"
              DISPLAY "No se pudo crear empleados_nuevo.dat. Estado: "
                      fs-nuevo
              CLOSE empleados-viejo
              PERFORM LIBERAR-BLOQUEO
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LEER-EMPLEADO-VIEJO
           PERFORM CONVERTIR-EMPLEADO
               UNTIL WS-EOF-VIEJO = "S"

           CLOSE empleados-viejo
           CLOSE empleados-nuevo
           PERFORM LIBERAR-BLOQUEO
           DISPLAY "Registros convertidos: " WS-CONVERTIDOS
           DISPLAY "Renombre empleados_nuevo.dat como empleados.dat "
                   "para completar la conversion."
           STOP RUN.

       LEER-EMPLEADO-VIEJO.
           READ empleados-viejo NEXT RECORD
                AT END MOVE "S" TO WS-EOF-VIEJO
           END-READ.

       CONVERTIR-EMPLEADO.
           MOVE emp-id-v            TO emp-id-n
           MOVE emp-nombre-v        TO emp-nombre-n
           MOVE emp-departamento-v  TO emp-departamento-n
           MOVE emp-salario-v       TO emp-salario-n
           MOVE emp-fecha-ingreso-v TO emp-fecha-ingreso-n
           MOVE 0                   TO emp-jefe-id-n
           WRITE empleado-nuevo-registro
           ADD 1 TO WS-CONVERTIDOS
           PERFORM LEER-EMPLEADO-VIEJO.

       LIBERAR-BLOQUEO.
           MOVE "L" TO WS-LOCK-FUNCION
           CALL "bloquear-maestro" USING WS-LOCK-FUNCION
                                         WS-LOCK-TIPO
                                         WS-LOCK-PROGRAMA
                                         WS-LOCK-RESULTADO
                                         WS-LOCK-TITULAR.
