      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organigrama por departamento a partir de la linea de
      *          reporte del maestro de empleados (emp-jefe-id). Cada
      *          departamento se lista como arbol con sangria por
      *          nivel: arriba los empleados sin jefe, con un jefe que
      *          ya no figura en el maestro o con un jefe de otro
      *          departamento (con una nota aclaratoria), y debajo de
      *          cada uno sus reportes directos. Para cada jefe se
      *          informa la dotacion a cargo (reportes directos e
      *          indirectos del departamento, sin contar al jefe) y el
      *          costo salarial de esa dotacion; cada departamento
      *          cierra con su dotacion y costo total, y el reporte con
      *          el total general. Los empleados que quedaran en un
      *          ciclo de reportes (no deberia haberlos, porque
      *          GestionEmpleados los rechaza) se listan aparte para su
      *          revision.
      *          Salida: organigrama_rep.txt (formato estandar REPCAB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteOrganigrama.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empleados-archivo
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS emp-id
            FILE STATUS IS fs-empleados.

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

       FD  reporte-out.
       01  reporte-linea       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-EMPLEADOS          PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE            PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA     PIC X(40) VALUE SPACES.
       COPY REPCAB.

       01  fs-empleados         PIC XX.
       01  fs-reporte           PIC XX.
       01  WS-EOF-EMPLEADOS     PIC X     VALUE "N".

      * Maestro en memoria, en orden de emp-id (se lee por la clave).
      * WS-ORG-PADRE es la fila del jefe cuando esta en el mismo
      * departamento (0 = encabeza un arbol del departamento).
       01  WS-ORGANIGRAMA.
           05 WS-ORG-FILA OCCURS 9999 TIMES.
              10 WS-ORG-ID        PIC 9(4).
              10 WS-ORG-NOMBRE    PIC X(30).
              10 WS-ORG-DEPTO     PIC X(15).
              10 WS-ORG-SALARIO   PIC 9(7)V99.
              10 WS-ORG-JEFE      PIC 9(4).
              10 WS-ORG-PADRE     PIC 9(4).
              10 WS-ORG-NOTA      PIC X.          *> N=no existe O=otro
              10 WS-ORG-DOTACION  PIC 9(5).
              10 WS-ORG-COSTO     PIC 9(11)V99.
              10 WS-ORG-IMPRESO   PIC X.
       01  WS-NUM-EMP           PIC 9(4) VALUE 0.
       01  WS-I                 PIC 9(4) VALUE 0.
       01  WS-J                 PIC 9(4) VALUE 0.
       01  WS-J-INICIO          PIC 9(5) VALUE 0.
       01  WS-K                 PIC 9(4) VALUE 0.
       01  WS-PASOS             PIC 9(5) VALUE 0.

      * Busqueda binaria del jefe por emp-id.
       01  WS-ID-BUSCADO        PIC 9(4) VALUE 0.
       01  WS-IDX-JEFE          PIC 9(4) VALUE 0.
       01  WS-BAJO              PIC S9(5) VALUE 0.
       01  WS-ALTO              PIC S9(5) VALUE 0.
       01  WS-MEDIO             PIC S9(5) VALUE 0.

      * Departamentos en orden alfabetico.
       01  WS-DEPTOS.
           05 WS-DEP-FILA OCCURS 100 TIMES.
              10 WS-DEP-NOMBRE    PIC X(15).
       01  WS-NUM-DEPTOS        PIC 9(3) VALUE 0.
       01  WS-D                 PIC 9(3) VALUE 0.
       01  WS-DEP-POS           PIC 9(3) VALUE 0.
       01  WS-DEPTO-ACTUAL      PIC X(15) VALUE SPACES.
       01  WS-DEP-DOTACION      PIC 9(5) VALUE 0.
       01  WS-DEP-COSTO         PIC 9(11)V99 VALUE 0.
       01  WS-DEP-EN-CICLO      PIC 9(5) VALUE 0.
       01  WS-TOT-DOTACION      PIC 9(5) VALUE 0.
       01  WS-TOT-COSTO         PIC 9(11)V99 VALUE 0.

      * Recorrido del arbol: pila de filas abiertas y, para cada una,
      * la ultima fila revisada en busca de reportes directos.
       01  WS-PILA.
           05 WS-PILA-FILA OCCURS 9999 TIMES.
              10 WS-PILA-IDX      PIC 9(4).
              10 WS-PILA-POS      PIC 9(4).
       01  WS-NIVEL             PIC 9(4) VALUE 0.
       01  WS-PADRE-ACTUAL      PIC 9(4) VALUE 0.
       01  WS-HIJO              PIC 9(4) VALUE 0.
       01  WS-NODO              PIC 9(4) VALUE 0.
       01  WS-SANGRIA           PIC 9(3) VALUE 0.

       01  WS-LINEA-ARBOL       PIC X(56) VALUE SPACES.
       01  WS-NOMBRE-ARBOL.
           05 WS-NA-ID          PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-NA-NOMBRE      PIC X(30).
       01  WS-LINEA-DETALLE.
           05 WS-LD-ARBOL       PIC X(56).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-SALARIO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LD-DOTACION    PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-COSTO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DOTACION-ED       PIC ZZZZ9.
       01  WS-COSTO-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-JEFE-ED           PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM RESOLVER-RUTAS
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-EMPLEADO
           PERFORM CARGAR-EMPLEADO
               UNTIL WS-EOF-EMPLEADOS = "S"
           CLOSE empleados-archivo

           PERFORM UBICAR-JEFE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-EMP
           PERFORM ACUMULAR-A-CARGO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-EMP

           PERFORM REPORTAR-DEPARTAMENTO
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NUM-DEPTOS
           MOVE WS-TOT-DOTACION TO WS-DOTACION-ED
           MOVE WS-TOT-COSTO    TO WS-COSTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING "TOTAL GENERAL   Dotacion: " DELIMITED BY SIZE
                  WS-DOTACION-ED DELIMITED BY SIZE
                  "  Costo salarial: " DELIMITED BY SIZE
                  WS-COSTO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Organigrama generado en organigrama_rep.txt"
           STOP RUN.

       RESOLVER-RUTAS.
           MOVE "empleados.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EMPLEADOS
           MOVE "organigrama_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       ABRIR-ARCHIVOS.
           OPEN INPUT empleados-archivo
           IF fs-empleados NOT = "00"
              DISPLAY "No se pudo abrir empleados-archivo. Estado: "
                      fs-empleados
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT reporte-out
           MOVE "ORGANIGRAMA POR DEPARTAMENTO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "Empleado (sangria por nivel de reporte)"
                  DELIMITED BY SIZE
                  "                       Salario  A cargo "
                  DELIMITED BY SIZE
                  "   Costo a cargo" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "ReporteOrganigrama" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       LEER-EMPLEADO.
           READ empleados-archivo NEXT RECORD
                AT END MOVE "S" TO WS-EOF-EMPLEADOS
           END-READ.

       CARGAR-EMPLEADO.
           ADD 1 TO WS-NUM-EMP
           MOVE emp-id           TO WS-ORG-ID(WS-NUM-EMP)
           MOVE emp-nombre       TO WS-ORG-NOMBRE(WS-NUM-EMP)
           MOVE emp-departamento TO WS-ORG-DEPTO(WS-NUM-EMP)
           MOVE emp-salario      TO WS-ORG-SALARIO(WS-NUM-EMP)
           IF emp-jefe-id IS NUMERIC
              MOVE emp-jefe-id   TO WS-ORG-JEFE(WS-NUM-EMP)
           ELSE
              MOVE 0             TO WS-ORG-JEFE(WS-NUM-EMP)
           END-IF
           MOVE 0                TO WS-ORG-PADRE(WS-NUM-EMP)
           MOVE SPACE            TO WS-ORG-NOTA(WS-NUM-EMP)
           MOVE 0                TO WS-ORG-DOTACION(WS-NUM-EMP)
           MOVE 0                TO WS-ORG-COSTO(WS-NUM-EMP)
           MOVE "N"              TO WS-ORG-IMPRESO(WS-NUM-EMP)
           PERFORM ANOTAR-DEPARTAMENTO
           PERFORM LEER-EMPLEADO.

      * Alta ordenada del departamento en la tabla (si es nuevo).
       ANOTAR-DEPARTAMENTO.
           MOVE 0 TO WS-DEP-POS
           PERFORM COMPARAR-DEPARTAMENTO
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DEPTOS OR WS-DEP-POS > 0
           IF WS-DEP-POS = 0
              COMPUTE WS-DEP-POS = WS-NUM-DEPTOS + 1
           END-IF
           IF WS-DEP-POS > WS-NUM-DEPTOS
              OR WS-DEP-NOMBRE(WS-DEP-POS) NOT = emp-departamento
              IF WS-NUM-DEPTOS < 100
                 PERFORM CORRER-DEPARTAMENTO
                     VARYING WS-D FROM WS-NUM-DEPTOS BY -1
                     UNTIL WS-D < WS-DEP-POS
                 MOVE emp-departamento TO WS-DEP-NOMBRE(WS-DEP-POS)
                 ADD 1 TO WS-NUM-DEPTOS
              END-IF
           END-IF.

       COMPARAR-DEPARTAMENTO.
           IF WS-DEP-NOMBRE(WS-D) NOT < emp-departamento
              MOVE WS-D TO WS-DEP-POS
           END-IF.

       CORRER-DEPARTAMENTO.
           MOVE WS-DEP-FILA(WS-D) TO WS-DEP-FILA(WS-D + 1).

      * Un jefe en el mismo departamento cuelga al empleado de su
      * arbol; si el jefe no existe o es de otro departamento, el
      * empleado encabeza un arbol propio con la nota que corresponda.
       UBICAR-JEFE.
           IF WS-ORG-JEFE(WS-I) NOT = 0
              MOVE WS-ORG-JEFE(WS-I) TO WS-ID-BUSCADO
              PERFORM BUSCAR-INDICE-JEFE
              IF WS-IDX-JEFE = 0
                 MOVE "N" TO WS-ORG-NOTA(WS-I)
              ELSE
              IF WS-ORG-DEPTO(WS-IDX-JEFE) NOT = WS-ORG-DEPTO(WS-I)
                 MOVE "O" TO WS-ORG-NOTA(WS-I)
              ELSE
                 MOVE WS-IDX-JEFE TO WS-ORG-PADRE(WS-I)
              END-IF
              END-IF
           END-IF.

       BUSCAR-INDICE-JEFE.
           MOVE 0 TO WS-IDX-JEFE
           MOVE 1 TO WS-BAJO
           MOVE WS-NUM-EMP TO WS-ALTO
           PERFORM PARTIR-BUSQUEDA
               UNTIL WS-BAJO > WS-ALTO OR WS-IDX-JEFE > 0.

       PARTIR-BUSQUEDA.
           COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
           IF WS-ORG-ID(WS-MEDIO) = WS-ID-BUSCADO
              MOVE WS-MEDIO TO WS-IDX-JEFE
           ELSE
           IF WS-ORG-ID(WS-MEDIO) < WS-ID-BUSCADO
              COMPUTE WS-BAJO = WS-MEDIO + 1
           ELSE
              COMPUTE WS-ALTO = WS-MEDIO - 1
           END-IF
           END-IF.

      * El empleado suma a la dotacion y al costo de cada jefe hacia
      * arriba en su arbol. El tope de pasos corta un ciclo de datos.
       ACUMULAR-A-CARGO.
           MOVE WS-ORG-PADRE(WS-I) TO WS-K
           MOVE 0 TO WS-PASOS
           PERFORM SUMAR-A-JEFE
               UNTIL WS-K = 0 OR WS-PASOS > WS-NUM-EMP.

       SUMAR-A-JEFE.
           ADD 1 TO WS-ORG-DOTACION(WS-K)
           ADD WS-ORG-SALARIO(WS-I) TO WS-ORG-COSTO(WS-K)
           MOVE WS-ORG-PADRE(WS-K) TO WS-K
           ADD 1 TO WS-PASOS.

       REPORTAR-DEPARTAMENTO.
           MOVE WS-DEP-NOMBRE(WS-D) TO WS-DEPTO-ACTUAL
           MOVE 0 TO WS-DEP-DOTACION
           MOVE 0 TO WS-DEP-COSTO
           MOVE 0 TO WS-DEP-EN-CICLO
           MOVE SPACES TO REP-DETALLE
           STRING "Departamento: " DELIMITED BY SIZE
                  WS-DEPTO-ACTUAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REPORTAR-RAIZ
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-EMP
           PERFORM CONTAR-EN-CICLO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-EMP
           IF WS-DEP-EN-CICLO > 0
              MOVE SPACES TO REP-DETALLE
              MOVE "  En un ciclo de reportes (revisar):"
                TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              PERFORM REPORTAR-EN-CICLO
                  VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-EMP
           END-IF
           MOVE WS-DEP-DOTACION TO WS-DOTACION-ED
           MOVE WS-DEP-COSTO    TO WS-COSTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Total " DELIMITED BY SIZE
                  WS-DEPTO-ACTUAL DELIMITED BY SIZE
                  " Dotacion: " DELIMITED BY SIZE
                  WS-DOTACION-ED DELIMITED BY SIZE
                  "  Costo salarial: " DELIMITED BY SIZE
                  WS-COSTO-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           ADD WS-DEP-DOTACION TO WS-TOT-DOTACION
           ADD WS-DEP-COSTO    TO WS-TOT-COSTO.

       REPORTAR-RAIZ.
           IF WS-ORG-DEPTO(WS-I) = WS-DEPTO-ACTUAL
              ADD 1 TO WS-DEP-DOTACION
              ADD WS-ORG-SALARIO(WS-I) TO WS-DEP-COSTO
              IF WS-ORG-PADRE(WS-I) = 0
                 PERFORM IMPRIMIR-ARBOL
              END-IF
           END-IF.

      * Recorrido en profundidad sin recursion: se imprime la raiz y,
      * mientras quede una fila abierta, se busca su siguiente reporte
      * directo; si lo hay se imprime y se abre, si no se cierra.
       IMPRIMIR-ARBOL.
           MOVE 1 TO WS-NIVEL
           MOVE WS-I TO WS-PILA-IDX(1)
           MOVE 0    TO WS-PILA-POS(1)
           MOVE WS-I TO WS-NODO
           PERFORM IMPRIMIR-NODO
           PERFORM AVANZAR-ARBOL
               UNTIL WS-NIVEL = 0.

       AVANZAR-ARBOL.
           MOVE WS-PILA-IDX(WS-NIVEL) TO WS-PADRE-ACTUAL
           MOVE 0 TO WS-HIJO
           COMPUTE WS-J-INICIO = WS-PILA-POS(WS-NIVEL) + 1
           PERFORM BUSCAR-HIJO
               VARYING WS-J FROM WS-J-INICIO BY 1
               UNTIL WS-J > WS-NUM-EMP OR WS-HIJO > 0
           IF WS-HIJO = 0
              SUBTRACT 1 FROM WS-NIVEL
           ELSE
              MOVE WS-HIJO TO WS-PILA-POS(WS-NIVEL)
              ADD 1 TO WS-NIVEL
              MOVE WS-HIJO TO WS-PILA-IDX(WS-NIVEL)
              MOVE 0       TO WS-PILA-POS(WS-NIVEL)
              MOVE WS-HIJO TO WS-NODO
              PERFORM IMPRIMIR-NODO
           END-IF.

       BUSCAR-HIJO.
           IF WS-ORG-PADRE(WS-J) = WS-PADRE-ACTUAL
              AND WS-ORG-IMPRESO(WS-J) = "N"
              MOVE WS-J TO WS-HIJO
           END-IF.

      * Dos espacios de sangria por nivel, hasta un maximo de veinte.
       IMPRIMIR-NODO.
           MOVE "S" TO WS-ORG-IMPRESO(WS-NODO)
           COMPUTE WS-SANGRIA = (WS-NIVEL - 1) * 2
           IF WS-SANGRIA > 20
              MOVE 20 TO WS-SANGRIA
           END-IF
           MOVE WS-ORG-ID(WS-NODO)     TO WS-NA-ID
           MOVE WS-ORG-NOMBRE(WS-NODO) TO WS-NA-NOMBRE
           MOVE SPACES TO WS-LINEA-ARBOL
           MOVE WS-NOMBRE-ARBOL TO WS-LINEA-ARBOL(WS-SANGRIA + 1:)
           PERFORM ESCRIBIR-NODO
           IF WS-ORG-NOTA(WS-NODO) NOT = SPACE
              MOVE WS-ORG-JEFE(WS-NODO) TO WS-JEFE-ED
              MOVE SPACES TO WS-LINEA-ARBOL
              IF WS-ORG-NOTA(WS-NODO) = "N"
                 STRING "(jefe " DELIMITED BY SIZE
                        WS-JEFE-ED DELIMITED BY SIZE
                        " no figura en el maestro)" DELIMITED BY SIZE
                        INTO WS-LINEA-ARBOL(WS-SANGRIA + 6:)
              ELSE
                 STRING "(jefe " DELIMITED BY SIZE
                        WS-JEFE-ED DELIMITED BY SIZE
                        " de otro departamento)" DELIMITED BY SIZE
                        INTO WS-LINEA-ARBOL(WS-SANGRIA + 6:)
              END-IF
              MOVE SPACES TO REP-DETALLE
              MOVE WS-LINEA-ARBOL TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

      * La dotacion y el costo a cargo se informan solo para jefes.
       ESCRIBIR-NODO.
           MOVE WS-LINEA-ARBOL          TO WS-LD-ARBOL
           MOVE WS-ORG-SALARIO(WS-NODO) TO WS-LD-SALARIO
           MOVE WS-ORG-DOTACION(WS-NODO) TO WS-LD-DOTACION
           MOVE WS-ORG-COSTO(WS-NODO)   TO WS-LD-COSTO
           MOVE WS-LINEA-DETALLE TO REP-DETALLE
           IF WS-ORG-DOTACION(WS-NODO) = 0
              MOVE SPACES TO REP-DETALLE(71:)
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

       CONTAR-EN-CICLO.
           IF WS-ORG-DEPTO(WS-I) = WS-DEPTO-ACTUAL
              AND WS-ORG-IMPRESO(WS-I) = "N"
              ADD 1 TO WS-DEP-EN-CICLO
           END-IF.

       REPORTAR-EN-CICLO.
           IF WS-ORG-DEPTO(WS-I) = WS-DEPTO-ACTUAL
              AND WS-ORG-IMPRESO(WS-I) = "N"
              MOVE 2 TO WS-NIVEL
              MOVE WS-I TO WS-NODO
              MOVE SPACE TO WS-ORG-NOTA(WS-NODO)
              MOVE 0 TO WS-ORG-DOTACION(WS-NODO)
              PERFORM IMPRIMIR-NODO
              MOVE 0 TO WS-NIVEL
           END-IF.

           COPY REPPROC.
