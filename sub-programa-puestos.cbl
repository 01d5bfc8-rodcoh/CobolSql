      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun del maestro de puestos aprobados
      *          (puestos.dat, ver PUESTO.CPY). Lo llama
      *          GestionEmpleados para ocupar un puesto vacante en el
      *          alta y el reingreso, moverlo en los traslados y
      *          liberarlo en las bajas. Funcion I: carga el maestro
      *          en memoria. Funcion C: devuelve el puesto del
      *          PUE-CODIGO pedido. Funcion E: devuelve el puesto que
      *          ocupa el PUE-EMP-ID pedido. Funcion B: devuelve el
      *          primer puesto vacante del PUE-DEPARTAMENTO pedido
      *          cuya banda cubre el salario recibido. En C, E y B un
      *          puesto no encontrado vuelve con PUE-ESTADO en blanco.
      *          Funcion G: guarda el registro recibido, reemplazando
      *          el de ese codigo o agregandolo. Funcion F: reescribe
      *          el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. puestos-aprobados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT puestos-file
            ASSIGN TO DYNAMIC ws-ruta-puestos
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-puestos.

       DATA DIVISION.
       FILE SECTION.
       FD  puestos-file.
       01  puesto-linea             PIC X(84).

       WORKING-STORAGE SECTION.
       01  fs-puestos        PIC XX.
       01  ws-ruta-puestos   PIC X(120) VALUE SPACES.
       01  ws-nombre-archivo PIC X(40) VALUE SPACES.
       01  ws-fin-puestos    PIC X VALUE "N".

       01  ws-puestos.
           05 ws-pue-fila    PIC X(84) OCCURS 1000 TIMES.
       01  ws-num-puestos    PIC 9(4) VALUE 0.
       01  ws-p              PIC 9(4) VALUE 0.
       01  ws-pue-idx        PIC 9(4) VALUE 0.
       01  ws-clave          PIC X(6) VALUE SPACES.
       01  ws-depto          PIC X(15) VALUE SPACES.
       01  ws-emp-id         PIC 9(4) VALUE 0.

       01  ws-fila-puesto.
           05 ws-fp-codigo   PIC X(6).
           05 ws-fp-depto    PIC X(15).
           05 ws-fp-titulo   PIC X(30).
           05 ws-fp-min      PIC 9(7)V99.
           05 ws-fp-max      PIC 9(7)V99.
           05 ws-fp-estado   PIC X.
           05 ws-fp-emp-id   PIC 9(4).
           05 ws-fp-fecha    PIC X(10).

       01  ws-severidad      PIC X(5)  VALUE SPACES.
       01  ws-parrafo        PIC X(25) VALUE SPACES.
       01  ws-mensaje        PIC X(80) VALUE SPACES.
       01  ws-fecha-error    PIC X(10) VALUE SPACES.
       01  ws-hora-error     PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01  ws-funcion        PIC X.
           COPY PUESTO.
       01  ws-salario        PIC 9(7)V99.
       PROCEDURE DIVISION USING ws-funcion
                                puesto-registro
                                ws-salario.

       EVALUATE ws-funcion
          WHEN "I"
             PERFORM INICIAR-PUESTOS
          WHEN "C"
             PERFORM CONSULTAR-PUESTO
          WHEN "E"
             PERFORM CONSULTAR-PUESTO-EMPLEADO
          WHEN "B"
             PERFORM BUSCAR-VACANTE
          WHEN "G"
             PERFORM GUARDAR-PUESTO
          WHEN "F"
             PERFORM FINALIZAR-PUESTOS
       END-EVALUATE

       EXIT PROGRAM.

       INICIAR-PUESTOS.
           MOVE "puestos.dat" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-puestos
           MOVE 0 TO ws-num-puestos
           MOVE "N" TO ws-fin-puestos
           OPEN INPUT puestos-file
           IF fs-puestos = "00"
              PERFORM LEER-PUESTO
              PERFORM CARGAR-PUESTO
                  UNTIL ws-fin-puestos = "S"
              CLOSE puestos-file
           END-IF.

       LEER-PUESTO.
           READ puestos-file
                AT END MOVE "S" TO ws-fin-puestos
           END-READ.

       CARGAR-PUESTO.
           IF ws-num-puestos < 1000
              ADD 1 TO ws-num-puestos
              MOVE puesto-linea TO ws-pue-fila(ws-num-puestos)
           ELSE
              MOVE "S" TO ws-fin-puestos
              MOVE "ERROR" TO ws-severidad
              MOVE "CARGAR-PUESTO" TO ws-parrafo
              MOVE "puestos.dat excede 1000 registros." TO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           IF ws-fin-puestos = "N"
              PERFORM LEER-PUESTO
           END-IF.

       CONSULTAR-PUESTO.
           MOVE PUE-CODIGO TO ws-clave
           PERFORM UBICAR-PUESTO
           PERFORM DEVOLVER-PUESTO.

       CONSULTAR-PUESTO-EMPLEADO.
           MOVE PUE-EMP-ID TO ws-emp-id
           MOVE 0 TO ws-pue-idx
           PERFORM BUSCAR-PUESTO-EMPLEADO
               VARYING ws-p FROM 1 BY 1
               UNTIL ws-p > ws-num-puestos OR ws-pue-idx > 0
           PERFORM DEVOLVER-PUESTO.

       BUSCAR-PUESTO-EMPLEADO.
           MOVE ws-pue-fila(ws-p) TO ws-fila-puesto
           IF ws-fp-estado = "O" AND ws-fp-emp-id = ws-emp-id
              MOVE ws-p TO ws-pue-idx
           END-IF.

       BUSCAR-VACANTE.
           MOVE PUE-DEPARTAMENTO TO ws-depto
           MOVE 0 TO ws-pue-idx
           PERFORM COMPARAR-VACANTE
               VARYING ws-p FROM 1 BY 1
               UNTIL ws-p > ws-num-puestos OR ws-pue-idx > 0
           PERFORM DEVOLVER-PUESTO.

       COMPARAR-VACANTE.
           MOVE ws-pue-fila(ws-p) TO ws-fila-puesto
           IF ws-fp-estado = "V" AND ws-fp-depto = ws-depto
              AND ws-salario NOT < ws-fp-min
              AND ws-salario NOT > ws-fp-max
              MOVE ws-p TO ws-pue-idx
           END-IF.

      * Un puesto no encontrado vuelve con la clave pedida y el
      * estado en blanco.
       DEVOLVER-PUESTO.
           IF ws-pue-idx > 0
              MOVE ws-pue-fila(ws-pue-idx) TO puesto-registro
           ELSE
              MOVE SPACE TO PUE-ESTADO
           END-IF.

       GUARDAR-PUESTO.
           MOVE PUE-CODIGO TO ws-clave
           PERFORM UBICAR-PUESTO
           IF ws-pue-idx > 0
              MOVE puesto-registro TO ws-pue-fila(ws-pue-idx)
           ELSE
           IF ws-num-puestos < 1000
              ADD 1 TO ws-num-puestos
              MOVE puesto-registro TO ws-pue-fila(ws-num-puestos)
           ELSE
              MOVE "ERROR" TO ws-severidad
              MOVE "GUARDAR-PUESTO" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "Sin lugar en el maestro de puestos para el "
                     DELIMITED BY SIZE
                     "puesto " DELIMITED BY SIZE
                     PUE-CODIGO DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           END-IF.

       UBICAR-PUESTO.
           MOVE 0 TO ws-pue-idx
           PERFORM COMPARAR-PUESTO
               VARYING ws-p FROM 1 BY 1
               UNTIL ws-p > ws-num-puestos OR ws-pue-idx > 0.

       COMPARAR-PUESTO.
           IF ws-pue-fila(ws-p)(1:6) = ws-clave
              MOVE ws-p TO ws-pue-idx
           END-IF.

       FINALIZAR-PUESTOS.
           OPEN OUTPUT puestos-file
           IF fs-puestos = "00"
              PERFORM GRABAR-PUESTO
                  VARYING ws-p FROM 1 BY 1
                  UNTIL ws-p > ws-num-puestos
              CLOSE puestos-file
           ELSE
              MOVE "ERROR" TO ws-severidad
              MOVE "FINALIZAR-PUESTOS" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "No se pudo grabar puestos.dat FS="
                     DELIMITED BY SIZE
                     fs-puestos DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF.

       GRABAR-PUESTO.
           MOVE ws-pue-fila(ws-p) TO puesto-linea
           WRITE puesto-linea.

       REGISTRAR-AVISO.
           ACCEPT ws-fecha-error FROM DATE YYYYMMDD
           ACCEPT ws-hora-error  FROM TIME
           CALL "registrar-error" USING ws-severidad
                                        ws-parrafo
                                        ws-mensaje
                                        ws-fecha-error
                                        ws-hora-error.

       END PROGRAM puestos-aprobados.
