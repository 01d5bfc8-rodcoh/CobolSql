      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun del historial de nomina. Lo llaman
      *          Nomina en cada corrida mensual y GestionEmpleados en
      *          cada liquidacion final. Funcion I: carga en memoria
      *          los acumulados del anio (acumulados_nomina.txt, ver
      *          ACUNOM.CPY) y abre el historial_nomina.txt para
      *          agregar. Funcion A: suma el pago recibido a los
      *          acumulados del empleado para el anio del periodo,
      *          devuelve los acumulados en el mismo registro y lo
      *          agrega al historial (ver HISNOM.CPY). Una nomina
      *          mensual que vuelve a pagar el periodo que ya se
      *          habia aplicado reemplaza esos importes en lugar de
      *          sumarlos otra vez. Funcion F: cierra el historial y
      *          reescribe los acumulados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acumular-nomina.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historial-nomina
            ASSIGN TO DYNAMIC ws-ruta-historial
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-historial.

           SELECT acumulados-nomina
            ASSIGN TO DYNAMIC ws-ruta-acumulados
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-acumulados.

       DATA DIVISION.
       FILE SECTION.
       FD  historial-nomina.
       01  historial-linea          PIC X(159).

       FD  acumulados-nomina.
       01  acumulado-linea          PIC X(147).

       WORKING-STORAGE SECTION.
       01  fs-historial      PIC XX.
       01  fs-acumulados     PIC XX.
       01  ws-ruta-historial PIC X(120) VALUE SPACES.
       01  ws-ruta-acumulados PIC X(120) VALUE SPACES.
       01  ws-nombre-archivo PIC X(40) VALUE SPACES.
       01  ws-fecha-proceso  PIC X(10) VALUE SPACES.
       01  ws-historial-abierto PIC X VALUE "N".
       01  ws-fin-acumulados PIC X VALUE "N".

       COPY ACUNOM.

       01  ws-acumulados.
           05 ws-acu-fila    PIC X(147) OCCURS 3000 TIMES.
       01  ws-num-acumulados PIC 9(4) VALUE 0.
       01  ws-a              PIC 9(4) VALUE 0.
       01  ws-acu-idx        PIC 9(4) VALUE 0.
       01  ws-clave          PIC X(8) VALUE SPACES.

       01  ws-severidad      PIC X(5)  VALUE SPACES.
       01  ws-parrafo        PIC X(25) VALUE SPACES.
       01  ws-mensaje        PIC X(80) VALUE SPACES.
       01  ws-fecha-error    PIC X(10) VALUE SPACES.
       01  ws-hora-error     PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01  ws-funcion        PIC X.
           COPY HISNOM.
       PROCEDURE DIVISION USING ws-funcion
                                historial-nomina-registro.

       EVALUATE ws-funcion
          WHEN "I"
             PERFORM INICIAR-ACUMULADOS
          WHEN "A"
             PERFORM APLICAR-PAGO
          WHEN "F"
             PERFORM FINALIZAR-ACUMULADOS
       END-EVALUATE

       EXIT PROGRAM.

       INICIAR-ACUMULADOS.
           CALL "obtener-fecha-proceso" USING ws-fecha-proceso
           MOVE "historial_nomina.txt" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-historial
           MOVE "acumulados_nomina.txt" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-acumulados
           MOVE 0 TO ws-num-acumulados
           MOVE "N" TO ws-fin-acumulados
           OPEN INPUT acumulados-nomina
           IF fs-acumulados = "00"
              PERFORM LEER-ACUMULADO
              PERFORM CARGAR-ACUMULADO
                  UNTIL ws-fin-acumulados = "S"
              CLOSE acumulados-nomina
           END-IF

           IF ws-historial-abierto = "S"
              CLOSE historial-nomina
           END-IF
           OPEN EXTEND historial-nomina
           IF fs-historial = "35"
              OPEN OUTPUT historial-nomina
              CLOSE historial-nomina
              OPEN EXTEND historial-nomina
           END-IF
           IF fs-historial = "00"
              MOVE "S" TO ws-historial-abierto
           ELSE
              MOVE "N" TO ws-historial-abierto
              MOVE "ERROR" TO ws-severidad
              MOVE "INICIAR-ACUMULADOS" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "No se pudo abrir historial_nomina.txt FS="
                     DELIMITED BY SIZE
                     fs-historial DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF.

       LEER-ACUMULADO.
           READ acumulados-nomina
                AT END MOVE "S" TO ws-fin-acumulados
           END-READ.

       CARGAR-ACUMULADO.
           IF ws-num-acumulados < 3000
              ADD 1 TO ws-num-acumulados
              MOVE acumulado-linea TO ws-acu-fila(ws-num-acumulados)
           ELSE
              MOVE "S" TO ws-fin-acumulados
              MOVE "ERROR" TO ws-severidad
              MOVE "CARGAR-ACUMULADO" TO ws-parrafo
              MOVE "acumulados_nomina.txt excede 3000 registros: "
                 & "depurar anios viejos." TO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           IF ws-fin-acumulados = "N"
              PERFORM LEER-ACUMULADO
           END-IF.

      ******************************************************************
      * El anio del acumulado es el del periodo pagado.
      ******************************************************************
       APLICAR-PAGO.
           MOVE SPACES TO ws-clave
           STRING HNM-EMP-ID DELIMITED BY SIZE
                  HNM-PERIODO(1:4) DELIMITED BY SIZE
                  INTO ws-clave
           MOVE 0 TO ws-acu-idx
           PERFORM BUSCAR-ACUMULADO
               VARYING ws-a FROM 1 BY 1
               UNTIL ws-a > ws-num-acumulados OR ws-acu-idx > 0
           IF ws-acu-idx > 0
              MOVE ws-acu-fila(ws-acu-idx)
                TO acumulado-nomina-registro
           ELSE
              INITIALIZE acumulado-nomina-registro
              MOVE HNM-EMP-ID       TO ACU-EMP-ID
              MOVE HNM-PERIODO(1:4) TO ACU-ANIO
           END-IF

           IF HNM-TIPO = "N" AND ACU-ULT-PERIODO = HNM-PERIODO
              SUBTRACT ACU-ULT-BRUTO  FROM ACU-BRUTO
              SUBTRACT ACU-ULT-SEGURO FROM ACU-SEGURO-SOCIAL
              SUBTRACT ACU-ULT-RENTA  FROM ACU-RENTA
              SUBTRACT ACU-ULT-NETO   FROM ACU-NETO
              SUBTRACT ACU-ULT-DIAS   FROM ACU-DIAS-SIN-GOCE
           ELSE
           IF HNM-TIPO = "N"
              ADD 1 TO ACU-MESES
           END-IF
           END-IF
           IF HNM-TIPO = "N"
              MOVE HNM-PERIODO       TO ACU-ULT-PERIODO
              MOVE HNM-BRUTO         TO ACU-ULT-BRUTO
              MOVE HNM-SEGURO-SOCIAL TO ACU-ULT-SEGURO
              MOVE HNM-RENTA         TO ACU-ULT-RENTA
              MOVE HNM-NETO          TO ACU-ULT-NETO
              MOVE HNM-DIAS-SIN-GOCE TO ACU-ULT-DIAS
           END-IF
           MOVE HNM-NOMBRE       TO ACU-NOMBRE
           MOVE HNM-DEPARTAMENTO TO ACU-DEPARTAMENTO
           ADD HNM-BRUTO         TO ACU-BRUTO
           ADD HNM-SEGURO-SOCIAL TO ACU-SEGURO-SOCIAL
           ADD HNM-RENTA         TO ACU-RENTA
           ADD HNM-NETO          TO ACU-NETO
           ADD HNM-DIAS-SIN-GOCE TO ACU-DIAS-SIN-GOCE

           IF ws-acu-idx > 0
              MOVE acumulado-nomina-registro
                TO ws-acu-fila(ws-acu-idx)
           ELSE
           IF ws-num-acumulados < 3000
              ADD 1 TO ws-num-acumulados
              MOVE acumulado-nomina-registro
                TO ws-acu-fila(ws-num-acumulados)
           ELSE
              MOVE "ERROR" TO ws-severidad
              MOVE "APLICAR-PAGO" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "Sin lugar en acumulados para el empleado "
                     DELIMITED BY SIZE
                     HNM-EMP-ID DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           END-IF

           MOVE ws-fecha-proceso  TO HNM-FECHA
           MOVE ACU-BRUTO         TO HNM-ACU-BRUTO
           MOVE ACU-SEGURO-SOCIAL TO HNM-ACU-SEGURO
           MOVE ACU-RENTA         TO HNM-ACU-RENTA
           MOVE ACU-NETO          TO HNM-ACU-NETO
           IF ws-historial-abierto = "S"
              MOVE historial-nomina-registro TO historial-linea
              WRITE historial-linea
           END-IF.

       BUSCAR-ACUMULADO.
           IF ws-acu-fila(ws-a)(1:8) = ws-clave
              MOVE ws-a TO ws-acu-idx
           END-IF.

       FINALIZAR-ACUMULADOS.
           IF ws-historial-abierto = "S"
              CLOSE historial-nomina
              MOVE "N" TO ws-historial-abierto
           END-IF
           OPEN OUTPUT acumulados-nomina
           PERFORM GRABAR-ACUMULADO
               VARYING ws-a FROM 1 BY 1
               UNTIL ws-a > ws-num-acumulados
           CLOSE acumulados-nomina.

       GRABAR-ACUMULADO.
           MOVE ws-acu-fila(ws-a) TO acumulado-linea
           WRITE acumulado-linea.

       REGISTRAR-AVISO.
           ACCEPT ws-fecha-error FROM DATE YYYYMMDD
           ACCEPT ws-hora-error  FROM TIME
           CALL "registrar-error" USING ws-severidad
                                        ws-parrafo
                                        ws-mensaje
                                        ws-fecha-error
                                        ws-hora-error.

       END PROGRAM acumular-nomina.
