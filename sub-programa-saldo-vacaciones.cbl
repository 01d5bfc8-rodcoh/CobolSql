      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun del saldo de vacaciones. Lo llaman
      *          AcreditarVacaciones en la acreditacion anual, Nomina
      *          al descontar las ausencias pagas del mes y
      *          GestionEmpleados al pagar el saldo en la liquidacion
      *          final. Funcion I: carga en memoria
      *          vacaciones_saldos.txt (ver VACSAL.CPY). Funcion C:
      *          devuelve en el registro el saldo del VAC-EMP-ID
      *          pedido; si el empleado no tiene registro lo devuelve
      *          en cero con VAC-ESTADO en blanco. Funcion G: guarda
      *          el registro recibido, reemplazando el del empleado o
      *          agregandolo. Funcion F: reescribe el archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saldo-vacaciones.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT saldos-vacaciones
            ASSIGN TO DYNAMIC ws-ruta-saldos
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-saldos.

       DATA DIVISION.
       FILE SECTION.
       FD  saldos-vacaciones.
       01  saldo-linea              PIC X(43).

       WORKING-STORAGE SECTION.
       01  fs-saldos         PIC XX.
       01  ws-ruta-saldos    PIC X(120) VALUE SPACES.
       01  ws-nombre-archivo PIC X(40) VALUE SPACES.
       01  ws-fin-saldos     PIC X VALUE "N".

       01  ws-saldos.
           05 ws-sal-fila    PIC X(43) OCCURS 3000 TIMES.
       01  ws-num-saldos     PIC 9(4) VALUE 0.
       01  ws-s              PIC 9(4) VALUE 0.
       01  ws-sal-idx        PIC 9(4) VALUE 0.
       01  ws-clave          PIC 9(4) VALUE 0.

       01  ws-severidad      PIC X(5)  VALUE SPACES.
       01  ws-parrafo        PIC X(25) VALUE SPACES.
       01  ws-mensaje        PIC X(80) VALUE SPACES.
       01  ws-fecha-error    PIC X(10) VALUE SPACES.
       01  ws-hora-error     PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01  ws-funcion        PIC X.
           COPY VACSAL.
       PROCEDURE DIVISION USING ws-funcion
                                saldo-vacaciones-registro.

       EVALUATE ws-funcion
          WHEN "I"
             PERFORM INICIAR-SALDOS
          WHEN "C"
             PERFORM CONSULTAR-SALDO
          WHEN "G"
             PERFORM GUARDAR-SALDO
          WHEN "F"
             PERFORM FINALIZAR-SALDOS
       END-EVALUATE

       EXIT PROGRAM.

       INICIAR-SALDOS.
           MOVE "vacaciones_saldos.txt" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-saldos
           MOVE 0 TO ws-num-saldos
           MOVE "N" TO ws-fin-saldos
           OPEN INPUT saldos-vacaciones
           IF fs-saldos = "00"
              PERFORM LEER-SALDO
              PERFORM CARGAR-SALDO
                  UNTIL ws-fin-saldos = "S"
              CLOSE saldos-vacaciones
           END-IF.

       LEER-SALDO.
           READ saldos-vacaciones
                AT END MOVE "S" TO ws-fin-saldos
           END-READ.

       CARGAR-SALDO.
           IF ws-num-saldos < 3000
              ADD 1 TO ws-num-saldos
              MOVE saldo-linea TO ws-sal-fila(ws-num-saldos)
           ELSE
              MOVE "S" TO ws-fin-saldos
              MOVE "ERROR" TO ws-severidad
              MOVE "CARGAR-SALDO" TO ws-parrafo
              MOVE "vacaciones_saldos.txt excede 3000 registros: "
                 & "depurar liquidados." TO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           IF ws-fin-saldos = "N"
              PERFORM LEER-SALDO
           END-IF.

       CONSULTAR-SALDO.
           MOVE VAC-EMP-ID TO ws-clave
           PERFORM UBICAR-SALDO
           IF ws-sal-idx > 0
              MOVE ws-sal-fila(ws-sal-idx)
                TO saldo-vacaciones-registro
           ELSE
              INITIALIZE saldo-vacaciones-registro
              MOVE ws-clave TO VAC-EMP-ID
              MOVE SPACE    TO VAC-ESTADO
           END-IF.

       GUARDAR-SALDO.
           MOVE VAC-EMP-ID TO ws-clave
           PERFORM UBICAR-SALDO
           IF ws-sal-idx > 0
              MOVE saldo-vacaciones-registro
                TO ws-sal-fila(ws-sal-idx)
           ELSE
           IF ws-num-saldos < 3000
              ADD 1 TO ws-num-saldos
              MOVE saldo-vacaciones-registro
                TO ws-sal-fila(ws-num-saldos)
           ELSE
              MOVE "ERROR" TO ws-severidad
              MOVE "GUARDAR-SALDO" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "Sin lugar en saldos de vacaciones para el "
                     DELIMITED BY SIZE
                     "empleado " DELIMITED BY SIZE
                     VAC-EMP-ID DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF
           END-IF.

       UBICAR-SALDO.
           MOVE 0 TO ws-sal-idx
           PERFORM BUSCAR-SALDO
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-num-saldos OR ws-sal-idx > 0.

       BUSCAR-SALDO.
           IF ws-sal-fila(ws-s)(1:4) = ws-clave
              MOVE ws-s TO ws-sal-idx
           END-IF.

       FINALIZAR-SALDOS.
           OPEN OUTPUT saldos-vacaciones
           IF fs-saldos = "00"
              PERFORM GRABAR-SALDO
                  VARYING ws-s FROM 1 BY 1
                  UNTIL ws-s > ws-num-saldos
              CLOSE saldos-vacaciones
           ELSE
              MOVE "ERROR" TO ws-severidad
              MOVE "FINALIZAR-SALDOS" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "No se pudo grabar vacaciones_saldos.txt FS="
                     DELIMITED BY SIZE
                     fs-saldos DELIMITED BY SIZE
                     INTO ws-mensaje
              PERFORM REGISTRAR-AVISO
           END-IF.

       GRABAR-SALDO.
           MOVE ws-sal-fila(ws-s) TO saldo-linea
           WRITE saldo-linea.

       REGISTRAR-AVISO.
           ACCEPT ws-fecha-error FROM DATE YYYYMMDD
           ACCEPT ws-hora-error  FROM TIME
           CALL "registrar-error" USING ws-severidad
                                        ws-parrafo
                                        ws-mensaje
                                        ws-fecha-error
                                        ws-hora-error.

       END PROGRAM saldo-vacaciones.
