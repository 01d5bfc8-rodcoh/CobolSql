      *          que alimentan el posteo, los intereses y las
      *          comisiones) se archiva como movimientos_AAAAMM.txt
      *          y queda vacio, para que los estados de cuenta del
      *          mes nuevo no arrastren los meses anteriores; con el
      *          se archivan las exenciones de comisiones del mes
      *          (exenciones_mes a exenciones_AAAAMM.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-mov-archivo.

           SELECT exenciones-mes
            ASSIGN TO DYNAMIC WS-RUTA-EXENCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-exenciones.

           SELECT exenciones-archivo
            ASSIGN TO DYNAMIC WS-RUTA-EXE-ARCHIVO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-exe-archivo.

           SELECT tipos-cambio
            ASSIGN TO DYNAMIC WS-RUTA-TIPOS-CAMBIO
            ORGANIZATION IS LINE SEQUENTIAL
       FD  movimientos-archivo.
       01  movimiento-archivado   PIC X(54).

       FD  exenciones-mes.
           COPY EXMCTL.

       FD  exenciones-archivo.
       01  exencion-archivada     PIC X(31).

       FD  tipos-cambio.
       01  tipo-cambio-registro.
           05 TC-MONEDA           PIC X(3).
           05 WS-FP-MM           PIC X(2).
           05 WS-FP-RESTO        PIC X(3).
       01  WS-MOV-ARCHIVADOS     PIC 9(7) VALUE 0.
       01  fs-exenciones         PIC XX.
       01  fs-exe-archivo        PIC XX.
       01  WS-FIN-EXENCIONES     PIC X VALUE "N".
       01  WS-RUTA-EXENCIONES    PIC X(120) VALUE SPACES.
       01  WS-RUTA-EXE-ARCHIVO   PIC X(120) VALUE SPACES.
       01  WS-EXE-ARCHIVADAS     PIC 9(7) VALUE 0.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).
              CLOSE acumulado-file
              DISPLAY "Acumulado mensual reiniciado."
              PERFORM ARCHIVAR-MOVIMIENTOS-MES
              PERFORM ARCHIVAR-EXENCIONES-MES
              PERFORM REVALUAR-MONEDAS
           ELSE
              DISPLAY "El acumulado se conserva sin cambios."
           ADD 1 TO WS-MOV-ARCHIVADOS
           PERFORM LEER-MOVIMIENTO-MES.

      * Las exenciones de comisiones del mes siguen al historico de
      * movimientos: exenciones_AAAAMM.txt y exenciones_mes vacio.
       ARCHIVAR-EXENCIONES-MES.
           MOVE "exenciones_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EXENCIONES
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "exenciones_" WS-FP-AAAA WS-FP-MM ".txt"
              DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EXE-ARCHIVO

           MOVE 0 TO WS-EXE-ARCHIVADAS
           MOVE "N" TO WS-FIN-EXENCIONES
           OPEN INPUT exenciones-mes
           IF fs-exenciones NOT = "00"
              DISPLAY "No hay exenciones del mes que archivar."
           ELSE
              OPEN EXTEND exenciones-archivo
              IF fs-exe-archivo = "35"
                 OPEN OUTPUT exenciones-archivo
                 CLOSE exenciones-archivo
                 OPEN EXTEND exenciones-archivo
              END-IF
              PERFORM LEER-EXENCION-MES
              PERFORM ARCHIVAR-EXENCION
                  UNTIL WS-FIN-EXENCIONES = "S"
              CLOSE exenciones-archivo
              CLOSE exenciones-mes
              OPEN OUTPUT exenciones-mes
              CLOSE exenciones-mes
              DISPLAY "Exenciones archivadas: " WS-EXE-ARCHIVADAS
           END-IF.

       LEER-EXENCION-MES.
           READ exenciones-mes
                AT END MOVE "S" TO WS-FIN-EXENCIONES
           END-READ.

       ARCHIVAR-EXENCION.
           MOVE exencion-mes-registro TO exencion-archivada
           WRITE exencion-archivada
           ADD 1 TO WS-EXE-ARCHIVADAS
           PERFORM LEER-EXENCION-MES.

      * Revaluacion de fin de mes de las cuentas en moneda
      * extranjera: por cada cuenta con moneda distinta de la local
      * se toma la tasa vigente del cierre (tipos_cambio.dat) y la
