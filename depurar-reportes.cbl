      ******************************************************************
      * Author:
      * Date:
      * Purpose: Depuracion del repositorio de reportes segun la
      *          retencion por tipo de reporte. El archivo
      *          retencion_reportes.dat tiene una linea por nombre de
      *          reporte (el mismo REP-NOMBRE con que sale el titulo)
      *          con los dias que se guardan sus copias; la linea con
      *          nombre "*" fija la retencion de los reportes que no
      *          figuran, y cero dias es sin vencimiento. Sin linea
      *          "*" un reporte que no figura no vence nunca. La
      *          antiguedad se calcula sobre base comercial 30/360
      *          desde la fecha de proceso del reporte hasta la fecha
      *          de proceso actual. Las entradas vigentes del indice
      *          se copian a repositorio_indice.nuevo y los archivos
      *          de las vencidas se listan en repositorio_vencidos.txt;
      *          el paso del fin de mes reemplaza el indice y borra
      *          esos archivos, como se hace con error-log.nuevo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepurarReportes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT retencion-file
            ASSIGN TO DYNAMIC WS-RUTA-RETENCION
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-retencion.

           SELECT indice-repositorio
            ASSIGN TO DYNAMIC WS-RUTA-INDICE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-indice.

           SELECT indice-nuevo
            ASSIGN TO DYNAMIC WS-RUTA-INDICE-NUEVO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-indice-nuevo.

           SELECT vencidos-out
            ASSIGN TO DYNAMIC WS-RUTA-VENCIDOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-vencidos.

       DATA DIVISION.
       FILE SECTION.
       FD  retencion-file.
       01  retencion-registro.
           05 RRT-NOMBRE          PIC X(45).
           05 RRT-DIAS            PIC 9(4).

       FD  indice-repositorio.
           COPY RPICTL.

       FD  indice-nuevo.
       01  indice-nuevo-registro  PIC X(150).

       FD  vencidos-out.
       01  vencido-registro       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-retencion          PIC XX.
       01  fs-indice             PIC XX.
       01  fs-indice-nuevo       PIC XX.
       01  fs-vencidos           PIC XX.
       01  WS-RUTA-RETENCION     PIC X(120) VALUE SPACES.
       01  WS-RUTA-INDICE        PIC X(120) VALUE SPACES.
       01  WS-RUTA-INDICE-NUEVO  PIC X(120) VALUE SPACES.
       01  WS-RUTA-VENCIDOS      PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

      * Retencion por nombre de reporte.
       01  WS-FIN-RETENCION      PIC X VALUE "N".
       01  WS-RETENCIONES.
           05 WS-RRT-FILA OCCURS 100 TIMES.
              10 WS-RRT-NOMBRE   PIC X(45).
              10 WS-RRT-DIAS     PIC 9(4).
       01  WS-NUM-RETENCIONES    PIC 9(3) VALUE 0.
       01  WS-R                  PIC 9(3) VALUE 0.
       01  WS-HAY-DEFECTO        PIC X VALUE "N".
       01  WS-DIAS-DEFECTO       PIC 9(4) VALUE 0.
       01  WS-RETENCION-FIJADA   PIC X VALUE "N".
       01  WS-DIAS-RETENCION     PIC 9(4) VALUE 0.

       01  WS-FIN-INDICE         PIC X VALUE "N".
       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 WS-FP-SEP1         PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 WS-FP-SEP2         PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-REPORTE.
           05 WS-FR-AAAA         PIC 9(4).
           05 WS-FR-SEP1         PIC X.
           05 WS-FR-MM           PIC 9(2).
           05 WS-FR-SEP2         PIC X.
           05 WS-FR-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-REPORTE       PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD         PIC S9(7) VALUE 0.

       01  WS-LEIDOS             PIC 9(7) VALUE 0.
       01  WS-CONSERVADOS        PIC 9(7) VALUE 0.
       01  WS-VENCIDOS           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM RESOLVER-RUTAS
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD
           DISPLAY "Depuracion del repositorio de reportes al "
                   WS-FECHA-PROCESO

           PERFORM CARGAR-RETENCIONES

           OPEN INPUT indice-repositorio
           IF fs-indice NOT = "00"
              DISPLAY "Repositorio de reportes vacio: nada que "
                      "depurar."
              STOP RUN
           END-IF
           OPEN OUTPUT indice-nuevo
           OPEN OUTPUT vencidos-out
           IF fs-indice-nuevo NOT = "00" OR fs-vencidos NOT = "00"
              DISPLAY "No se pudieron crear los archivos de la "
                      "depuracion. Estado: " fs-indice-nuevo " "
                      fs-vencidos
              MOVE "FATAL" TO error-severidad
              MOVE "MAIN-PROCEDURE" TO error-parrafo
              MOVE "No se pudo depurar el repositorio de reportes."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LEER-INDICE
           PERFORM EVALUAR-ENTRADA
               UNTIL WS-FIN-INDICE = "S"

           CLOSE indice-repositorio
           CLOSE indice-nuevo
           CLOSE vencidos-out

           DISPLAY "Entradas del indice: " WS-LEIDOS
                   "  conservadas: " WS-CONSERVADOS
                   "  vencidas: " WS-VENCIDOS
           STOP RUN.

       RESOLVER-RUTAS.
           MOVE "retencion_reportes.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RETENCION
           MOVE "repositorio_indice.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-INDICE
           MOVE "repositorio_indice.nuevo" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-INDICE-NUEVO
           MOVE "repositorio_vencidos.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-VENCIDOS.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

      * Sin archivo de retencion no vence nada: el indice se copia
      * entero y la lista de vencidos sale vacia.
       CARGAR-RETENCIONES.
           MOVE 0   TO WS-NUM-RETENCIONES
           MOVE "N" TO WS-HAY-DEFECTO
           OPEN INPUT retencion-file
           IF fs-retencion NOT = "00"
              DISPLAY "Sin retencion_reportes.dat: no vence ninguna "
                      "copia."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-RETENCIONES" TO error-parrafo
              MOVE "Sin retencion de reportes; no se depura nada."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              MOVE "N" TO WS-FIN-RETENCION
              PERFORM LEER-RETENCION
              PERFORM GUARDAR-RETENCION
                  UNTIL WS-FIN-RETENCION = "S"
              CLOSE retencion-file
           END-IF.

       LEER-RETENCION.
           READ retencion-file
                AT END MOVE "S" TO WS-FIN-RETENCION
           END-READ.

       GUARDAR-RETENCION.
           IF RRT-DIAS IS NUMERIC
              IF RRT-NOMBRE = "*"
                 MOVE "S" TO WS-HAY-DEFECTO
                 MOVE RRT-DIAS TO WS-DIAS-DEFECTO
              ELSE
              IF WS-NUM-RETENCIONES < 100
                 ADD 1 TO WS-NUM-RETENCIONES
                 MOVE RRT-NOMBRE TO WS-RRT-NOMBRE(WS-NUM-RETENCIONES)
                 MOVE RRT-DIAS   TO WS-RRT-DIAS(WS-NUM-RETENCIONES)
              END-IF
              END-IF
           END-IF
           PERFORM LEER-RETENCION.

       LEER-INDICE.
           READ indice-repositorio
                AT END MOVE "S" TO WS-FIN-INDICE
           END-READ.

      * Una entrada con fecha ilegible se conserva: ante la duda no
      * se borra una copia.
       EVALUAR-ENTRADA.
           ADD 1 TO WS-LEIDOS
           PERFORM BUSCAR-RETENCION
           MOVE 0 TO WS-ANTIGUEDAD
           MOVE RPI-FECHA TO WS-FECHA-REPORTE
           IF WS-FR-AAAA IS NUMERIC AND WS-FR-MM IS NUMERIC
              AND WS-FR-DD IS NUMERIC
              COMPUTE WS-DIAS-REPORTE = WS-FR-AAAA * 360
                      + WS-FR-MM * 30 + WS-FR-DD
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-PROCESO
                      - WS-DIAS-REPORTE
           END-IF
           IF WS-RETENCION-FIJADA = "S"
              AND WS-DIAS-RETENCION > 0
              AND WS-ANTIGUEDAD > WS-DIAS-RETENCION
              ADD 1 TO WS-VENCIDOS
              MOVE RPI-ARCHIVO TO vencido-registro
              WRITE vencido-registro
           ELSE
              ADD 1 TO WS-CONSERVADOS
              MOVE indice-reporte-registro TO indice-nuevo-registro
              WRITE indice-nuevo-registro
           END-IF
           PERFORM LEER-INDICE.

       BUSCAR-RETENCION.
           MOVE "N" TO WS-RETENCION-FIJADA
           MOVE 0   TO WS-DIAS-RETENCION
           PERFORM COMPARAR-RETENCION
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-NUM-RETENCIONES
                  OR WS-RETENCION-FIJADA = "S"
           IF WS-RETENCION-FIJADA = "N" AND WS-HAY-DEFECTO = "S"
              MOVE "S" TO WS-RETENCION-FIJADA
              MOVE WS-DIAS-DEFECTO TO WS-DIAS-RETENCION
           END-IF.

       COMPARAR-RETENCION.
           IF WS-RRT-NOMBRE(WS-R) = RPI-NOMBRE
              MOVE "S" TO WS-RETENCION-FIJADA
              MOVE WS-RRT-DIAS(WS-R) TO WS-DIAS-RETENCION
           END-IF.

       END PROGRAM DepurarReportes.
