      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun del repositorio de reportes. Lo
      *          llaman los parrafos de REPPROC.CPY para que todo
      *          reporte con el formato estandar quede archivado
      *          como copia fechada, igual linea por linea al
      *          original. Funcion I (REP-INICIAR): toma el numero
      *          siguiente de repositorio_control.dat y abre la copia
      *          repositorio_AAAAMMDD_nnnnnnnn.txt con la fecha de
      *          proceso. Funcion L: agrega a la copia la linea que
      *          se acaba de escribir en el reporte. Funcion F
      *          (REP-FINALIZAR): cierra la copia y agrega su linea
      *          al indice repositorio_indice.txt (ver RPICTL.CPY).
      *          Si la copia no se puede abrir se deja un WARN en la
      *          bitacora y el reporte original sale igual: el
      *          archivo nunca corta la corrida que emite el reporte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archivar-reporte.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-repositorio
            ASSIGN TO DYNAMIC ws-ruta-control
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-control.

           SELECT copia-reporte
            ASSIGN TO DYNAMIC ws-ruta-copia
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-copia.

           SELECT indice-repositorio
            ASSIGN TO DYNAMIC ws-ruta-indice
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-indice.

       DATA DIVISION.
       FILE SECTION.
       FD  control-repositorio.
       01  control-repositorio-registro.
           05 RPC-ULTIMO-ID         PIC 9(8).

       FD  copia-reporte.
       01  copia-linea              PIC X(100).

       FD  indice-repositorio.
           COPY RPICTL.

       WORKING-STORAGE SECTION.
       01  fs-control        PIC XX.
       01  fs-copia          PIC XX.
       01  fs-indice         PIC XX.
       01  ws-ruta-control   PIC X(120) VALUE SPACES.
       01  ws-ruta-copia     PIC X(120) VALUE SPACES.
       01  ws-ruta-indice    PIC X(120) VALUE SPACES.
       01  ws-nombre-archivo PIC X(40) VALUE SPACES.
       01  ws-archivo-copia  PIC X(40) VALUE SPACES.
       01  ws-copia-id       PIC 9(8) VALUE 0.
       01  ws-copia-abierta  PIC X VALUE "N".
       01  ws-fecha-copia    PIC X(8) VALUE SPACES.
       01  ws-severidad      PIC X(5)  VALUE SPACES.
       01  ws-parrafo        PIC X(25) VALUE SPACES.
       01  ws-mensaje        PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  ws-funcion        PIC X.
       01  ws-control.
           05 ws-nombre      PIC X(45).
           05 ws-fecha       PIC X(10).
           05 ws-hora        PIC X(8).
           05 ws-pagina      PIC 9(4).
           05 ws-lineas      PIC 9(2).
           05 ws-lineas-pag  PIC 9(2).
           05 ws-registros   PIC 9(7).
           05 ws-pagina-ed   PIC ZZZ9.
           05 ws-registros-ed PIC ZZZZZZ9.
           05 ws-programa    PIC X(20).
           05 ws-operador    PIC X(8).
       01  ws-linea          PIC X(100).
       PROCEDURE DIVISION USING ws-funcion
                                ws-control
                                ws-linea.

       EVALUATE ws-funcion
          WHEN "I"
             PERFORM ABRIR-COPIA
          WHEN "L"
             IF ws-copia-abierta = "S"
                MOVE ws-linea TO copia-linea
                WRITE copia-linea
             END-IF
          WHEN "F"
             PERFORM CERRAR-COPIA
       END-EVALUATE

       EXIT PROGRAM.

      * Un reporte que no llego a REP-FINALIZAR deja su copia a
      * medias y fuera del indice; la copia nueva empieza limpia.
       ABRIR-COPIA.
           IF ws-copia-abierta = "S"
              CLOSE copia-reporte
              MOVE "N" TO ws-copia-abierta
           END-IF
           PERFORM TOMAR-NUMERO-COPIA
           MOVE SPACES TO ws-fecha-copia
           STRING ws-fecha(1:4) DELIMITED BY SIZE
                  ws-fecha(6:2) DELIMITED BY SIZE
                  ws-fecha(9:2) DELIMITED BY SIZE
                  INTO ws-fecha-copia
           MOVE SPACES TO ws-archivo-copia
           STRING "repositorio_" DELIMITED BY SIZE
                  ws-fecha-copia DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  ws-copia-id DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO ws-archivo-copia
           CALL "obtener-ruta" USING ws-archivo-copia
                                     ws-ruta-copia
           OPEN OUTPUT copia-reporte
           IF fs-copia = "00"
              MOVE "S" TO ws-copia-abierta
           ELSE
              MOVE "WARN"  TO ws-severidad
              MOVE "ARCHIVAR-REPORTE" TO ws-parrafo
              MOVE SPACES TO ws-mensaje
              STRING "No se pudo archivar copia de " DELIMITED BY SIZE
                     ws-nombre DELIMITED BY "  "
                     " FS=" DELIMITED BY SIZE
                     fs-copia DELIMITED BY SIZE
                     INTO ws-mensaje
              CALL "registrar-error" USING ws-severidad
                                           ws-parrafo
                                           ws-mensaje
                                           ws-fecha
                                           ws-hora
           END-IF.

      * El numero de copia es correlativo para todo el repositorio;
      * sin archivo de control se empieza en 1.
       TOMAR-NUMERO-COPIA.
           MOVE "repositorio_control.dat" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-control
           MOVE 0 TO ws-copia-id
           OPEN INPUT control-repositorio
           IF fs-control = "00"
              READ control-repositorio
                   AT END CONTINUE
                   NOT AT END
                       IF RPC-ULTIMO-ID IS NUMERIC
                          MOVE RPC-ULTIMO-ID TO ws-copia-id
                       END-IF
              END-READ
              CLOSE control-repositorio
           END-IF
           ADD 1 TO ws-copia-id
           OPEN OUTPUT control-repositorio
           MOVE ws-copia-id TO RPC-ULTIMO-ID
           WRITE control-repositorio-registro
           CLOSE control-repositorio.

       CERRAR-COPIA.
           IF ws-copia-abierta = "S"
              CLOSE copia-reporte
              MOVE "N" TO ws-copia-abierta
              PERFORM REGISTRAR-INDICE
           END-IF.

       REGISTRAR-INDICE.
           MOVE "repositorio_indice.txt" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-indice
           OPEN EXTEND indice-repositorio
           IF fs-indice = "35" THEN
              OPEN OUTPUT indice-repositorio
              CLOSE indice-repositorio
              OPEN EXTEND indice-repositorio
           END-IF
           MOVE ws-copia-id      TO RPI-ID
           MOVE ws-nombre        TO RPI-NOMBRE
           MOVE ws-fecha         TO RPI-FECHA
           MOVE ws-hora          TO RPI-HORA
           MOVE ws-programa      TO RPI-PROGRAMA
           MOVE ws-pagina        TO RPI-PAGINAS
           MOVE ws-registros     TO RPI-REGISTROS
           IF ws-operador = SPACES
              MOVE "LOTE" TO RPI-OPERADOR
           ELSE
              MOVE ws-operador TO RPI-OPERADOR
           END-IF
           MOVE ws-archivo-copia TO RPI-ARCHIVO
           WRITE indice-reporte-registro
           CLOSE indice-repositorio.
