      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta del repositorio de reportes. Todo reporte
      *          emitido con el formato estandar (REPCAB/REPPROC)
      *          queda archivado como copia fechada y anotado en el
      *          indice repositorio_indice.txt (ver RPICTL.CPY y el
      *          subprograma archivar-reporte). Desde aca, con firma
      *          de operador, se buscan reportes por nombre (basta el
      *          comienzo del nombre; en blanco son todos) y rango de
      *          fechas de proceso, se muestra un reporte elegido
      *          pagina por pagina tal como salio y se lo reimprime
      *          completo o por rango de paginas en
      *          reimpresion_reporte.txt, con una linea de cabecera
      *          que lo identifica como reimpresion. Cada reimpresion
      *          queda anotada en reimpresiones_reportes.txt con el
      *          operador que la pidio. Las copias vencidas las borra
      *          DepurarReportes segun retencion_reportes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaReportes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT indice-repositorio
            ASSIGN TO DYNAMIC WS-RUTA-INDICE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-indice.

           SELECT copia-reporte
            ASSIGN TO DYNAMIC WS-RUTA-COPIA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-copia.

           SELECT reimpresion-out
            ASSIGN TO DYNAMIC WS-RUTA-REIMPRESION
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reimpresion.

           SELECT reimpresiones-log
            ASSIGN TO DYNAMIC WS-RUTA-REIMP-LOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reimp-log.

       DATA DIVISION.
       FILE SECTION.
       FD  indice-repositorio.
           COPY RPICTL.

       FD  copia-reporte.
       01  copia-linea            PIC X(100).

       FD  reimpresion-out.
       01  reimpresion-linea      PIC X(100).

       FD  reimpresiones-log.
       01  reimpresion-registro.
           05 RIM-FECHA           PIC X(10).
           05 RIM-HORA            PIC X(8).
           05 RIM-ID              PIC 9(8).
           05 RIM-PROGRAMA        PIC X(20).
           05 RIM-DESDE           PIC 9(4).
           05 RIM-HASTA           PIC 9(4).
           05 RIM-OPERADOR        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-indice             PIC XX.
       01  fs-copia              PIC XX.
       01  fs-reimpresion        PIC XX.
       01  fs-reimp-log          PIC XX.
       01  WS-RUTA-INDICE        PIC X(120) VALUE SPACES.
       01  WS-RUTA-COPIA         PIC X(120) VALUE SPACES.
       01  WS-RUTA-REIMPRESION   PIC X(120) VALUE SPACES.
       01  WS-RUTA-REIMP-LOG     PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  SI-NO                 PIC X.
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-HORA-ACTUAL        PIC X(8)  VALUE SPACES.

      * Criterios de busqueda en el indice.
       01  WS-NOMBRE-BUSCADO     PIC X(45) VALUE SPACES.
       01  WS-LARGO-NOMBRE       PIC 9(2) VALUE 0.
       01  WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
       01  WS-FECHA-HASTA        PIC X(10) VALUE SPACES.
       01  WS-FIN-INDICE         PIC X VALUE "N".
       01  WS-ENCONTRADOS        PIC 9(5) VALUE 0.
       01  WS-LINEAS-PANTALLA    PIC 9(2) VALUE 0.
       01  WS-CORTAR-LISTA       PIC X VALUE "N".
       01  WS-PAGINAS-ED         PIC ZZZ9.
       01  WS-REGISTROS-ED       PIC ZZZZZZ9.
       01  WS-ID-ED              PIC ZZZZZZZ9.

      * Reporte elegido, tomado de su linea del indice.
       01  WS-ID-PEDIDO          PIC 9(8) VALUE 0.
       01  WS-REPORTE-OK         PIC X VALUE "N".
       01  WS-ELEGIDO.
           05 WS-ELE-ID          PIC 9(8).
           05 WS-ELE-NOMBRE      PIC X(45).
           05 WS-ELE-FECHA       PIC X(10).
           05 WS-ELE-HORA        PIC X(8).
           05 WS-ELE-PROGRAMA    PIC X(20).
           05 WS-ELE-PAGINAS     PIC 9(4).
           05 WS-ELE-REGISTROS   PIC 9(7).
           05 WS-ELE-OPERADOR    PIC X(8).
           05 WS-ELE-ARCHIVO     PIC X(40).

      * Recorrido de la copia: una pagina empieza en cada linea de
      * titulo del formato estandar (nombre del reporte seguido de
      * " Fecha: "). Un reporte sin detalle no tiene titulo y se
      * trata como de una sola pagina.
       01  WS-ULTIMA-PAGINA      PIC 9(4) VALUE 0.
       01  WS-ULTIMA-ED          PIC ZZZ9.
       01  WS-PAGINA-ACTUAL      PIC 9(4) VALUE 0.
       01  WS-PAGINA-LEIDA       PIC 9(4) VALUE 0.
       01  WS-PAGINA-PEDIDA      PIC 9(4) VALUE 0.
       01  WS-PAGINA-DESDE       PIC 9(4) VALUE 0.
       01  WS-PAGINA-HASTA       PIC 9(4) VALUE 0.
       01  WS-FIN-COPIA          PIC X VALUE "N".
       01  WS-FIN-VISTA          PIC X VALUE "N".
       01  WS-COPIA-OK           PIC X VALUE "N".
       01  WS-ORDEN-VISTA        PIC X VALUE SPACE.
       01  WS-LINEAS-COPIADAS    PIC 9(7) VALUE 0.
       01  WS-LINEA-EDIT         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.

       PERFORM FIRMAR-OPERADOR.

       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.

       PERFORM RESOLVER-RUTAS.

       PERFORM PROCESAR
           UNTIL continuar = "N".

       PERFORM DESCONECTAR-SQL.

       CONECTAR-SQL.
           EXEC SQL
              CONNECT TO 'ProyectoCobolSql'
              USER 'root'
              USING '21281502'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY "Error de conexión: " SQLCODE " - " SQLSTATE
              MOVE "FATAL" TO error-severidad
              MOVE "CONECTAR-SQL" TO error-parrafo
              MOVE "Error de conexión a la base de datos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Conectados....".

       FIRMAR-OPERADOR.
           DISPLAY "ID de operador: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "Clave: "
           ACCEPT WS-OPERADOR-CLAVE
           CALL "validar-operador" USING WS-OPERADOR-ID
                                         WS-OPERADOR-CLAVE
                                         WS-OPERADOR-OK
                                         WS-OPERADOR-NOMBRE
                                         WS-OPERADOR-ROL
           IF WS-OPERADOR-OK NOT = "S"
              EVALUATE WS-OPERADOR-OK
                 WHEN "B"
                    DISPLAY "Operador bloqueado por intentos "
                            "fallidos: pida el desbloqueo a un "
                            "supervisor (GestionOperadores)."
                 WHEN "V"
                    DISPLAY "Clave vencida o sin fijar: cambiela "
                            "en GestionOperadores."
                 WHEN OTHER
                    DISPLAY "Operador o clave invalidos."
              END-EVALUATE
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Sesion de: " WS-OPERADOR-NOMBRE.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

       RESOLVER-RUTAS.
           MOVE "repositorio_indice.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-INDICE
           MOVE "reimpresion_reporte.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REIMPRESION
           MOVE "reimpresiones_reportes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REIMP-LOG.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Buscar reportes archivados"
           DISPLAY "2. Ver un reporte"
           DISPLAY "3. Reimprimir un reporte"
           DISPLAY "4. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE opcion
               WHEN 1
                  PERFORM BUSCAR-REPORTES
               WHEN 2
                  PERFORM VER-REPORTE
               WHEN 3
                  PERFORM REIMPRIMIR-REPORTE
               WHEN 4
                  MOVE "N" TO continuar
               WHEN OTHER
                  DISPLAY "Opción inválida."
           END-EVALUATE.

      ******************************************************************
      * Busqueda en el indice por nombre y rango de fechas.
      ******************************************************************
       BUSCAR-REPORTES.
           DISPLAY "Nombre del reporte (comienzo, en blanco todos): "
           MOVE SPACES TO WS-NOMBRE-BUSCADO
           ACCEPT WS-NOMBRE-BUSCADO
           INSPECT WS-NOMBRE-BUSCADO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 45 TO WS-LARGO-NOMBRE
           PERFORM ACORTAR-NOMBRE-BUSCADO
               UNTIL WS-LARGO-NOMBRE = 0
                  OR WS-NOMBRE-BUSCADO(WS-LARGO-NOMBRE:1) NOT = SPACE
           DISPLAY "Fecha de proceso desde (AAAA-MM-DD, en blanco "
                   "sin limite): "
           MOVE SPACES TO WS-FECHA-DESDE
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Fecha de proceso hasta (AAAA-MM-DD, en blanco "
                   "sin limite): "
           MOVE SPACES TO WS-FECHA-HASTA
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = SPACES
              MOVE HIGH-VALUES TO WS-FECHA-HASTA
           END-IF

           OPEN INPUT indice-repositorio
           IF fs-indice NOT = "00"
              DISPLAY "El repositorio de reportes esta vacio."
           ELSE
              MOVE 0   TO WS-ENCONTRADOS
              MOVE 0   TO WS-LINEAS-PANTALLA
              MOVE "N" TO WS-CORTAR-LISTA
              MOVE "N" TO WS-FIN-INDICE
              DISPLAY "      ID FECHA      HORA     PROGRAMA"
                      "             PAGS    REGS OPERADOR"
              PERFORM LEER-INDICE
              PERFORM EVALUAR-ENTRADA-INDICE
                  UNTIL WS-FIN-INDICE = "S"
                     OR WS-CORTAR-LISTA = "S"
              CLOSE indice-repositorio
              DISPLAY "Reportes encontrados: " WS-ENCONTRADOS
           END-IF.

       ACORTAR-NOMBRE-BUSCADO.
           SUBTRACT 1 FROM WS-LARGO-NOMBRE.

       LEER-INDICE.
           READ indice-repositorio
                AT END MOVE "S" TO WS-FIN-INDICE
           END-READ.

       EVALUAR-ENTRADA-INDICE.
           IF RPI-FECHA >= WS-FECHA-DESDE
              AND RPI-FECHA <= WS-FECHA-HASTA
              IF WS-LARGO-NOMBRE = 0
                 PERFORM MOSTRAR-ENTRADA-INDICE
              ELSE
              IF RPI-NOMBRE(1:WS-LARGO-NOMBRE) =
                 WS-NOMBRE-BUSCADO(1:WS-LARGO-NOMBRE)
                 PERFORM MOSTRAR-ENTRADA-INDICE
              END-IF
              END-IF
           END-IF
           PERFORM LEER-INDICE.

      * Cada 20 reportes listados se hace una pausa; F corta el
      * listado.
       MOSTRAR-ENTRADA-INDICE.
           ADD 1 TO WS-ENCONTRADOS
           MOVE RPI-ID        TO WS-ID-ED
           MOVE RPI-PAGINAS   TO WS-PAGINAS-ED
           MOVE RPI-REGISTROS TO WS-REGISTROS-ED
           DISPLAY WS-ID-ED " " RPI-FECHA " " RPI-HORA " "
                   RPI-PROGRAMA " " WS-PAGINAS-ED " "
                   WS-REGISTROS-ED " " RPI-OPERADOR
           DISPLAY "         " RPI-NOMBRE
           ADD 1 TO WS-LINEAS-PANTALLA
           IF WS-LINEAS-PANTALLA >= 20
              DISPLAY "Enter para seguir, F para terminar: "
              MOVE SPACE TO SI-NO
              ACCEPT SI-NO
              IF SI-NO = "F" OR SI-NO = "f"
                 MOVE "S" TO WS-CORTAR-LISTA
              END-IF
              MOVE 0 TO WS-LINEAS-PANTALLA
           END-IF.

      * Busca en el indice el numero de copia pedido y deja su
      * linea en WS-ELEGIDO.
       PEDIR-REPORTE.
           MOVE "N" TO WS-REPORTE-OK
           DISPLAY "Numero de reporte archivado (ID): "
           MOVE 0 TO WS-ID-PEDIDO
           ACCEPT WS-ID-PEDIDO
           IF WS-ID-PEDIDO = 0
              DISPLAY "Falta el numero de reporte."
           ELSE
              OPEN INPUT indice-repositorio
              IF fs-indice NOT = "00"
                 DISPLAY "El repositorio de reportes esta vacio."
              ELSE
                 MOVE "N" TO WS-FIN-INDICE
                 PERFORM LEER-INDICE
                 PERFORM COMPARAR-ENTRADA-INDICE
                     UNTIL WS-FIN-INDICE = "S"
                        OR WS-REPORTE-OK = "S"
                 CLOSE indice-repositorio
                 IF WS-REPORTE-OK = "N"
                    DISPLAY "No hay un reporte archivado con ese "
                            "numero (o ya vencio su retencion)."
                 END-IF
              END-IF
           END-IF
           IF WS-REPORTE-OK = "S"
              MOVE WS-ELE-PAGINAS TO WS-ULTIMA-PAGINA
              IF WS-ULTIMA-PAGINA = 0
                 MOVE 1 TO WS-ULTIMA-PAGINA
              END-IF
              MOVE WS-ULTIMA-PAGINA TO WS-ULTIMA-ED
              MOVE WS-ELE-ARCHIVO TO WS-NOMBRE-ARCHIVO-RUTA
              CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                        WS-RUTA-COPIA
              MOVE WS-ELE-PAGINAS TO WS-PAGINAS-ED
              DISPLAY WS-ELE-NOMBRE
              DISPLAY "Emitido " WS-ELE-FECHA " " WS-ELE-HORA
                      " por " WS-ELE-PROGRAMA " ("
                      WS-ELE-OPERADOR ") - Paginas: " WS-PAGINAS-ED
           END-IF.

       COMPARAR-ENTRADA-INDICE.
           IF RPI-ID = WS-ID-PEDIDO
              MOVE indice-reporte-registro TO WS-ELEGIDO
              MOVE "S" TO WS-REPORTE-OK
           ELSE
              PERFORM LEER-INDICE
           END-IF.

      ******************************************************************
      * Vista pagina por pagina.
      ******************************************************************
       VER-REPORTE.
           PERFORM PEDIR-REPORTE
           IF WS-REPORTE-OK = "S"
              MOVE 1   TO WS-PAGINA-ACTUAL
              MOVE "N" TO WS-FIN-VISTA
              PERFORM NAVEGAR-REPORTE
                  UNTIL WS-FIN-VISTA = "S"
           END-IF.

       NAVEGAR-REPORTE.
           PERFORM MOSTRAR-PAGINA
           IF WS-COPIA-OK = "N"
              MOVE "S" TO WS-FIN-VISTA
           ELSE
              MOVE WS-PAGINA-ACTUAL TO WS-PAGINAS-ED
              DISPLAY "--- Pagina " WS-PAGINAS-ED " de "
                      WS-ULTIMA-ED " ---"
              DISPLAY "S=siguiente A=anterior P=ir a pagina "
                      "F=terminar: "
              MOVE SPACE TO WS-ORDEN-VISTA
              ACCEPT WS-ORDEN-VISTA
              INSPECT WS-ORDEN-VISTA CONVERTING
                  "safp" TO "SAFP"
              EVALUATE WS-ORDEN-VISTA
                 WHEN "S"
                 WHEN SPACE
                    IF WS-PAGINA-ACTUAL < WS-ULTIMA-PAGINA
                       ADD 1 TO WS-PAGINA-ACTUAL
                    ELSE
                       DISPLAY "Es la ultima pagina."
                    END-IF
                 WHEN "A"
                    IF WS-PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM WS-PAGINA-ACTUAL
                    ELSE
                       DISPLAY "Es la primera pagina."
                    END-IF
                 WHEN "P"
                    DISPLAY "Pagina: "
                    MOVE 0 TO WS-PAGINA-PEDIDA
                    ACCEPT WS-PAGINA-PEDIDA
                    IF WS-PAGINA-PEDIDA < 1
                       OR WS-PAGINA-PEDIDA > WS-ULTIMA-PAGINA
                       DISPLAY "El reporte tiene paginas 1 a "
                               WS-ULTIMA-ED "."
                    ELSE
                       MOVE WS-PAGINA-PEDIDA TO WS-PAGINA-ACTUAL
                    END-IF
                 WHEN "F"
                    MOVE "S" TO WS-FIN-VISTA
                 WHEN OTHER
                    DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

      * La copia es secuencial: cada pagina se busca leyendo desde
      * el principio.
       MOSTRAR-PAGINA.
           PERFORM ABRIR-COPIA
           IF WS-COPIA-OK = "S"
              PERFORM LEER-COPIA
              PERFORM MOSTRAR-LINEA-COPIA
                  UNTIL WS-FIN-COPIA = "S"
                     OR WS-PAGINA-LEIDA > WS-PAGINA-ACTUAL
              CLOSE copia-reporte
           END-IF.

       MOSTRAR-LINEA-COPIA.
           IF WS-PAGINA-LEIDA = WS-PAGINA-ACTUAL
              OR (WS-PAGINA-LEIDA = 0 AND WS-PAGINA-ACTUAL = 1)
              DISPLAY copia-linea
           END-IF
           PERFORM LEER-COPIA.

       ABRIR-COPIA.
           MOVE "N" TO WS-COPIA-OK
           MOVE "N" TO WS-FIN-COPIA
           MOVE 0   TO WS-PAGINA-LEIDA
           OPEN INPUT copia-reporte
           IF fs-copia = "00"
              MOVE "S" TO WS-COPIA-OK
           ELSE
              DISPLAY "No se encuentra la copia archivada "
                      WS-ELE-ARCHIVO " (FS=" fs-copia ")."
              MOVE "ERROR" TO error-severidad
              MOVE "ABRIR-COPIA" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Falta la copia del reporte archivado "
                     DELIMITED BY SIZE
                     WS-ELE-ARCHIVO DELIMITED BY SPACE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       LEER-COPIA.
           READ copia-reporte
                AT END MOVE "S" TO WS-FIN-COPIA
           END-READ
           IF WS-FIN-COPIA = "N"
              IF copia-linea(1:45) = WS-ELE-NOMBRE
                 AND copia-linea(46:8) = " Fecha: "
                 ADD 1 TO WS-PAGINA-LEIDA
              END-IF
           END-IF.

      ******************************************************************
      * Reimpresion completa o por rango de paginas.
      ******************************************************************
       REIMPRIMIR-REPORTE.
           PERFORM PEDIR-REPORTE
           IF WS-REPORTE-OK = "S"
              DISPLAY "Desde pagina (en blanco, la primera): "
              MOVE 0 TO WS-PAGINA-DESDE
              ACCEPT WS-PAGINA-DESDE
              IF WS-PAGINA-DESDE = 0
                 MOVE 1 TO WS-PAGINA-DESDE
              END-IF
              DISPLAY "Hasta pagina (en blanco, la ultima): "
              MOVE 0 TO WS-PAGINA-HASTA
              ACCEPT WS-PAGINA-HASTA
              IF WS-PAGINA-HASTA = 0
                 MOVE WS-ULTIMA-PAGINA TO WS-PAGINA-HASTA
              END-IF
              IF WS-PAGINA-DESDE > WS-PAGINA-HASTA
                 OR WS-PAGINA-HASTA > WS-ULTIMA-PAGINA
                 DISPLAY "Rango invalido: el reporte tiene paginas "
                         "1 a " WS-ULTIMA-ED "."
              ELSE
                 DISPLAY "Confirma la reimpresion (S/N): "
                 ACCEPT SI-NO
                 IF SI-NO = "S" OR SI-NO = "s"
                    PERFORM GRABAR-REIMPRESION
                 ELSE
                    DISPLAY "Reimpresion cancelada."
                 END-IF
              END-IF
           END-IF.

       GRABAR-REIMPRESION.
           PERFORM ABRIR-COPIA
           IF WS-COPIA-OK = "S"
              OPEN OUTPUT reimpresion-out
              ACCEPT WS-HORA-ACTUAL FROM TIME
              MOVE WS-ELE-ID TO WS-ID-ED
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "*** REIMPRESION - Reporte " DELIMITED BY SIZE
                     WS-ID-ED DELIMITED BY SIZE
                     " emitido " DELIMITED BY SIZE
                     WS-ELE-FECHA DELIMITED BY SIZE
                     " - pedida por " DELIMITED BY SIZE
                     WS-OPERADOR-ID DELIMITED BY SPACE
                     " el " DELIMITED BY SIZE
                     WS-FECHA-PROCESO DELIMITED BY SIZE
                     " ***" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO reimpresion-linea
              WRITE reimpresion-linea
              MOVE 0 TO WS-LINEAS-COPIADAS
              PERFORM LEER-COPIA
              PERFORM COPIAR-LINEA-REIMPRESION
                  UNTIL WS-FIN-COPIA = "S"
                     OR WS-PAGINA-LEIDA > WS-PAGINA-HASTA
              CLOSE copia-reporte
              CLOSE reimpresion-out
              PERFORM REGISTRAR-REIMPRESION
              DISPLAY "Reimpresion lista en reimpresion_reporte.txt ("
                      WS-LINEAS-COPIADAS " lineas)."
           END-IF.

       COPIAR-LINEA-REIMPRESION.
           IF (WS-PAGINA-LEIDA >= WS-PAGINA-DESDE
               AND WS-PAGINA-LEIDA <= WS-PAGINA-HASTA)
              OR (WS-PAGINA-LEIDA = 0 AND WS-PAGINA-DESDE = 1)
              MOVE copia-linea TO reimpresion-linea
              WRITE reimpresion-linea
              ADD 1 TO WS-LINEAS-COPIADAS
           END-IF
           PERFORM LEER-COPIA.

       REGISTRAR-REIMPRESION.
           OPEN EXTEND reimpresiones-log
           IF fs-reimp-log = "35"
              OPEN OUTPUT reimpresiones-log
              CLOSE reimpresiones-log
              OPEN EXTEND reimpresiones-log
           END-IF
           MOVE WS-FECHA-PROCESO TO RIM-FECHA
           MOVE WS-HORA-ACTUAL   TO RIM-HORA
           MOVE WS-ELE-ID        TO RIM-ID
           MOVE WS-ELE-PROGRAMA  TO RIM-PROGRAMA
           MOVE WS-PAGINA-DESDE  TO RIM-DESDE
           MOVE WS-PAGINA-HASTA  TO RIM-HASTA
           MOVE WS-OPERADOR-ID   TO RIM-OPERADOR
           WRITE reimpresion-registro
           CLOSE reimpresiones-log.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM ConsultaReportes.
