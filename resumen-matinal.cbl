      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumen matinal de operaciones. Corre al terminar la
      *          cadena nocturna (batch-nocturno.sh lo lanza al salir,
      *          termine bien o se haya detenido, despues de
      *          ReporteCorridas) y junta en una sola pagina
      *          (resumen_matinal.txt) lo que el turno de la manana
      *          revisaba archivo por archivo, con un estado ROJO,
      *          AMBAR o VERDE por area y las partidas concretas que
      *          piden accion:
      *            - cadena nocturna: pasos con codigo de retorno
      *              distinto de cero en corridas_control.txt (ROJO)
      *              y pasos marcados REVISAR en corridas_rep.txt
      *              (AMBAR);
      *            - alertas del operador nuevas desde el resumen
      *              anterior en alertas_operador.txt: FATAL (ROJO),
      *              ERROR (AMBAR);
      *            - hoja de prueba (hoja_prueba.txt): ROJO si no
      *              balancea o no se emitio;
      *            - interfaz contable: lotes de lotes_gl_pendientes
      *              sin acuse con mas dias que el limite y lineas
      *              rechazadas en gl_suspenso_rep.txt (AMBAR);
      *            - breaks abiertos de conciliacion_breaks.txt con
      *              mas dias que el limite (AMBAR);
      *            - partidas pendientes de suspenso.txt con mas dias
      *              que el limite (AMBAR).
      *          ROJO es algo que fallo o no cuadra; AMBAR es una
      *          partida vieja que hay que seguir. Los limites en dias
      *          (lote, break, suspenso) salen de
      *          resumen_parametros.dat, por defecto 1, 7 y 10, y se
      *          miden sobre base comercial 30/360 contra la fecha de
      *          proceso. Ademas deja una sola linea de estado en
      *          resumen_estado.txt para el supervisor: noche, fecha y
      *          hora del resumen, estado general, estado por area y
      *          cantidad de acciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumenMatinal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT corridas-control
            ASSIGN TO DYNAMIC WS-RUTA-CORRIDAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-corridas.

           SELECT corridas-rep
            ASSIGN TO DYNAMIC WS-RUTA-CORRIDAS-REP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-corridas-rep.

           SELECT alertas-file
            ASSIGN TO DYNAMIC WS-RUTA-ALERTAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-alertas.

           SELECT cursor-file
            ASSIGN TO DYNAMIC WS-RUTA-CURSOR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-cursor.

           SELECT hoja-prueba
            ASSIGN TO DYNAMIC WS-RUTA-HOJA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-hoja.

           SELECT lotes-gl-pendientes
            ASSIGN TO DYNAMIC WS-RUTA-LOTES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-lotes.

           SELECT gl-suspenso
            ASSIGN TO DYNAMIC WS-RUTA-GL-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-gl-suspenso.

           SELECT breaks-file
            ASSIGN TO DYNAMIC WS-RUTA-BREAKS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-breaks.

           SELECT suspenso-file
            ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-suspenso.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

           SELECT estado-out
            ASSIGN TO DYNAMIC WS-RUTA-ESTADO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-estado.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       01  parametro-registro.
           05 RPA-DIAS-LOTE       PIC 9(3).
           05 RPA-DIAS-BREAK      PIC 9(3).
           05 RPA-DIAS-SUSPENSO   PIC 9(3).

       FD  corridas-control.
       01  corrida-registro.
           05 CC-FECHA            PIC X(10).
           05 CC-PASO             PIC X(20).
           05 CC-INICIO           PIC X(8).
           05 CC-FIN              PIC X(8).
           05 CC-DURACION         PIC 9(6).
           05 CC-REGISTROS        PIC 9(9).
           05 CC-RC               PIC 9(2).

       FD  corridas-rep.
       01  corridas-rep-linea     PIC X(100).

       FD  alertas-file.
       01  alerta-linea           PIC X(132).

      * Posicion de alertas_operador.txt ya resumida: la base es
      * donde empezo el resumen de esa noche (un resumen repetido
      * la misma manana vuelve a mostrar las mismas alertas) y
      * vistas es hasta donde llego.
       FD  cursor-file.
       01  cursor-registro.
           05 CUR-NOCHE           PIC X(10).
           05 CUR-BASE            PIC 9(9).
           05 CUR-VISTAS          PIC 9(9).

       FD  hoja-prueba.
       01  hoja-linea             PIC X(100).

       FD  lotes-gl-pendientes.
       01  lote-gl-registro.
           05 LGP-FECHA           PIC X(10).
           05 LGP-ESTADO          PIC X.
           05 LGP-CONTADOR        PIC 9(9).
           05 LGP-TOTAL           PIC 9(13)V99.

       FD  gl-suspenso.
       01  gl-suspenso-linea      PIC X(100).

       FD  breaks-file.
       01  break-registro.
           05 BRK-CUENTA          PIC X(6).
           05 BRK-FECHA-PRIMERA   PIC X(10).
           05 BRK-FECHA-ULTIMA    PIC X(10).
           05 BRK-MONTO           PIC S9(9)V99.
           05 BRK-ESTADO          PIC X.       *> A/C/R
           05 BRK-CODIGO-RES      PIC X(4).
           05 BRK-ORIGEN          PIC X(4).    *> blanco/MAYR
           05 BRK-CUENTA-GL       PIC X(8).

       FD  suspenso-file.
           COPY SUSPCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       FD  estado-out.
       01  estado-registro        PIC X(80).

       WORKING-STORAGE SECTION.
       01  fs-parametros         PIC XX.
       01  fs-corridas           PIC XX.
       01  fs-corridas-rep       PIC XX.
       01  fs-alertas            PIC XX.
       01  fs-cursor             PIC XX.
       01  fs-hoja               PIC XX.
       01  fs-lotes              PIC XX.
       01  fs-gl-suspenso        PIC XX.
       01  fs-breaks             PIC XX.
       01  fs-suspenso           PIC XX.
       01  fs-reporte            PIC XX.
       01  fs-estado             PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-CORRIDAS      PIC X(120) VALUE SPACES.
       01  WS-RUTA-CORRIDAS-REP  PIC X(120) VALUE SPACES.
       01  WS-RUTA-ALERTAS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-CURSOR        PIC X(120) VALUE SPACES.
       01  WS-RUTA-HOJA          PIC X(120) VALUE SPACES.
       01  WS-RUTA-LOTES         PIC X(120) VALUE SPACES.
       01  WS-RUTA-GL-SUSPENSO   PIC X(120) VALUE SPACES.
       01  WS-RUTA-BREAKS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUSPENSO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-RUTA-ESTADO        PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-FIN-ARCHIVO        PIC X VALUE "N".

       01  WS-DIAS-LOTE          PIC 9(3) VALUE 1.
       01  WS-DIAS-BREAK         PIC 9(3) VALUE 7.
       01  WS-DIAS-SUSPENSO      PIC 9(3) VALUE 10.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-HORA-RESUMEN       PIC X(8)  VALUE SPACES.
       01  WS-NOCHE              PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 WS-FP-SEP1         PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 WS-FP-SEP2         PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-PARTIDA.
           05 WS-PA-AAAA         PIC 9(4).
           05 WS-PA-SEP1         PIC X.
           05 WS-PA-MM           PIC 9(2).
           05 WS-PA-SEP2         PIC X.
           05 WS-PA-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-PARTIDA       PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD         PIC S9(7) VALUE 0.

      * Areas del resumen: estado V/A/R, cantidad de acciones y las
      * primeras partidas (el resto se cuenta, para que el resumen
      * siga entrando en una pagina).
       01  WS-AREAS.
           05 WS-ARE-FILA OCCURS 6 TIMES.
              10 WS-ARE-NOMBRE   PIC X(24).
              10 WS-ARE-ESTADO   PIC X.
              10 WS-ARE-ACCIONES PIC 9(4).
              10 WS-ARE-ITEM     PIC X(90) OCCURS 6 TIMES.
       01  WS-A                  PIC 9(2) VALUE 0.
       01  WS-I                  PIC 9(2) VALUE 0.
       01  WS-AREA-ACTUAL        PIC 9(2) VALUE 0.
       01  WS-ITEM-NIVEL         PIC X VALUE SPACE.
       01  WS-ITEM-TEXTO         PIC X(90) VALUE SPACES.
       01  WS-ESTADO-GENERAL     PIC X VALUE "V".
       01  WS-TOTAL-ACCIONES     PIC 9(4) VALUE 0.
       01  WS-ESTADO-PALABRA     PIC X(5) VALUE SPACES.

      * Cadena nocturna.
       01  WS-PASOS-FALLIDOS.
           05 WS-PFA-NOMBRE      PIC X(20) OCCURS 30 TIMES.
       01  WS-NUM-FALLIDOS       PIC 9(2) VALUE 0.
       01  WS-YA-FALLIDO         PIC X VALUE "N".
       01  WS-REVISAR            PIC 9(3) VALUE 0.
       01  WS-REP-NOCHE          PIC X(10) VALUE SPACES.

      * Alertas del operador.
       01  WS-ALERTA-LINEA       PIC 9(9) VALUE 0.
       01  WS-ALERTA-BASE        PIC 9(9) VALUE 0.
       01  WS-CUR-NOCHE          PIC X(10) VALUE SPACES.
       01  WS-CUR-BASE           PIC 9(9) VALUE 0.
       01  WS-CUR-VISTAS         PIC 9(9) VALUE 0.
       01  WS-CUENTA-FATAL       PIC 9(3) VALUE 0.
       01  WS-CUENTA-ERROR       PIC 9(3) VALUE 0.

       01  WS-HOJA-BALANCEA      PIC X VALUE "N".
       01  WS-HOJA-NO-BALANCEA   PIC X VALUE "N".
       01  WS-RECHAZOS-GL        PIC 9(5) VALUE 0.
       01  WS-MARCAS             PIC 9(3) VALUE 0.

       01  WS-RC-ED              PIC Z9.
       01  WS-DIAS-ED            PIC ZZZ9.
       01  WS-CANT-ED            PIC ZZZZ9.
       01  WS-MONTO-ED           PIC -ZZZZZZZZZZ9.99.
       01  WS-LINEA-EDIT         PIC X(100).

      * Linea de estado para el supervisor.
       01  WS-LINEA-ESTADO.
           05 RSE-NOCHE          PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 RSE-FECHA          PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 RSE-HORA           PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 RSE-ESTADO         PIC X(5).
           05 FILLER             PIC X(5)  VALUE " CAD=".
           05 RSE-CADENA         PIC X.
           05 FILLER             PIC X(5)  VALUE " ALE=".
           05 RSE-ALERTAS        PIC X.
           05 FILLER             PIC X(5)  VALUE " HOJ=".
           05 RSE-HOJA           PIC X.
           05 FILLER             PIC X(4)  VALUE " GL=".
           05 RSE-CONTABLE       PIC X.
           05 FILLER             PIC X(5)  VALUE " BRK=".
           05 RSE-BREAKS         PIC X.
           05 FILLER             PIC X(5)  VALUE " SUS=".
           05 RSE-SUSPENSO       PIC X.
           05 FILLER             PIC X(10) VALUE " ACCIONES=".
           05 RSE-ACCIONES       PIC 9(4).

       COPY REPCAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM RESOLVER-RUTAS.
           PERFORM CARGAR-PARAMETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD
           ACCEPT WS-HORA-RESUMEN FROM TIME
           PERFORM INICIAR-AREAS.

           PERFORM REVISAR-CADENA.
           PERFORM REVISAR-ALERTAS.
           PERFORM REVISAR-HOJA-PRUEBA.
           PERFORM REVISAR-CONTABLE.
           PERFORM REVISAR-BREAKS.
           PERFORM REVISAR-SUSPENSO.

           PERFORM IMPRIMIR-RESUMEN.
           PERFORM GRABAR-ESTADO.
           DISPLAY "Resumen matinal de la noche " WS-NOCHE ": "
                   WS-ESTADO-PALABRA "  Acciones: " WS-TOTAL-ACCIONES
           STOP RUN.

       RESOLVER-RUTAS.
           MOVE "resumen_parametros.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE "corridas_control.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CORRIDAS
           MOVE "corridas_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CORRIDAS-REP
           MOVE "alertas_operador.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ALERTAS
           MOVE "resumen_cursor.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CURSOR
           MOVE "hoja_prueba.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-HOJA
           MOVE "lotes_gl_pendientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-LOTES
           MOVE "gl_suspenso_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-GL-SUSPENSO
           MOVE "conciliacion_breaks.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BREAKS
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "resumen_matinal.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           MOVE "resumen_estado.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ESTADO.

       CARGAR-PARAMETROS.
           OPEN INPUT parametros-file
           IF fs-parametros = "00"
              READ parametros-file
                   AT END CONTINUE
                   NOT AT END
                       IF RPA-DIAS-LOTE IS NUMERIC
                          MOVE RPA-DIAS-LOTE TO WS-DIAS-LOTE
                       END-IF
                       IF RPA-DIAS-BREAK IS NUMERIC
                          MOVE RPA-DIAS-BREAK TO WS-DIAS-BREAK
                       END-IF
                       IF RPA-DIAS-SUSPENSO IS NUMERIC
                          MOVE RPA-DIAS-SUSPENSO TO WS-DIAS-SUSPENSO
                       END-IF
              END-READ
              CLOSE parametros-file
           END-IF.

       INICIAR-AREAS.
           MOVE "CADENA NOCTURNA"        TO WS-ARE-NOMBRE(1)
           MOVE "ALERTAS DEL OPERADOR"   TO WS-ARE-NOMBRE(2)
           MOVE "HOJA DE PRUEBA"         TO WS-ARE-NOMBRE(3)
           MOVE "INTERFAZ CONTABLE"      TO WS-ARE-NOMBRE(4)
           MOVE "BREAKS DE CONCILIACION" TO WS-ARE-NOMBRE(5)
           MOVE "SUSPENSO"               TO WS-ARE-NOMBRE(6)
           PERFORM INICIAR-UNA-AREA
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 6.

       INICIAR-UNA-AREA.
           MOVE "V" TO WS-ARE-ESTADO(WS-A)
           MOVE 0   TO WS-ARE-ACCIONES(WS-A)
           PERFORM LIMPIAR-ITEM
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6.

       LIMPIAR-ITEM.
           MOVE SPACES TO WS-ARE-ITEM(WS-A, WS-I).

      * Anota una partida que pide accion en el area WS-AREA-ACTUAL
      * y sube su estado: R (rojo) manda sobre A (ambar).
       AGREGAR-ITEM.
           ADD 1 TO WS-ARE-ACCIONES(WS-AREA-ACTUAL)
           ADD 1 TO WS-TOTAL-ACCIONES
           IF WS-ARE-ACCIONES(WS-AREA-ACTUAL) <= 6
              MOVE WS-ITEM-TEXTO
                TO WS-ARE-ITEM(WS-AREA-ACTUAL,
                               WS-ARE-ACCIONES(WS-AREA-ACTUAL))
           END-IF
           IF WS-ITEM-NIVEL = "R"
              MOVE "R" TO WS-ARE-ESTADO(WS-AREA-ACTUAL)
           ELSE
           IF WS-ARE-ESTADO(WS-AREA-ACTUAL) = "V"
              MOVE "A" TO WS-ARE-ESTADO(WS-AREA-ACTUAL)
           END-IF
           END-IF.

      * Antiguedad en dias 30/360 de WS-FECHA-PARTIDA a la fecha de
      * proceso; una fecha ilegible da cero.
       CALCULAR-ANTIGUEDAD.
           MOVE 0 TO WS-ANTIGUEDAD
           IF WS-PA-AAAA IS NUMERIC AND WS-PA-MM IS NUMERIC
              AND WS-PA-DD IS NUMERIC
              COMPUTE WS-DIAS-PARTIDA = WS-PA-AAAA * 360
                      + WS-PA-MM * 30 + WS-PA-DD
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-PROCESO
                      - WS-DIAS-PARTIDA
           END-IF
           MOVE WS-ANTIGUEDAD TO WS-DIAS-ED.

      ******************************************************************
      * Cadena nocturna: la noche es la mayor fecha de
      * corridas_control.txt, como en ReporteCorridas.
      ******************************************************************
       REVISAR-CADENA.
           MOVE 1 TO WS-AREA-ACTUAL
           MOVE SPACES TO WS-NOCHE
           MOVE 0 TO WS-NUM-FALLIDOS
           OPEN INPUT corridas-control
           IF fs-corridas = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-CORRIDA
              PERFORM BUSCAR-NOCHE
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE corridas-control
           END-IF
           IF WS-NOCHE = SPACES
              MOVE WS-FECHA-PROCESO TO WS-NOCHE
              MOVE "R" TO WS-ITEM-NIVEL
              MOVE "Sin registro de corridas en corridas_control.txt."
                TO WS-ITEM-TEXTO
              PERFORM AGREGAR-ITEM
           ELSE
              OPEN INPUT corridas-control
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-CORRIDA
              PERFORM EVALUAR-CORRIDA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE corridas-control
              PERFORM REVISAR-CORRIDAS-REP
           END-IF.

       LEER-CORRIDA.
           READ corridas-control
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       BUSCAR-NOCHE.
           IF CC-FECHA > WS-NOCHE
              MOVE CC-FECHA TO WS-NOCHE
           END-IF
           PERFORM LEER-CORRIDA.

       EVALUAR-CORRIDA.
           IF CC-FECHA = WS-NOCHE AND CC-RC NOT = 0
              IF WS-NUM-FALLIDOS < 30
                 ADD 1 TO WS-NUM-FALLIDOS
                 MOVE CC-PASO TO WS-PFA-NOMBRE(WS-NUM-FALLIDOS)
              END-IF
              MOVE CC-RC TO WS-RC-ED
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING "Paso " DELIMITED BY SIZE
                     CC-PASO DELIMITED BY SPACE
                     " termino con codigo " DELIMITED BY SIZE
                     WS-RC-ED DELIMITED BY SIZE
                     " a las " DELIMITED BY SIZE
                     CC-FIN DELIMITED BY SIZE
                     INTO WS-ITEM-TEXTO
              MOVE "R" TO WS-ITEM-NIVEL
              PERFORM AGREGAR-ITEM
           END-IF
           PERFORM LEER-CORRIDA.

      * Los pasos marcados REVISAR por ReporteCorridas (desvio contra
      * el promedio o paso que no corrio); los que ya salieron en
      * rojo por codigo de retorno no se repiten.
       REVISAR-CORRIDAS-REP.
           MOVE SPACES TO WS-REP-NOCHE
           OPEN INPUT corridas-rep
           IF fs-corridas-rep NOT = "00"
              MOVE "A" TO WS-ITEM-NIVEL
              MOVE "Sin corridas_rep.txt: no se pudo ver que pasos "
                 & "revisar." TO WS-ITEM-TEXTO
              PERFORM AGREGAR-ITEM
           ELSE
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-CORRIDAS-REP
              PERFORM EVALUAR-CORRIDAS-REP
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE corridas-rep
              IF WS-REP-NOCHE NOT = WS-NOCHE
                 MOVE "A" TO WS-ITEM-NIVEL
                 MOVE SPACES TO WS-ITEM-TEXTO
                 STRING "corridas_rep.txt no es de la noche "
                        DELIMITED BY SIZE
                        WS-NOCHE DELIMITED BY SIZE
                        ": correr ReporteCorridas." DELIMITED BY SIZE
                        INTO WS-ITEM-TEXTO
                 PERFORM AGREGAR-ITEM
              END-IF
           END-IF.

       LEER-CORRIDAS-REP.
           READ corridas-rep
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EVALUAR-CORRIDAS-REP.
           IF corridas-rep-linea(1:14) = "Ultima noche: "
              MOVE corridas-rep-linea(15:10) TO WS-REP-NOCHE
           END-IF
           MOVE 0 TO WS-MARCAS
           INSPECT corridas-rep-linea TALLYING WS-MARCAS
               FOR ALL "** REVISAR **"
           IF WS-MARCAS > 0
              MOVE "N" TO WS-YA-FALLIDO
              PERFORM COMPARAR-FALLIDO
                  VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-NUM-FALLIDOS
              IF WS-YA-FALLIDO = "N"
                 MOVE "A" TO WS-ITEM-NIVEL
                 MOVE corridas-rep-linea TO WS-ITEM-TEXTO
                 PERFORM AGREGAR-ITEM
              END-IF
           END-IF
           PERFORM LEER-CORRIDAS-REP.

       COMPARAR-FALLIDO.
           IF corridas-rep-linea(1:20) = WS-PFA-NOMBRE(WS-I)
              MOVE "S" TO WS-YA-FALLIDO
           END-IF.

      ******************************************************************
      * Alertas del operador nuevas desde el resumen anterior.
      ******************************************************************
       REVISAR-ALERTAS.
           MOVE 2 TO WS-AREA-ACTUAL
           PERFORM LEER-CURSOR-RESUMEN
           MOVE 0 TO WS-ALERTA-LINEA
           MOVE 0 TO WS-CUENTA-FATAL
           MOVE 0 TO WS-CUENTA-ERROR
           OPEN INPUT alertas-file
           IF fs-alertas = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-ALERTA
              PERFORM CONTAR-LINEA-ALERTA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE alertas-file
           END-IF
      * Si el archivo de alertas tiene menos lineas que la base, se
      * vacio o se reemplazo: se resume entero.
           IF WS-ALERTA-LINEA < WS-ALERTA-BASE
              MOVE 0 TO WS-ALERTA-BASE
           END-IF
           IF WS-ALERTA-LINEA > WS-ALERTA-BASE
              MOVE 0 TO WS-ALERTA-LINEA
              OPEN INPUT alertas-file
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-ALERTA
              PERFORM EVALUAR-ALERTA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE alertas-file
           END-IF
           PERFORM GUARDAR-CURSOR-RESUMEN.

       LEER-CURSOR-RESUMEN.
           MOVE SPACES TO WS-CUR-NOCHE
           MOVE 0 TO WS-CUR-BASE
           MOVE 0 TO WS-CUR-VISTAS
           OPEN INPUT cursor-file
           IF fs-cursor = "00"
              READ cursor-file
                   AT END CONTINUE
                   NOT AT END
                       MOVE CUR-NOCHE TO WS-CUR-NOCHE
                       IF CUR-BASE IS NUMERIC
                          MOVE CUR-BASE TO WS-CUR-BASE
                       END-IF
                       IF CUR-VISTAS IS NUMERIC
                          MOVE CUR-VISTAS TO WS-CUR-VISTAS
                       END-IF
              END-READ
              CLOSE cursor-file
           END-IF
           IF WS-CUR-NOCHE = WS-NOCHE
              MOVE WS-CUR-BASE TO WS-ALERTA-BASE
           ELSE
              MOVE WS-CUR-VISTAS TO WS-ALERTA-BASE
           END-IF.

       GUARDAR-CURSOR-RESUMEN.
           OPEN OUTPUT cursor-file
           MOVE WS-NOCHE        TO CUR-NOCHE
           MOVE WS-ALERTA-BASE  TO CUR-BASE
           MOVE WS-ALERTA-LINEA TO CUR-VISTAS
           WRITE cursor-registro
           CLOSE cursor-file.

       LEER-ALERTA.
           READ alertas-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CONTAR-LINEA-ALERTA.
           ADD 1 TO WS-ALERTA-LINEA
           PERFORM LEER-ALERTA.

      * La linea de alerta es fecha, hora, severidad, parrafo y
      * mensaje, separados por un blanco (ver AlertaErrores).
       EVALUAR-ALERTA.
           ADD 1 TO WS-ALERTA-LINEA
           IF WS-ALERTA-LINEA > WS-ALERTA-BASE
              MOVE 0 TO WS-MARCAS
              INSPECT alerta-linea TALLYING WS-MARCAS
                  FOR ALL " FATAL "
              IF WS-MARCAS > 0
                 ADD 1 TO WS-CUENTA-FATAL
                 MOVE "R" TO WS-ITEM-NIVEL
              ELSE
                 ADD 1 TO WS-CUENTA-ERROR
                 MOVE "A" TO WS-ITEM-NIVEL
              END-IF
              MOVE alerta-linea TO WS-ITEM-TEXTO
              PERFORM AGREGAR-ITEM
           END-IF
           PERFORM LEER-ALERTA.

      ******************************************************************
      * Hoja de prueba: la ultima linea dice si la noche balancea.
      ******************************************************************
       REVISAR-HOJA-PRUEBA.
           MOVE 3 TO WS-AREA-ACTUAL
           MOVE "N" TO WS-HOJA-BALANCEA
           MOVE "N" TO WS-HOJA-NO-BALANCEA
           OPEN INPUT hoja-prueba
           IF fs-hoja = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-HOJA
              PERFORM EVALUAR-LINEA-HOJA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE hoja-prueba
           END-IF
           EVALUATE TRUE
              WHEN fs-hoja NOT = "00"
                 MOVE "R" TO WS-ITEM-NIVEL
                 MOVE "No se emitio hoja_prueba.txt (la cadena no "
                    & "llego a HojaPrueba)." TO WS-ITEM-TEXTO
                 PERFORM AGREGAR-ITEM
              WHEN WS-HOJA-NO-BALANCEA = "S"
                 MOVE "R" TO WS-ITEM-NIVEL
                 MOVE "La noche NO balancea: ver hoja_prueba.txt "
                    & "antes de operar." TO WS-ITEM-TEXTO
                 PERFORM AGREGAR-ITEM
              WHEN WS-HOJA-BALANCEA = "N"
                 MOVE "R" TO WS-ITEM-NIVEL
                 MOVE "hoja_prueba.txt incompleta: falta la linea "
                    & "de cuadre." TO WS-ITEM-TEXTO
                 PERFORM AGREGAR-ITEM
           END-EVALUATE.

       LEER-HOJA.
           READ hoja-prueba
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EVALUAR-LINEA-HOJA.
           IF hoja-linea(1:25) = "*** LA NOCHE BALANCEA ***"
              MOVE "S" TO WS-HOJA-BALANCEA
           END-IF
           MOVE 0 TO WS-MARCAS
           INSPECT hoja-linea TALLYING WS-MARCAS
               FOR ALL "NO BALANCEA"
                   ALL "DESBALANCEADO"
           IF WS-MARCAS > 0
              MOVE "S" TO WS-HOJA-NO-BALANCEA
           END-IF
           PERFORM LEER-HOJA.

      ******************************************************************
      * Interfaz contable: lotes sin acuse y rechazos del mayor.
      ******************************************************************
       REVISAR-CONTABLE.
           MOVE 4 TO WS-AREA-ACTUAL
           OPEN INPUT lotes-gl-pendientes
           IF fs-lotes = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-LOTE
              PERFORM EVALUAR-LOTE
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE lotes-gl-pendientes
           END-IF
           MOVE 0 TO WS-RECHAZOS-GL
           OPEN INPUT gl-suspenso
           IF fs-gl-suspenso = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-GL-SUSPENSO
              PERFORM CONTAR-RECHAZO-GL
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE gl-suspenso
           END-IF
           IF WS-RECHAZOS-GL > 0
              MOVE WS-RECHAZOS-GL TO WS-CANT-ED
              MOVE SPACES TO WS-ITEM-TEXTO
              STRING WS-CANT-ED DELIMITED BY SIZE
                     " linea(s) rechazadas por el mayor en "
                     DELIMITED BY SIZE
                     "gl_suspenso_rep.txt para reenviar."
                     DELIMITED BY SIZE
                     INTO WS-ITEM-TEXTO
              MOVE "A" TO WS-ITEM-NIVEL
              PERFORM AGREGAR-ITEM
           END-IF.

       LEER-LOTE.
           READ lotes-gl-pendientes
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EVALUAR-LOTE.
           IF LGP-ESTADO = "P"
              MOVE LGP-FECHA TO WS-FECHA-PARTIDA
              PERFORM CALCULAR-ANTIGUEDAD
              IF WS-ANTIGUEDAD > WS-DIAS-LOTE
                 MOVE LGP-TOTAL TO WS-MONTO-ED
                 MOVE SPACES TO WS-ITEM-TEXTO
                 STRING "Lote GL del " DELIMITED BY SIZE
                        LGP-FECHA DELIMITED BY SIZE
                        " sin acuse hace " DELIMITED BY SIZE
                        WS-DIAS-ED DELIMITED BY SIZE
                        " dias. Total: " DELIMITED BY SIZE
                        WS-MONTO-ED DELIMITED BY SIZE
                        INTO WS-ITEM-TEXTO
                 MOVE "A" TO WS-ITEM-NIVEL
                 PERFORM AGREGAR-ITEM
              END-IF
           END-IF
           PERFORM LEER-LOTE.

       LEER-GL-SUSPENSO.
           READ gl-suspenso
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

      * Cada linea rechazada de ConfirmacionContable empieza con la
      * fecha del asiento.
       CONTAR-RECHAZO-GL.
           IF gl-suspenso-linea(1:7) = "Fecha: "
              ADD 1 TO WS-RECHAZOS-GL
           END-IF
           PERFORM LEER-GL-SUSPENSO.

      ******************************************************************
      * Breaks abiertos de la reconciliacion y de la prueba del mayor.
      ******************************************************************
       REVISAR-BREAKS.
           MOVE 5 TO WS-AREA-ACTUAL
           OPEN INPUT breaks-file
           IF fs-breaks = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-BREAK
              PERFORM EVALUAR-BREAK
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE breaks-file
           END-IF.

       LEER-BREAK.
           READ breaks-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EVALUAR-BREAK.
           IF BRK-ESTADO = "A"
              MOVE BRK-FECHA-PRIMERA TO WS-FECHA-PARTIDA
              PERFORM CALCULAR-ANTIGUEDAD
              IF WS-ANTIGUEDAD > WS-DIAS-BREAK
                 MOVE BRK-MONTO TO WS-MONTO-ED
                 MOVE SPACES TO WS-ITEM-TEXTO
                 IF BRK-ORIGEN = "MAYR"
                    STRING "Break cuenta mayor " DELIMITED BY SIZE
                           BRK-CUENTA-GL DELIMITED BY SPACE
                           INTO WS-ITEM-TEXTO
                 ELSE
                    STRING "Break cuenta " DELIMITED BY SIZE
                           BRK-CUENTA DELIMITED BY SPACE
                           INTO WS-ITEM-TEXTO
                 END-IF
                 STRING WS-ITEM-TEXTO DELIMITED BY "  "
                        " abierto hace " DELIMITED BY SIZE
                        WS-DIAS-ED DELIMITED BY SIZE
                        " dias. Monto: " DELIMITED BY SIZE
                        WS-MONTO-ED DELIMITED BY SIZE
                        INTO WS-LINEA-EDIT
                 MOVE WS-LINEA-EDIT TO WS-ITEM-TEXTO
                 MOVE "A" TO WS-ITEM-NIVEL
                 PERFORM AGREGAR-ITEM
              END-IF
           END-IF
           PERFORM LEER-BREAK.

      ******************************************************************
      * Partidas pendientes de reparar en el suspenso.
      ******************************************************************
       REVISAR-SUSPENSO.
           MOVE 6 TO WS-AREA-ACTUAL
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-SUSPENSO
              PERFORM EVALUAR-SUSPENSO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE suspenso-file
           END-IF.

       LEER-SUSPENSO.
           READ suspenso-file
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       EVALUAR-SUSPENSO.
           IF SUS-ESTADO = "P"
              MOVE SUS-FECHA-RECHAZO TO WS-FECHA-PARTIDA
              PERFORM CALCULAR-ANTIGUEDAD
              IF WS-ANTIGUEDAD > WS-DIAS-SUSPENSO
                 MOVE SPACES TO WS-ITEM-TEXTO
                 STRING "Suspenso ref " DELIMITED BY SIZE
                        SUS-REF-TRANSACCION DELIMITED BY SPACE
                        " cliente " DELIMITED BY SIZE
                        SUS-CODIGO-CLIENTE DELIMITED BY SIZE
                        " pendiente hace " DELIMITED BY SIZE
                        WS-DIAS-ED DELIMITED BY SIZE
                        " dias: " DELIMITED BY SIZE
                        SUS-MOTIVO DELIMITED BY "  "
                        INTO WS-ITEM-TEXTO
                 MOVE "A" TO WS-ITEM-NIVEL
                 PERFORM AGREGAR-ITEM
              END-IF
           END-IF
           PERFORM LEER-SUSPENSO.

      ******************************************************************
      * Pagina del resumen y linea de estado.
      ******************************************************************
       IMPRIMIR-RESUMEN.
           MOVE "V" TO WS-ESTADO-GENERAL
           PERFORM COMBINAR-ESTADO
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 6
           MOVE WS-ESTADO-GENERAL TO WS-ITEM-NIVEL
           PERFORM PALABRA-ESTADO

           OPEN OUTPUT reporte-out
           MOVE "RESUMEN MATINAL DE OPERACIONES" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "ResumenMatinal" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE WS-TOTAL-ACCIONES TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "Noche del " DELIMITED BY SIZE
                  WS-NOCHE DELIMITED BY SIZE
                  "   Estado general: " DELIMITED BY SIZE
                  WS-ESTADO-PALABRA DELIMITED BY SIZE
                  "   Acciones: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-AREA
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 6
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       COMBINAR-ESTADO.
           IF WS-ARE-ESTADO(WS-A) = "R"
              MOVE "R" TO WS-ESTADO-GENERAL
           ELSE
           IF WS-ARE-ESTADO(WS-A) = "A" AND WS-ESTADO-GENERAL = "V"
              MOVE "A" TO WS-ESTADO-GENERAL
           END-IF
           END-IF.

       PALABRA-ESTADO.
           EVALUATE WS-ITEM-NIVEL
              WHEN "R"
                 MOVE "ROJO"  TO WS-ESTADO-PALABRA
              WHEN "A"
                 MOVE "AMBAR" TO WS-ESTADO-PALABRA
              WHEN OTHER
                 MOVE "VERDE" TO WS-ESTADO-PALABRA
           END-EVALUATE.

       IMPRIMIR-AREA.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ARE-ESTADO(WS-A) TO WS-ITEM-NIVEL
           PERFORM PALABRA-ESTADO
           MOVE WS-ARE-ACCIONES(WS-A) TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "[" DELIMITED BY SIZE
                  WS-ESTADO-PALABRA DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-ARE-NOMBRE(WS-A) DELIMITED BY SIZE
                  " Acciones: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-ITEM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 6 OR WS-I > WS-ARE-ACCIONES(WS-A)
           IF WS-ARE-ACCIONES(WS-A) > 6
              COMPUTE WS-CANT-ED = WS-ARE-ACCIONES(WS-A) - 6
              MOVE SPACES TO WS-LINEA-EDIT
              STRING "        ... y " DELIMITED BY SIZE
                     WS-CANT-ED DELIMITED BY SIZE
                     " mas" DELIMITED BY SIZE
                     INTO WS-LINEA-EDIT
              MOVE WS-LINEA-EDIT TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       IMPRIMIR-ITEM.
           MOVE SPACES TO WS-LINEA-EDIT
           STRING "        - " DELIMITED BY SIZE
                  WS-ARE-ITEM(WS-A, WS-I) DELIMITED BY SIZE
                  INTO WS-LINEA-EDIT
           MOVE WS-LINEA-EDIT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       GRABAR-ESTADO.
           MOVE WS-NOCHE          TO RSE-NOCHE
           MOVE WS-FECHA-PROCESO  TO RSE-FECHA
           MOVE WS-HORA-RESUMEN   TO RSE-HORA
           MOVE WS-ESTADO-PALABRA TO RSE-ESTADO
           MOVE WS-ARE-ESTADO(1)  TO RSE-CADENA
           MOVE WS-ARE-ESTADO(2)  TO RSE-ALERTAS
           MOVE WS-ARE-ESTADO(3)  TO RSE-HOJA
           MOVE WS-ARE-ESTADO(4)  TO RSE-CONTABLE
           MOVE WS-ARE-ESTADO(5)  TO RSE-BREAKS
           MOVE WS-ARE-ESTADO(6)  TO RSE-SUSPENSO
           MOVE WS-TOTAL-ACCIONES TO RSE-ACCIONES
           OPEN OUTPUT estado-out
           MOVE WS-LINEA-ESTADO TO estado-registro
           WRITE estado-registro
           CLOSE estado-out.

       COPY REPPROC.

       END PROGRAM ResumenMatinal.
