      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro y seguimiento de reclamos de clientes
      *          (comisiones mal cobradas, transferencias que no
      *          llegaron, extracciones en disputa). El maestro es la
      *          tabla reclamos (id_reclamo, id_cliente, id_cuenta y
      *          referencia_trx opcionales, categoria_reclamo,
      *          canal_reclamo SUCURSAL / TELEFONO / WEB / CORREO /
      *          CARTA, monto_reclamado, operador_asignado,
      *          estado_reclamo ABIERTO / ESCALADO / CERRADO,
      *          nivel_escalamiento, fecha_apertura, fecha_objetivo,
      *          fecha_cierre, resultado_reclamo FAVORABLE / PARCIAL /
      *          DESFAVORABLE, monto_devuelto, descripcion_reclamo) y
      *          cada accion deja una fila en reclamos_historia
      *          (id_reclamo, fecha_evento, operador_evento,
      *          accion_evento ALTA / ACTUALIZA / ESCALA / CIERRE,
      *          detalle_evento). La fecha objetivo es la de apertura
      *          mas los dias corridos de la categoria en
      *          categorias_reclamo.dat; sin ese archivo no se abren
      *          reclamos. Un cierre con devolucion no toca el saldo:
      *          deja una solicitud de ajuste pendiente en
      *          ajustes_solicitados.txt con su codigo de motivo de
      *          motivos_ajuste.dat, que se aplica desde el ajuste de
      *          saldo de crear-cuentas-sql. Con firma de operador: el
      *          rol consulta solo consulta y emite los reportes. El
      *          resumen semanal de antiguedad de los reclamos
      *          abiertos (base comercial 30/360, cortes a 7, 14 y 30
      *          dias) deja reclamos_antiguedad.txt, y el extracto
      *          trimestral para el regulador deja
      *          reclamos_regulador_AAAATn.csv con recibidos,
      *          resueltos, resultado, plazo y montos por categoria y
      *          canal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionReclamos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT categorias-file
            ASSIGN TO DYNAMIC WS-RUTA-CATEGORIAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-categorias.

           SELECT motivos-ajuste
            ASSIGN TO DYNAMIC WS-RUTA-MOTIVOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-motivos.

           SELECT solicitudes-ajuste
            ASSIGN TO DYNAMIC WS-RUTA-SOLICITUDES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-solicitudes.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

           SELECT csv-out
            ASSIGN TO DYNAMIC WS-RUTA-CSV
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-csv.

       DATA DIVISION.
       FILE SECTION.
       FD  categorias-file.
       01  categoria-reclamo-registro.
           05 CRC-CATEGORIA       PIC X(10).
           05 CRC-DIAS            PIC 9(3).
           05 CRC-DESCRIPCION     PIC X(30).

       FD  motivos-ajuste.
       01  motivo-registro.
           05 MOT-CODIGO          PIC X(4).
           05 MOT-DESCRIPCION     PIC X(40).

       FD  solicitudes-ajuste.
           COPY AJSCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       FD  csv-out.
       01  csv-registro           PIC X(200).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-categorias         PIC XX.
       01  fs-motivos            PIC XX.
       01  fs-solicitudes        PIC XX.
       01  fs-reporte            PIC XX.
       01  fs-csv                PIC XX.
       01  WS-RUTA-CATEGORIAS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOTIVOS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-SOLICITUDES   PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-RUTA-CSV           PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  ID-RECLAMO-TXT    PIC X(34)
               VALUE "Introduce un ID de Reclamo: ".
       01  ID-CLIENTE-TXT    PIC X(34)
               VALUE "Introduce un ID de Cliente: ".

       01  RECLAMO-REGISTRO.
           05 RECLAMO-ID             PIC X(6).
           05 RECLAMO-CLIENTE-ID     PIC X(6).
           05 RECLAMO-CUENTA-ID      PIC X(6).
           05 RECLAMO-REFERENCIA     PIC X(12).
           05 RECLAMO-CATEGORIA      PIC X(10).
           05 RECLAMO-CANAL          PIC X(10).
           05 RECLAMO-MONTO          PIC 9(9)V99.
           05 RECLAMO-OPERADOR       PIC X(8).
           05 RECLAMO-ESTADO         PIC X(10).
           05 RECLAMO-NIVEL          PIC 9.
           05 RECLAMO-FECHA-APERTURA PIC X(10).
           05 RECLAMO-FECHA-OBJETIVO PIC X(10).
           05 RECLAMO-FECHA-CIERRE   PIC X(10).
           05 RECLAMO-RESULTADO      PIC X(12).
           05 RECLAMO-DEVUELTO       PIC 9(9)V99.
           05 RECLAMO-DESCRIPCION    PIC X(60).

       01  HISTORIA-REGISTRO.
           05 HIST-RECLAMO-ID        PIC X(6).
           05 HIST-FECHA             PIC X(10).
           05 HIST-OPERADOR          PIC X(8).
           05 HIST-ACCION            PIC X(10).
           05 HIST-DETALLE           PIC X(60).

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  continuar  PIC X VALUE "S".
       01  opcion     PIC X.
       01  WS-RECLAMO-EXISTE      PIC X VALUE "N".
       01  WS-CLIENTE-EXISTE      PIC X VALUE "N".
       01  WS-CLIENTE-BUSCADO     PIC X(6) VALUE SPACES.
       01  WS-NOMBRE-CLIENTE      PIC X(40) VALUE SPACES.
       01  WS-CUENTA-BUSCADA      PIC X(6) VALUE SPACES.
       01  WS-CUENTA-OK           PIC X VALUE "N".
       01  WS-CANAL-VALIDO        PIC X VALUE "N".
       01  WS-DATOS-OK            PIC X VALUE "N".
       01  WS-GRABADO             PIC X VALUE "N".
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR          PIC X VALUE "N".
       01  WS-CANTIDAD            PIC 9(5) VALUE 0.
       01  WS-NOTA                PIC X(60) VALUE SPACES.
       01  WS-OPERADOR-NUEVO      PIC X(8) VALUE SPACES.
       01  WS-MONTO-ED            PIC ZZZZZZZZ9.99.

      * Categorias de reclamo con sus dias corridos de resolucion.
       01  WS-FIN-CATEGORIAS      PIC X VALUE "N".
       01  WS-CATEGORIAS.
           05 WS-CRC-FILA OCCURS 30 TIMES.
              10 WS-CRC-CATEGORIA PIC X(10).
              10 WS-CRC-DIAS     PIC 9(3).
              10 WS-CRC-DESC     PIC X(30).
       01  WS-NUM-CATEGORIAS      PIC 9(2) VALUE 0.
       01  WS-CRC-IDX             PIC 9(2) VALUE 0.
       01  WS-C                   PIC 9(2) VALUE 0.

      * Devolucion al cerrar: cuenta a acreditar y motivo del ajuste
      * que se solicita (de la misma lista que el ajuste manual).
       01  WS-FIN-MOTIVOS         PIC X VALUE "N".
       01  WS-MOTIVOS.
           05 WS-MOT-FILA OCCURS 20 TIMES.
              10 WS-MOT-CODIGO   PIC X(4).
              10 WS-MOT-DESC     PIC X(40).
       01  WS-NUM-MOTIVOS         PIC 9(2) VALUE 0.
       01  WS-MOT-IDX             PIC 9(2) VALUE 0.
       01  WS-M                   PIC 9(2) VALUE 0.
       01  WS-MOTIVOS-CARGADOS    PIC X VALUE "N".
       01  WS-MOTIVO-DEVOLUCION   PIC X(4) VALUE SPACES.
       01  WS-MONTO-DEVOLVER      PIC 9(9)V99 VALUE 0.
       01  WS-CUENTA-DEVOLUCION   PIC X(6) VALUE SPACES.

      * Fecha objetivo: dias corridos con meses y bisiestos.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA          PIC 9(4).
           05 WS-FP-SEP1          PIC X.
           05 WS-FP-MM            PIC 9(2).
           05 WS-FP-SEP2          PIC X.
           05 WS-FP-DD            PIC 9(2).
       01  WS-DIAS-DEL-MES        PIC 9(2) VALUE 0.
       01  WS-RESTO-4             PIC 9(4) VALUE ZEROS.
       01  WS-RESTO-100           PIC 9(4) VALUE ZEROS.
       01  WS-RESTO-400           PIC 9(4) VALUE ZEROS.
       01  WS-COCIENTE            PIC 9(4) VALUE ZEROS.
       01  WS-ANIO-BISIESTO       PIC X VALUE "N".

      * Antiguedad y dias de resolucion sobre base comercial 30/360.
       01  WS-FECHA-CALCULO.
           05 WS-FC-AAAA          PIC 9(4).
           05 FILLER              PIC X.
           05 WS-FC-MM            PIC 9(2).
           05 FILLER              PIC X.
           05 WS-FC-DD            PIC 9(2).
       01  WS-DIAS-CALCULO        PIC 9(7) VALUE 0.
       01  WS-DIAS-HOY            PIC 9(7) VALUE 0.
       01  WS-DIAS-DESDE          PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD          PIC S9(7) VALUE 0.

      * Resumen de antiguedad: 1 = categoria en curso, 2 = banco.
       01  WS-CATEGORIA-ANTERIOR  PIC X(10) VALUE SPACES.
       01  WS-ANT-ACUMULADOS.
           05 WS-ANT-ACUM OCCURS 2 TIMES.
              10 WS-ANT-TRAMO    PIC 9(5) OCCURS 4 TIMES.
              10 WS-ANT-ABIERTOS PIC 9(5).
              10 WS-ANT-VENCIDOS PIC 9(5).
              10 WS-ANT-MONTO    PIC 9(11)V99.
       01  WS-X                   PIC 9 VALUE 0.
       01  WS-T                   PIC 9 VALUE 0.
       01  WS-ANT-ETIQUETA        PIC X(20) VALUE SPACES.

       01  WS-LINEA-TOTAL-ANT.
           05 LT-ETIQUETA         PIC X(20).
           05 FILLER              PIC X(11) VALUE " Abiertos: ".
           05 LT-ABIERTOS         PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE "  Vencidos: ".
           05 LT-VENCIDOS         PIC ZZZZ9.
           05 FILLER              PIC X(19)
                                  VALUE "  Monto reclamado: ".
           05 LT-MONTO            PIC ZZZZZZZZZZ9.99.
       01  WS-LINEA-TRAMOS-ANT.
           05 FILLER              PIC X(18)
                                  VALUE "    Hasta 7 dias: ".
           05 LT-TRAMO-7          PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE "  8 a 14: ".
           05 LT-TRAMO-14         PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE "  15 a 30: ".
           05 LT-TRAMO-30         PIC ZZZZ9.
           05 FILLER              PIC X(14) VALUE "  Mas de 30: ".
           05 LT-TRAMO-MAS        PIC ZZZZ9.

       01  WS-LINEA-ANTIGUEDAD.
           05 LA-RECLAMO          PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-CLIENTE          PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LA-CATEGORIA        PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-CANAL            PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-ESTADO           PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-APERTURA         PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-OBJETIVO         PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-DIAS             PIC ZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 LA-MONTO            PIC ZZZZZZZ9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 LA-OPERADOR         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LA-VENCIDO          PIC X(4).

      * Extracto trimestral: 1 = categoria y canal en curso,
      * 2 = total del trimestre.
       01  WS-TRIM-AAAA           PIC 9(4) VALUE 0.
       01  WS-TRIM-NRO            PIC 9 VALUE 0.
       01  WS-TRIM-MES-INI        PIC 9(2) VALUE 0.
       01  WS-TRIM-MES-FIN        PIC 9(2) VALUE 0.
       01  WS-TRIM-DIA-FIN        PIC 9(2) VALUE 0.
       01  WS-TRIM-INICIO         PIC X(10) VALUE SPACES.
       01  WS-TRIM-FIN            PIC X(10) VALUE SPACES.
       01  WS-TRIM-ETIQUETA       PIC X(6) VALUE SPACES.
       01  WS-GRP-CATEGORIA       PIC X(10) VALUE SPACES.
       01  WS-GRP-CANAL           PIC X(10) VALUE SPACES.
       01  WS-EXT-ACUMULADOS.
           05 WS-EXT-ACUM OCCURS 2 TIMES.
              10 WS-EXT-RECIBIDOS   PIC 9(7).
              10 WS-EXT-RESUELTOS   PIC 9(7).
              10 WS-EXT-FAVOR       PIC 9(7).
              10 WS-EXT-PARCIAL     PIC 9(7).
              10 WS-EXT-DESFAVOR    PIC 9(7).
              10 WS-EXT-EN-PLAZO    PIC 9(7).
              10 WS-EXT-FUERA-PLAZO PIC 9(7).
              10 WS-EXT-DIAS-SUMA   PIC 9(9).
              10 WS-EXT-PENDIENTES  PIC 9(7).
              10 WS-EXT-RECLAMADO   PIC 9(11)V99.
              10 WS-EXT-DEVUELTO    PIC 9(11)V99.
       01  WS-FILAS-EXTRACTO      PIC 9(5) VALUE 0.
       01  WS-CSV-CATEGORIA       PIC X(10) VALUE SPACES.
       01  WS-CSV-CANAL           PIC X(10) VALUE SPACES.
       01  WS-CSV-CANT            PIC 9(7).
       01  WS-CSV-DIAS            PIC 9(5).9.
       01  WS-CSV-MONTO           PIC +9(11).99.
       01  WS-CSV-LINEA           PIC X(200) VALUE SPACES.
       01  WS-CSV-PTR             PIC 9(3) VALUE 1.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-ACC-PROGRAMA       PIC X(20) VALUE "GestionReclamos".
       01  WS-ACC-OPCION         PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.

       PERFORM FIRMAR-OPERADOR.

       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.

       PERFORM RESOLVER-RUTAS.

       PERFORM CARGAR-CATEGORIAS.

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
           MOVE "categorias_reclamo.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CATEGORIAS
           MOVE "motivos_ajuste.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOTIVOS
           MOVE "ajustes_solicitados.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SOLICITUDES
           MOVE "reclamos_antiguedad.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Abrir reclamo"
           DISPLAY "2. Actualizar reclamo"
           DISPLAY "3. Escalar reclamo"
           DISPLAY "4. Cerrar reclamo"
           DISPLAY "5. Consultar reclamo"
           DISPLAY "6. Reclamos de un cliente"
           DISPLAY "7. Resumen semanal de antiguedad"
           DISPLAY "8. Extracto trimestral para el regulador"
           DISPLAY "9. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           IF WS-OPERADOR-ROL = "1"
              AND opcion NOT = "5" AND opcion NOT = "6"
              AND opcion NOT = "7" AND opcion NOT = "8"
              AND opcion NOT = "9"
              DISPLAY "El rol consulta solo puede consultar y "
                      "emitir reportes."
           ELSE
              EVALUATE opcion
                  WHEN 1
                     PERFORM ABRIR-RECLAMO
                  WHEN 2
                     PERFORM ACTUALIZAR-RECLAMO
                  WHEN 3
                     PERFORM ESCALAR-RECLAMO
                  WHEN 4
                     PERFORM CERRAR-RECLAMO
                  WHEN 5
                     PERFORM CONSULTAR-RECLAMO
                  WHEN 6
                     PERFORM RECLAMOS-CLIENTE
                  WHEN 7
                     PERFORM REPORTE-ANTIGUEDAD
                  WHEN 8
                     PERFORM EXTRACTO-REGULADOR
                  WHEN 9
                     MOVE 'N' TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Categorias de reclamo: codigo, dias corridos para resolver y
      * descripcion. Sin el archivo no hay fecha objetivo posible y
      * no se abren reclamos; el resto del menu sigue disponible.
      ******************************************************************
       CARGAR-CATEGORIAS.
           MOVE 0 TO WS-NUM-CATEGORIAS
           MOVE "N" TO WS-FIN-CATEGORIAS
           OPEN INPUT categorias-file
           IF fs-categorias = "00"
              READ categorias-file
                   AT END MOVE "S" TO WS-FIN-CATEGORIAS
              END-READ
              PERFORM UNTIL WS-FIN-CATEGORIAS = "S"
                         OR WS-NUM-CATEGORIAS >= 30
                 ADD 1 TO WS-NUM-CATEGORIAS
                 MOVE CRC-CATEGORIA
                    TO WS-CRC-CATEGORIA(WS-NUM-CATEGORIAS)
                 MOVE CRC-DIAS TO WS-CRC-DIAS(WS-NUM-CATEGORIAS)
                 MOVE CRC-DESCRIPCION
                    TO WS-CRC-DESC(WS-NUM-CATEGORIAS)
                 READ categorias-file
                      AT END MOVE "S" TO WS-FIN-CATEGORIAS
                 END-READ
              END-PERFORM
              CLOSE categorias-file
           ELSE
              DISPLAY "No se pudo abrir categorias_reclamo.dat. "
                      "Estado: " fs-categorias
              MOVE "ERROR" TO error-severidad
              MOVE "CARGAR-CATEGORIAS" TO error-parrafo
              MOVE "Sin categorias_reclamo.dat no se abren reclamos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           DISPLAY "Categorias de reclamo cargadas: "
                   WS-NUM-CATEGORIAS.

       BUSCAR-CATEGORIA.
           INSPECT RECLAMO-CATEGORIA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-CRC-IDX
           PERFORM COMPARAR-CATEGORIA
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CATEGORIAS.

       COMPARAR-CATEGORIA.
           IF WS-CRC-CATEGORIA(WS-C) = RECLAMO-CATEGORIA
              MOVE WS-C TO WS-CRC-IDX
           END-IF.

       MOSTRAR-CATEGORIA.
           DISPLAY "   " WS-CRC-CATEGORIA(WS-C) " "
                   WS-CRC-DESC(WS-C) " (" WS-CRC-DIAS(WS-C) " dias)".

       VALIDAR-CANAL.
           INSPECT RECLAMO-CANAL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-CANAL-VALIDO
           IF RECLAMO-CANAL = "SUCURSAL" OR RECLAMO-CANAL = "TELEFONO"
              OR RECLAMO-CANAL = "WEB" OR RECLAMO-CANAL = "CORREO"
              OR RECLAMO-CANAL = "CARTA"
              MOVE "S" TO WS-CANAL-VALIDO
           END-IF.

       CARGAR-MOTIVOS-AJUSTE.
           MOVE 0 TO WS-NUM-MOTIVOS
           MOVE "N" TO WS-FIN-MOTIVOS
           OPEN INPUT motivos-ajuste
           IF fs-motivos = "00"
              READ motivos-ajuste
                   AT END MOVE "S" TO WS-FIN-MOTIVOS
              END-READ
              PERFORM UNTIL WS-FIN-MOTIVOS = "S"
                         OR WS-NUM-MOTIVOS >= 20
                 ADD 1 TO WS-NUM-MOTIVOS
                 MOVE MOT-CODIGO TO WS-MOT-CODIGO(WS-NUM-MOTIVOS)
                 MOVE MOT-DESCRIPCION TO WS-MOT-DESC(WS-NUM-MOTIVOS)
                 READ motivos-ajuste
                      AT END MOVE "S" TO WS-FIN-MOTIVOS
                 END-READ
              END-PERFORM
              CLOSE motivos-ajuste
           ELSE
              DISPLAY "No se pudo abrir motivos_ajuste.dat. Estado: "
                      fs-motivos
           END-IF
           MOVE "S" TO WS-MOTIVOS-CARGADOS.

       COMPARAR-MOTIVO-AJUSTE.
           IF WS-MOT-CODIGO(WS-M) = WS-MOTIVO-DEVOLUCION
              MOVE WS-M TO WS-MOT-IDX
           END-IF.

      ******************************************************************
      * Lecturas y validaciones comunes.
      ******************************************************************
       PEDIR-RECLAMO.
           DISPLAY ID-RECLAMO-TXT
           ACCEPT RECLAMO-ID
           PERFORM LEER-RECLAMO.

       LEER-RECLAMO.
           MOVE "N" TO WS-RECLAMO-EXISTE
           EXEC SQL
              SELECT id_cliente,
                     COALESCE(id_cuenta, ' '),
                     COALESCE(referencia_trx, ' '),
                     categoria_reclamo, canal_reclamo,
                     monto_reclamado, operador_asignado,
                     estado_reclamo, nivel_escalamiento,
                     fecha_apertura, fecha_objetivo,
                     COALESCE(fecha_cierre, ' '),
                     COALESCE(resultado_reclamo, ' '),
                     COALESCE(monto_devuelto, 0),
                     descripcion_reclamo
              INTO :RECLAMO-CLIENTE-ID, :RECLAMO-CUENTA-ID,
                   :RECLAMO-REFERENCIA, :RECLAMO-CATEGORIA,
                   :RECLAMO-CANAL, :RECLAMO-MONTO, :RECLAMO-OPERADOR,
                   :RECLAMO-ESTADO, :RECLAMO-NIVEL,
                   :RECLAMO-FECHA-APERTURA, :RECLAMO-FECHA-OBJETIVO,
                   :RECLAMO-FECHA-CIERRE, :RECLAMO-RESULTADO,
                   :RECLAMO-DEVUELTO, :RECLAMO-DESCRIPCION
              FROM reclamos
              WHERE id_reclamo = :RECLAMO-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-RECLAMO-EXISTE
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-EXISTE
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           EXEC SQL
              SELECT nombre_cliente
              INTO :WS-NOMBRE-CLIENTE
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
           END-EXEC
           IF SQLCODE = 0
              MOVE "S" TO WS-CLIENTE-EXISTE
           END-IF.

      * La cuenta tiene que ser del cliente, como titular de la
      * cuenta o como cotitular en cuentas_titulares.
       VALIDAR-CUENTA-CLIENTE.
           MOVE "N" TO WS-CUENTA-OK
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANTIDAD
              FROM cuentas c
              WHERE c.id_cuenta = :WS-CUENTA-BUSCADA
                AND (c.id_cliente = :WS-CLIENTE-BUSCADO
                     OR EXISTS
                        (SELECT 1 FROM cuentas_titulares t
                         WHERE t.id_cuenta  = c.id_cuenta
                           AND t.id_cliente = :WS-CLIENTE-BUSCADO))
           END-EXEC
           IF SQLCODE = 0 AND WS-CANTIDAD > 0
              MOVE "S" TO WS-CUENTA-OK
           END-IF.

       ERROR-SQL-RECLAMOS.
           DISPLAY "Error de SQL: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "ERROR" TO error-severidad
           MOVE SPACES TO mensaje-error
           STRING "Error al actualizar el reclamo "
                  DELIMITED BY SIZE
                  RECLAMO-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       MOSTRAR-RECLAMO.
           MOVE RECLAMO-CLIENTE-ID TO WS-CLIENTE-BUSCADO
           PERFORM REGISTRAR-ACCESO-CLIENTE
           MOVE RECLAMO-MONTO TO WS-MONTO-ED
           DISPLAY "Reclamo " RECLAMO-ID " Cliente: "
                   RECLAMO-CLIENTE-ID " Cuenta: " RECLAMO-CUENTA-ID
                   " Referencia: " RECLAMO-REFERENCIA
           DISPLAY "Categoria: " RECLAMO-CATEGORIA
                   " Canal: " RECLAMO-CANAL
                   " Monto reclamado: " WS-MONTO-ED
           DISPLAY "Estado: " RECLAMO-ESTADO
                   " Nivel: " RECLAMO-NIVEL
                   " Asignado a: " RECLAMO-OPERADOR
           DISPLAY "Apertura: " RECLAMO-FECHA-APERTURA
                   " Objetivo: " RECLAMO-FECHA-OBJETIVO
                   " Cierre: " RECLAMO-FECHA-CIERRE
           IF RECLAMO-ESTADO = "CERRADO"
              MOVE RECLAMO-DEVUELTO TO WS-MONTO-ED
              DISPLAY "Resultado: " RECLAMO-RESULTADO
                      " Devuelto: " WS-MONTO-ED
           END-IF
           DISPLAY "Descripcion: " RECLAMO-DESCRIPCION.

      ******************************************************************
      * Alta de reclamo: cliente obligatorio; cuenta y referencia de
      * la transaccion opcionales. La fecha objetivo sale de la
      * categoria.
      ******************************************************************
       ABRIR-RECLAMO.
           IF WS-NUM-CATEGORIAS = 0
              DISPLAY "Sin categorias_reclamo.dat no se pueden abrir "
                      "reclamos."
           ELSE
              DISPLAY ID-RECLAMO-TXT
              ACCEPT RECLAMO-ID
              PERFORM LEER-RECLAMO
              IF RECLAMO-ID = SPACES
                 DISPLAY "El reclamo necesita un ID."
              ELSE
              IF WS-RECLAMO-EXISTE = "S"
                 DISPLAY "Ya existe ese reclamo, del cliente "
                         RECLAMO-CLIENTE-ID "."
              ELSE
                 PERFORM PEDIR-DATOS-RECLAMO
                 IF WS-DATOS-OK = "S"
                    PERFORM GRABAR-RECLAMO
                 END-IF
              END-IF
              END-IF
           END-IF.

       PEDIR-DATOS-RECLAMO.
           MOVE "S" TO WS-DATOS-OK
           MOVE SPACES TO RECLAMO-CUENTA-ID
           MOVE SPACES TO RECLAMO-REFERENCIA
           MOVE SPACES TO RECLAMO-DESCRIPCION
           MOVE 0 TO RECLAMO-MONTO
           DISPLAY ID-CLIENTE-TXT
           ACCEPT WS-CLIENTE-BUSCADO
           PERFORM VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE = "N"
              DISPLAY "No existe ese cliente."
              MOVE "N" TO WS-DATOS-OK
           ELSE
              MOVE WS-CLIENTE-BUSCADO TO RECLAMO-CLIENTE-ID
              MOVE "ABRIR RECLAMO" TO WS-ACC-OPCION
              PERFORM REGISTRAR-ACCESO-CLIENTE
              DISPLAY "Cliente: " WS-NOMBRE-CLIENTE
              DISPLAY "Cuenta del reclamo (en blanco si no aplica): "
              ACCEPT RECLAMO-CUENTA-ID
              IF RECLAMO-CUENTA-ID NOT = SPACES
                 MOVE RECLAMO-CUENTA-ID TO WS-CUENTA-BUSCADA
                 PERFORM VALIDAR-CUENTA-CLIENTE
                 IF WS-CUENTA-OK = "N"
                    DISPLAY "La cuenta no existe o no es del cliente."
                    MOVE "N" TO WS-DATOS-OK
                 END-IF
              END-IF
           END-IF
           IF WS-DATOS-OK = "S"
              DISPLAY "Referencia de la transaccion (en blanco si no "
                      "aplica): "
              ACCEPT RECLAMO-REFERENCIA
              DISPLAY "Categoria del reclamo: "
              ACCEPT RECLAMO-CATEGORIA
              PERFORM BUSCAR-CATEGORIA
              IF WS-CRC-IDX = 0
                 DISPLAY "Categoria invalida. Categorias vigentes:"
                 PERFORM MOSTRAR-CATEGORIA
                     VARYING WS-C FROM 1 BY 1
                         UNTIL WS-C > WS-NUM-CATEGORIAS
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF
           IF WS-DATOS-OK = "S"
              DISPLAY "Canal (SUCURSAL/TELEFONO/WEB/CORREO/CARTA): "
              ACCEPT RECLAMO-CANAL
              PERFORM VALIDAR-CANAL
              IF WS-CANAL-VALIDO = "N"
                 DISPLAY "Canal invalido."
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF
           IF WS-DATOS-OK = "S"
              DISPLAY "Monto reclamado (0 si no hay monto en "
                      "disputa): "
              ACCEPT RECLAMO-MONTO
              DISPLAY "Descripcion del reclamo: "
              ACCEPT RECLAMO-DESCRIPCION
              IF RECLAMO-DESCRIPCION = SPACES
                 DISPLAY "El reclamo necesita una descripcion."
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF
           IF WS-DATOS-OK = "S"
              DISPLAY "Operador asignado (en blanco, usted): "
              MOVE SPACES TO RECLAMO-OPERADOR
              ACCEPT RECLAMO-OPERADOR
              IF RECLAMO-OPERADOR = SPACES
                 MOVE WS-OPERADOR-ID TO RECLAMO-OPERADOR
              END-IF
           END-IF.

       GRABAR-RECLAMO.
           MOVE "ABIERTO"        TO RECLAMO-ESTADO
           MOVE 0                TO RECLAMO-NIVEL
           MOVE WS-FECHA-PROCESO TO RECLAMO-FECHA-APERTURA
           MOVE SPACES           TO RECLAMO-FECHA-CIERRE
           MOVE SPACES           TO RECLAMO-RESULTADO
           MOVE 0                TO RECLAMO-DEVUELTO
           PERFORM CALCULAR-FECHA-OBJETIVO
           EXEC SQL
              INSERT INTO reclamos
                 (id_reclamo, id_cliente, id_cuenta, referencia_trx,
                  categoria_reclamo, canal_reclamo, monto_reclamado,
                  operador_asignado, estado_reclamo,
                  nivel_escalamiento, fecha_apertura, fecha_objetivo,
                  fecha_cierre, resultado_reclamo, monto_devuelto,
                  descripcion_reclamo)
              VALUES
                 (:RECLAMO-ID, :RECLAMO-CLIENTE-ID,
                  :RECLAMO-CUENTA-ID, :RECLAMO-REFERENCIA,
                  :RECLAMO-CATEGORIA, :RECLAMO-CANAL, :RECLAMO-MONTO,
                  :RECLAMO-OPERADOR, :RECLAMO-ESTADO,
                  :RECLAMO-NIVEL, :RECLAMO-FECHA-APERTURA,
                  :RECLAMO-FECHA-OBJETIVO, :RECLAMO-FECHA-CIERRE,
                  :RECLAMO-RESULTADO, :RECLAMO-DEVUELTO,
                  :RECLAMO-DESCRIPCION)
           END-EXEC
           MOVE "GRABAR-RECLAMO" TO error-parrafo
           IF SQLCODE NOT = 0
              PERFORM ERROR-SQL-RECLAMOS
           ELSE
              MOVE "ALTA" TO HIST-ACCION
              MOVE RECLAMO-DESCRIPCION TO HIST-DETALLE
              PERFORM GRABAR-HISTORIA
              IF SQLCODE NOT = 0
                 PERFORM ERROR-SQL-RECLAMOS
              ELSE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY "Reclamo registrado. Resolver antes del "
                         RECLAMO-FECHA-OBJETIVO "."
              END-IF
           END-IF.

      * Fecha de apertura mas los dias corridos de la categoria.
       CALCULAR-FECHA-OBJETIVO.
           MOVE RECLAMO-FECHA-APERTURA TO WS-FECHA-PARTES
           PERFORM SUMAR-UN-DIA WS-CRC-DIAS(WS-CRC-IDX) TIMES
           MOVE WS-FECHA-PARTES TO RECLAMO-FECHA-OBJETIVO.

       SUMAR-UN-DIA.
           PERFORM CALCULAR-DIAS-DEL-MES
           IF WS-FP-DD < WS-DIAS-DEL-MES
              ADD 1 TO WS-FP-DD
           ELSE
              MOVE 1 TO WS-FP-DD
              IF WS-FP-MM < 12
                 ADD 1 TO WS-FP-MM
              ELSE
                 MOVE 1 TO WS-FP-MM
                 ADD 1 TO WS-FP-AAAA
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           EVALUATE WS-FP-MM
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-DEL-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-DEL-MES
              WHEN 2
                 PERFORM DETERMINAR-BISIESTO
                 IF WS-ANIO-BISIESTO = "S"
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-DEL-MES
                 END-IF
           END-EVALUATE.

       DETERMINAR-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO
           DIVIDE WS-FP-AAAA BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-4
           DIVIDE WS-FP-AAAA BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-100
           DIVIDE WS-FP-AAAA BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0
              AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
              MOVE "S" TO WS-ANIO-BISIESTO
           END-IF.

       GRABAR-HISTORIA.
           MOVE RECLAMO-ID       TO HIST-RECLAMO-ID
           MOVE WS-FECHA-PROCESO TO HIST-FECHA
           MOVE WS-OPERADOR-ID   TO HIST-OPERADOR
           EXEC SQL
              INSERT INTO reclamos_historia
                 (id_reclamo, fecha_evento, operador_evento,
                  accion_evento, detalle_evento)
              VALUES
                 (:HIST-RECLAMO-ID, :HIST-FECHA, :HIST-OPERADOR,
                  :HIST-ACCION, :HIST-DETALLE)
           END-EXEC.

      * Actualizacion, escalamiento y cierre graban la fila del
      * reclamo y su evento en la misma unidad de trabajo.
       GRABAR-CAMBIO-RECLAMO.
           MOVE "N" TO WS-GRABADO
           EXEC SQL
              UPDATE reclamos
              SET    operador_asignado  = :RECLAMO-OPERADOR,
                     estado_reclamo     = :RECLAMO-ESTADO,
                     nivel_escalamiento = :RECLAMO-NIVEL,
                     fecha_cierre       = :RECLAMO-FECHA-CIERRE,
                     resultado_reclamo  = :RECLAMO-RESULTADO,
                     monto_devuelto     = :RECLAMO-DEVUELTO
              WHERE id_reclamo = :RECLAMO-ID
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-SQL-RECLAMOS
           ELSE
              PERFORM GRABAR-HISTORIA
              IF SQLCODE NOT = 0
                 PERFORM ERROR-SQL-RECLAMOS
              ELSE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 MOVE "S" TO WS-GRABADO
              END-IF
           END-IF.

      ******************************************************************
      * Actualizacion: nota de seguimiento obligatoria y, si hace
      * falta, reasignacion a otro operador.
      ******************************************************************
       ACTUALIZAR-RECLAMO.
           PERFORM PEDIR-RECLAMO
           IF WS-RECLAMO-EXISTE = "N"
              DISPLAY "No existe ese reclamo."
           ELSE
           IF RECLAMO-ESTADO = "CERRADO"
              DISPLAY "El reclamo ya esta cerrado."
           ELSE
              MOVE "ACTUALIZAR RECLAMO" TO WS-ACC-OPCION
              PERFORM MOSTRAR-RECLAMO
              DISPLAY "Nuevo operador asignado (en blanco, sin "
                      "cambio): "
              MOVE SPACES TO WS-OPERADOR-NUEVO
              ACCEPT WS-OPERADOR-NUEVO
              DISPLAY "Nota de seguimiento: "
              MOVE SPACES TO WS-NOTA
              ACCEPT WS-NOTA
              IF WS-NOTA = SPACES
                 DISPLAY "La actualizacion necesita una nota."
              ELSE
                 IF WS-OPERADOR-NUEVO NOT = SPACES
                    MOVE WS-OPERADOR-NUEVO TO RECLAMO-OPERADOR
                 END-IF
                 MOVE "ACTUALIZA" TO HIST-ACCION
                 MOVE WS-NOTA TO HIST-DETALLE
                 MOVE "ACTUALIZAR-RECLAMO" TO error-parrafo
                 PERFORM GRABAR-CAMBIO-RECLAMO
                 IF WS-GRABADO = "S"
                    DISPLAY "Reclamo actualizado."
                 END-IF
              END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Escalamiento: sube un nivel y pasa a otro operador.
      ******************************************************************
       ESCALAR-RECLAMO.
           PERFORM PEDIR-RECLAMO
           IF WS-RECLAMO-EXISTE = "N"
              DISPLAY "No existe ese reclamo."
           ELSE
           IF RECLAMO-ESTADO = "CERRADO"
              DISPLAY "El reclamo ya esta cerrado."
           ELSE
              MOVE "ESCALAR RECLAMO" TO WS-ACC-OPCION
              PERFORM MOSTRAR-RECLAMO
              DISPLAY "Operador que toma el reclamo escalado: "
              MOVE SPACES TO WS-OPERADOR-NUEVO
              ACCEPT WS-OPERADOR-NUEVO
              DISPLAY "Motivo del escalamiento: "
              MOVE SPACES TO WS-NOTA
              ACCEPT WS-NOTA
              IF WS-OPERADOR-NUEVO = SPACES OR WS-NOTA = SPACES
                 DISPLAY "El escalamiento necesita operador y "
                         "motivo."
              ELSE
                 MOVE WS-OPERADOR-NUEVO TO RECLAMO-OPERADOR
                 MOVE "ESCALADO" TO RECLAMO-ESTADO
                 IF RECLAMO-NIVEL < 9
                    ADD 1 TO RECLAMO-NIVEL
                 END-IF
                 MOVE "ESCALA" TO HIST-ACCION
                 MOVE WS-NOTA TO HIST-DETALLE
                 MOVE "ESCALAR-RECLAMO" TO error-parrafo
                 PERFORM GRABAR-CAMBIO-RECLAMO
                 IF WS-GRABADO = "S"
                    DISPLAY "Reclamo escalado al nivel "
                            RECLAMO-NIVEL "."
                 END-IF
              END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Cierre: resultado y, si corresponde, devolucion. La devolucion
      * no toca el saldo: queda una solicitud de ajuste pendiente,
      * con su motivo, para que un operador la aplique desde el
      * ajuste de saldo de crear-cuentas-sql.
      ******************************************************************
       CERRAR-RECLAMO.
           PERFORM PEDIR-RECLAMO
           IF WS-RECLAMO-EXISTE = "N"
              DISPLAY "No existe ese reclamo."
           ELSE
           IF RECLAMO-ESTADO = "CERRADO"
              DISPLAY "El reclamo ya esta cerrado."
           ELSE
              MOVE "CERRAR RECLAMO" TO WS-ACC-OPCION
              PERFORM MOSTRAR-RECLAMO
              PERFORM PEDIR-DATOS-CIERRE
              IF WS-DATOS-OK = "S"
                 PERFORM GRABAR-CIERRE
              END-IF
           END-IF
           END-IF.

       PEDIR-DATOS-CIERRE.
           MOVE "S" TO WS-DATOS-OK
           MOVE 0 TO WS-MONTO-DEVOLVER
           MOVE SPACES TO WS-CUENTA-DEVOLUCION
           MOVE SPACES TO WS-MOTIVO-DEVOLUCION
           DISPLAY "Resultado (FAVORABLE/PARCIAL/DESFAVORABLE): "
           ACCEPT RECLAMO-RESULTADO
           INSPECT RECLAMO-RESULTADO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF RECLAMO-RESULTADO NOT = "FAVORABLE"
              AND RECLAMO-RESULTADO NOT = "PARCIAL"
              AND RECLAMO-RESULTADO NOT = "DESFAVORABLE"
              DISPLAY "Resultado invalido."
              MOVE "N" TO WS-DATOS-OK
           END-IF
           IF WS-DATOS-OK = "S"
              AND RECLAMO-RESULTADO NOT = "DESFAVORABLE"
              DISPLAY "Monto a devolver al cliente (0 si no hay "
                      "devolucion): "
              ACCEPT WS-MONTO-DEVOLVER
              IF RECLAMO-MONTO > 0
                 AND WS-MONTO-DEVOLVER > RECLAMO-MONTO
                 DISPLAY "La devolucion supera el monto reclamado."
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF
           IF WS-DATOS-OK = "S" AND WS-MONTO-DEVOLVER > 0
              PERFORM PEDIR-DATOS-DEVOLUCION
           END-IF
           IF WS-DATOS-OK = "S"
              DISPLAY "Nota de cierre: "
              MOVE SPACES TO WS-NOTA
              ACCEPT WS-NOTA
              IF WS-NOTA = SPACES
                 DISPLAY "El cierre necesita una nota."
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF.

       PEDIR-DATOS-DEVOLUCION.
           IF RECLAMO-CUENTA-ID NOT = SPACES
              MOVE RECLAMO-CUENTA-ID TO WS-CUENTA-DEVOLUCION
              DISPLAY "La devolucion se acredita en la cuenta "
                      WS-CUENTA-DEVOLUCION " del reclamo."
           ELSE
              DISPLAY "Cuenta donde acreditar la devolucion: "
              ACCEPT WS-CUENTA-DEVOLUCION
              MOVE WS-CUENTA-DEVOLUCION TO WS-CUENTA-BUSCADA
              MOVE RECLAMO-CLIENTE-ID TO WS-CLIENTE-BUSCADO
              PERFORM VALIDAR-CUENTA-CLIENTE
              IF WS-CUENTA-OK = "N"
                 DISPLAY "La cuenta no existe o no es del cliente."
                 MOVE "N" TO WS-DATOS-OK
              END-IF
           END-IF
           IF WS-DATOS-OK = "S"
              IF WS-MOTIVOS-CARGADOS = "N"
                 PERFORM CARGAR-MOTIVOS-AJUSTE
              END-IF
              DISPLAY "Codigo de motivo del ajuste: "
              ACCEPT WS-MOTIVO-DEVOLUCION
              MOVE 0 TO WS-MOT-IDX
              PERFORM COMPARAR-MOTIVO-AJUSTE
                  VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MOTIVOS
              IF WS-MOT-IDX = 0
                 DISPLAY "El motivo no figura en la lista de motivos "
                         "de ajuste."
                 MOVE "N" TO WS-DATOS-OK
              ELSE
                 DISPLAY "Motivo: " WS-MOT-DESC(WS-MOT-IDX)
              END-IF
           END-IF.

       GRABAR-CIERRE.
           MOVE "CERRADO"         TO RECLAMO-ESTADO
           MOVE WS-FECHA-PROCESO  TO RECLAMO-FECHA-CIERRE
           MOVE WS-MONTO-DEVOLVER TO RECLAMO-DEVUELTO
           MOVE "CIERRE" TO HIST-ACCION
           MOVE WS-NOTA TO HIST-DETALLE
           MOVE "CERRAR-RECLAMO" TO error-parrafo
           PERFORM GRABAR-CAMBIO-RECLAMO
           IF WS-GRABADO = "S"
              IF WS-MONTO-DEVOLVER > 0
                 PERFORM GRABAR-SOLICITUD-AJUSTE
              ELSE
                 DISPLAY "Reclamo cerrado."
              END-IF
           END-IF.

       GRABAR-SOLICITUD-AJUSTE.
           OPEN EXTEND solicitudes-ajuste
           IF fs-solicitudes = "35"
              OPEN OUTPUT solicitudes-ajuste
              CLOSE solicitudes-ajuste
              OPEN EXTEND solicitudes-ajuste
           END-IF
           MOVE "P"                  TO AJS-ESTADO
           MOVE WS-FECHA-PROCESO     TO AJS-FECHA
           MOVE WS-CUENTA-DEVOLUCION TO AJS-CUENTA
           MOVE RECLAMO-CLIENTE-ID   TO AJS-CLIENTE
           MOVE "H"                  TO AJS-NATURALEZA
           MOVE WS-MONTO-DEVOLVER    TO AJS-MONTO
           MOVE WS-MOTIVO-DEVOLUCION TO AJS-MOTIVO
           MOVE "RECL"               TO AJS-ORIGEN
           MOVE RECLAMO-ID           TO AJS-REFERENCIA
           MOVE WS-OPERADOR-ID       TO AJS-SOLICITA
           MOVE SPACES               TO AJS-FECHA-APLICADO
           MOVE SPACES               TO AJS-APLICA
           WRITE ajuste-solicitado-registro
           IF fs-solicitudes NOT = "00"
              DISPLAY "Reclamo cerrado, pero no se pudo grabar la "
                      "solicitud de ajuste. Estado: " fs-solicitudes
              MOVE "ERROR" TO error-severidad
              MOVE "GRABAR-SOLICITUD-AJUSTE" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Devolucion sin solicitud de ajuste, reclamo "
                     DELIMITED BY SIZE
                     RECLAMO-ID DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              DISPLAY "Reclamo cerrado. Devolucion pendiente de "
                      "aplicar en la cuenta " WS-CUENTA-DEVOLUCION
                      " (Ajustar Saldo de crear-cuentas-sql)."
           END-IF
           CLOSE solicitudes-ajuste.

      ******************************************************************
      * Consulta de un reclamo con su historia.
      ******************************************************************
       CONSULTAR-RECLAMO.
           PERFORM PEDIR-RECLAMO
           IF WS-RECLAMO-EXISTE = "N"
              DISPLAY "No existe ese reclamo."
           ELSE
              MOVE "CONSULTAR RECLAMO" TO WS-ACC-OPCION
              PERFORM MOSTRAR-RECLAMO
              PERFORM LISTAR-HISTORIA
           END-IF.

       LISTAR-HISTORIA.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE RECLAMO-ID TO HIST-RECLAMO-ID
           EXEC SQL
              DECLARE CUR-HISTORIA CURSOR FOR
              SELECT fecha_evento, operador_evento, accion_evento,
                     detalle_evento
              FROM reclamos_historia
              WHERE id_reclamo = :HIST-RECLAMO-ID
              ORDER BY fecha_evento
           END-EXEC
           EXEC SQL
              OPEN CUR-HISTORIA
           END-EXEC
           PERFORM FETCH-HISTORIA
           PERFORM MOSTRAR-EVENTO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-HISTORIA
           END-EXEC.

       FETCH-HISTORIA.
           EXEC SQL
              FETCH CUR-HISTORIA
              INTO :HIST-FECHA, :HIST-OPERADOR, :HIST-ACCION,
                   :HIST-DETALLE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer la historia: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-EVENTO.
           DISPLAY "   " HIST-FECHA " " HIST-OPERADOR " "
                   HIST-ACCION " " HIST-DETALLE
           PERFORM FETCH-HISTORIA.

      ******************************************************************
      * Reclamos de un cliente, del mas reciente al mas antiguo.
      ******************************************************************
       RECLAMOS-CLIENTE.
           DISPLAY ID-CLIENTE-TXT
           ACCEPT WS-CLIENTE-BUSCADO
           PERFORM VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE = "N"
              DISPLAY "No existe ese cliente."
           ELSE
              MOVE "RECLAMOS CLIENTE" TO WS-ACC-OPCION
              PERFORM REGISTRAR-ACCESO-CLIENTE
              DISPLAY "Cliente " WS-CLIENTE-BUSCADO " "
                      WS-NOMBRE-CLIENTE
              PERFORM LISTAR-RECLAMOS-CLIENTE
           END-IF.

       LISTAR-RECLAMOS-CLIENTE.
           MOVE "N" TO WS-FIN-CURSOR
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              DECLARE CUR-CLIENTE CURSOR FOR
              SELECT id_reclamo, categoria_reclamo, estado_reclamo,
                     fecha_apertura, fecha_objetivo, monto_reclamado
              FROM reclamos
              WHERE id_cliente = :WS-CLIENTE-BUSCADO
              ORDER BY fecha_apertura DESC, id_reclamo
           END-EXEC
           EXEC SQL
              OPEN CUR-CLIENTE
           END-EXEC
           PERFORM FETCH-RECLAMO-CLIENTE
           PERFORM MOSTRAR-RECLAMO-CLIENTE
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-CLIENTE
           END-EXEC
           IF WS-CANTIDAD = 0
              DISPLAY "   Sin reclamos registrados."
           END-IF.

       FETCH-RECLAMO-CLIENTE.
           EXEC SQL
              FETCH CUR-CLIENTE
              INTO :RECLAMO-ID, :RECLAMO-CATEGORIA, :RECLAMO-ESTADO,
                   :RECLAMO-FECHA-APERTURA, :RECLAMO-FECHA-OBJETIVO,
                   :RECLAMO-MONTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer reclamos: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       MOSTRAR-RECLAMO-CLIENTE.
           ADD 1 TO WS-CANTIDAD
           MOVE RECLAMO-MONTO TO WS-MONTO-ED
           DISPLAY "   " RECLAMO-ID " " RECLAMO-CATEGORIA " "
                   RECLAMO-ESTADO " Apertura: " RECLAMO-FECHA-APERTURA
                   " Objetivo: " RECLAMO-FECHA-OBJETIVO
                   " Monto: " WS-MONTO-ED
           PERFORM FETCH-RECLAMO-CLIENTE.

      ******************************************************************
      * Resumen semanal de antiguedad de los reclamos abiertos y
      * escalados, por categoria: detalle de cada reclamo con sus
      * dias desde la apertura (30/360) y la marca VENC si ya paso
      * la fecha objetivo, subtotal por categoria con los cortes a
      * 7, 14 y 30 dias, y total del banco.
      ******************************************************************
       REPORTE-ANTIGUEDAD.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALCULO
           PERFORM CALCULAR-DIAS-COMERCIALES
           MOVE WS-DIAS-CALCULO TO WS-DIAS-HOY
           INITIALIZE WS-ANT-ACUMULADOS
           MOVE SPACES TO WS-CATEGORIA-ANTERIOR
           OPEN OUTPUT reporte-out
           MOVE "ANTIGUEDAD SEMANAL DE RECLAMOS ABIERTOS"
              TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "ID     CLIENTE CATEGORIA  CANAL      ESTADO   "
                  DELIMITED BY SIZE
                  "APERTURA   OBJETIVO   DIAS       MONTO OPERADOR "
                  DELIMITED BY SIZE
                  "VENC" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "GestionReclamos" TO REP-PROGRAMA
           MOVE WS-OPERADOR-ID TO REP-OPERADOR
           PERFORM REP-INICIAR
           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-ABIERTOS CURSOR FOR
              SELECT id_reclamo, id_cliente, categoria_reclamo,
                     canal_reclamo, estado_reclamo, fecha_apertura,
                     fecha_objetivo, monto_reclamado,
                     operador_asignado
              FROM reclamos
              WHERE estado_reclamo <> 'CERRADO'
              ORDER BY categoria_reclamo, fecha_apertura, id_reclamo
           END-EXEC
           EXEC SQL
              OPEN CUR-ABIERTOS
           END-EXEC
           PERFORM FETCH-ABIERTO
           PERFORM CLASIFICAR-ABIERTO
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-ABIERTOS
           END-EXEC
           IF WS-CATEGORIA-ANTERIOR = SPACES
              MOVE "No hay reclamos abiertos." TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           ELSE
              MOVE 1 TO WS-X
              PERFORM ESCRIBIR-TOTAL-ANTIGUEDAD
              MOVE 2 TO WS-X
              MOVE "TOTAL BANCO" TO WS-ANT-ETIQUETA
              PERFORM ESCRIBIR-TOTAL-ANTIGUEDAD
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Resumen generado en reclamos_antiguedad.txt. "
                   "Reclamos abiertos: " WS-ANT-ABIERTOS(2).

       FETCH-ABIERTO.
           EXEC SQL
              FETCH CUR-ABIERTOS
              INTO :RECLAMO-ID, :RECLAMO-CLIENTE-ID,
                   :RECLAMO-CATEGORIA, :RECLAMO-CANAL,
                   :RECLAMO-ESTADO, :RECLAMO-FECHA-APERTURA,
                   :RECLAMO-FECHA-OBJETIVO, :RECLAMO-MONTO,
                   :RECLAMO-OPERADOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer reclamos abiertos: " SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       CLASIFICAR-ABIERTO.
           IF RECLAMO-CATEGORIA NOT = WS-CATEGORIA-ANTERIOR
              IF WS-CATEGORIA-ANTERIOR NOT = SPACES
                 MOVE 1 TO WS-X
                 PERFORM ESCRIBIR-TOTAL-ANTIGUEDAD
                 INITIALIZE WS-ANT-ACUM(1)
              END-IF
              MOVE RECLAMO-CATEGORIA TO WS-CATEGORIA-ANTERIOR
              MOVE SPACES TO WS-ANT-ETIQUETA
              STRING "Total " DELIMITED BY SIZE
                     RECLAMO-CATEGORIA DELIMITED BY SPACE
                     INTO WS-ANT-ETIQUETA
           END-IF
           MOVE RECLAMO-FECHA-APERTURA TO WS-FECHA-CALCULO
           PERFORM CALCULAR-DIAS-COMERCIALES
           COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY - WS-DIAS-CALCULO
           IF WS-ANTIGUEDAD < 0
              MOVE 0 TO WS-ANTIGUEDAD
           END-IF
           EVALUATE TRUE
              WHEN WS-ANTIGUEDAD > 30
                 MOVE 4 TO WS-T
              WHEN WS-ANTIGUEDAD >= 15
                 MOVE 3 TO WS-T
              WHEN WS-ANTIGUEDAD >= 8
                 MOVE 2 TO WS-T
              WHEN OTHER
                 MOVE 1 TO WS-T
           END-EVALUATE
           MOVE RECLAMO-ID          TO LA-RECLAMO
           MOVE RECLAMO-CLIENTE-ID  TO LA-CLIENTE
           MOVE RECLAMO-CATEGORIA   TO LA-CATEGORIA
           MOVE RECLAMO-CANAL       TO LA-CANAL
           MOVE RECLAMO-ESTADO      TO LA-ESTADO
           MOVE RECLAMO-FECHA-APERTURA TO LA-APERTURA
           MOVE RECLAMO-FECHA-OBJETIVO TO LA-OBJETIVO
           MOVE WS-ANTIGUEDAD       TO LA-DIAS
           MOVE RECLAMO-MONTO       TO LA-MONTO
           MOVE RECLAMO-OPERADOR    TO LA-OPERADOR
           MOVE SPACES              TO LA-VENCIDO
           PERFORM ACUMULAR-ANTIGUEDAD
               VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 2
           MOVE WS-LINEA-ANTIGUEDAD TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM FETCH-ABIERTO.

       ACUMULAR-ANTIGUEDAD.
           ADD 1 TO WS-ANT-TRAMO(WS-X, WS-T)
           ADD 1 TO WS-ANT-ABIERTOS(WS-X)
           ADD RECLAMO-MONTO TO WS-ANT-MONTO(WS-X)
           IF RECLAMO-FECHA-OBJETIVO < WS-FECHA-PROCESO
              ADD 1 TO WS-ANT-VENCIDOS(WS-X)
              MOVE "VENC" TO LA-VENCIDO
           END-IF.

       ESCRIBIR-TOTAL-ANTIGUEDAD.
           MOVE WS-ANT-ETIQUETA       TO LT-ETIQUETA
           MOVE WS-ANT-ABIERTOS(WS-X) TO LT-ABIERTOS
           MOVE WS-ANT-VENCIDOS(WS-X) TO LT-VENCIDOS
           MOVE WS-ANT-MONTO(WS-X)    TO LT-MONTO
           MOVE WS-LINEA-TOTAL-ANT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ANT-TRAMO(WS-X, 1) TO LT-TRAMO-7
           MOVE WS-ANT-TRAMO(WS-X, 2) TO LT-TRAMO-14
           MOVE WS-ANT-TRAMO(WS-X, 3) TO LT-TRAMO-30
           MOVE WS-ANT-TRAMO(WS-X, 4) TO LT-TRAMO-MAS
           MOVE WS-LINEA-TRAMOS-ANT TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CALCULAR-DIAS-COMERCIALES.
           COMPUTE WS-DIAS-CALCULO = WS-FC-AAAA * 360
                   + WS-FC-MM * 30 + WS-FC-DD.

      ******************************************************************
      * Extracto trimestral para el regulador, por categoria y canal:
      * reclamos recibidos en el trimestre, resueltos en el trimestre
      * (por resultado, dentro o fuera de la fecha objetivo, y dias
      * promedio de resolucion en base 30/360), pendientes al cierre
      * del trimestre, monto reclamado de los recibidos y monto
      * devuelto de los resueltos. Ultima fila con el total.
      ******************************************************************
       EXTRACTO-REGULADOR.
           DISPLAY "Anio del trimestre (AAAA): "
           ACCEPT WS-TRIM-AAAA
           DISPLAY "Trimestre (1 a 4): "
           ACCEPT WS-TRIM-NRO
           IF WS-TRIM-NRO < 1 OR WS-TRIM-NRO > 4
              OR WS-TRIM-AAAA < 1900
              DISPLAY "Trimestre invalido."
           ELSE
              PERFORM ARMAR-LIMITES-TRIMESTRE
              PERFORM ESCRIBIR-EXTRACTO
           END-IF.

       ARMAR-LIMITES-TRIMESTRE.
           COMPUTE WS-TRIM-MES-INI = WS-TRIM-NRO * 3 - 2
           COMPUTE WS-TRIM-MES-FIN = WS-TRIM-NRO * 3
           IF WS-TRIM-NRO = 1 OR WS-TRIM-NRO = 4
              MOVE 31 TO WS-TRIM-DIA-FIN
           ELSE
              MOVE 30 TO WS-TRIM-DIA-FIN
           END-IF
           MOVE SPACES TO WS-TRIM-INICIO
           STRING WS-TRIM-AAAA "-" WS-TRIM-MES-INI "-01"
                  DELIMITED BY SIZE INTO WS-TRIM-INICIO
           MOVE SPACES TO WS-TRIM-FIN
           STRING WS-TRIM-AAAA "-" WS-TRIM-MES-FIN "-"
                  WS-TRIM-DIA-FIN
                  DELIMITED BY SIZE INTO WS-TRIM-FIN
           MOVE SPACES TO WS-TRIM-ETIQUETA
           STRING WS-TRIM-AAAA "T" WS-TRIM-NRO
                  DELIMITED BY SIZE INTO WS-TRIM-ETIQUETA.

       ESCRIBIR-EXTRACTO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "reclamos_regulador_" WS-TRIM-ETIQUETA ".csv"
              DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CSV
           OPEN OUTPUT csv-out
           MOVE SPACES TO csv-registro
           STRING "TRIMESTRE,CATEGORIA,CANAL,RECIBIDOS,RESUELTOS,"
                  "A_FAVOR,PARCIALES,DESFAVORABLES,EN_PLAZO,"
                  "FUERA_DE_PLAZO,DIAS_PROMEDIO_RESOLUCION,"
                  "PENDIENTES_AL_CIERRE,MONTO_RECLAMADO,"
                  "MONTO_DEVUELTO"
                  DELIMITED BY SIZE INTO csv-registro
           WRITE csv-registro
           INITIALIZE WS-EXT-ACUMULADOS
           MOVE 0 TO WS-FILAS-EXTRACTO
           MOVE SPACES TO WS-GRP-CATEGORIA
           MOVE SPACES TO WS-GRP-CANAL
           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-TRIMESTRE CURSOR FOR
              SELECT categoria_reclamo, canal_reclamo,
                     fecha_apertura, fecha_objetivo, estado_reclamo,
                     COALESCE(fecha_cierre, ' '),
                     COALESCE(resultado_reclamo, ' '),
                     monto_reclamado,
                     COALESCE(monto_devuelto, 0)
              FROM reclamos
              WHERE fecha_apertura <= :WS-TRIM-FIN
                AND (estado_reclamo <> 'CERRADO'
                     OR fecha_cierre >= :WS-TRIM-INICIO)
              ORDER BY categoria_reclamo, canal_reclamo
           END-EXEC
           EXEC SQL
              OPEN CUR-TRIMESTRE
           END-EXEC
           PERFORM FETCH-TRIMESTRE
           PERFORM CONTAR-RECLAMO-TRIMESTRE
               UNTIL WS-FIN-CURSOR = "S"
           EXEC SQL
              CLOSE CUR-TRIMESTRE
           END-EXEC
           IF WS-GRP-CATEGORIA NOT = SPACES
              PERFORM CERRAR-GRUPO-EXTRACTO
           END-IF
           MOVE 2 TO WS-X
           MOVE "TOTAL" TO WS-CSV-CATEGORIA
           MOVE SPACES TO WS-CSV-CANAL
           PERFORM ESCRIBIR-FILA-EXTRACTO
           CLOSE csv-out
           DISPLAY "Extracto generado: " WS-NOMBRE-ARCHIVO-RUTA
           DISPLAY "Filas por categoria y canal: " WS-FILAS-EXTRACTO
                   " Recibidos en el trimestre: " WS-EXT-RECIBIDOS(2).

       FETCH-TRIMESTRE.
           EXEC SQL
              FETCH CUR-TRIMESTRE
              INTO :RECLAMO-CATEGORIA, :RECLAMO-CANAL,
                   :RECLAMO-FECHA-APERTURA, :RECLAMO-FECHA-OBJETIVO,
                   :RECLAMO-ESTADO, :RECLAMO-FECHA-CIERRE,
                   :RECLAMO-RESULTADO, :RECLAMO-MONTO,
                   :RECLAMO-DEVUELTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 DISPLAY "Error al leer reclamos del trimestre: "
                         SQLCODE
                 MOVE "S" TO WS-FIN-CURSOR
           END-EVALUATE.

       CONTAR-RECLAMO-TRIMESTRE.
           IF RECLAMO-CATEGORIA NOT = WS-GRP-CATEGORIA
              OR RECLAMO-CANAL NOT = WS-GRP-CANAL
              IF WS-GRP-CATEGORIA NOT = SPACES
                 PERFORM CERRAR-GRUPO-EXTRACTO
              END-IF
              MOVE RECLAMO-CATEGORIA TO WS-GRP-CATEGORIA
              MOVE RECLAMO-CANAL TO WS-GRP-CANAL
           END-IF
           IF RECLAMO-FECHA-APERTURA >= WS-TRIM-INICIO
              ADD 1 TO WS-EXT-RECIBIDOS(1)
              ADD RECLAMO-MONTO TO WS-EXT-RECLAMADO(1)
           END-IF
           IF RECLAMO-ESTADO = "CERRADO"
              AND RECLAMO-FECHA-CIERRE <= WS-TRIM-FIN
              PERFORM CONTAR-RESUELTO
           ELSE
              ADD 1 TO WS-EXT-PENDIENTES(1)
           END-IF
           PERFORM FETCH-TRIMESTRE.

       CONTAR-RESUELTO.
           ADD 1 TO WS-EXT-RESUELTOS(1)
           ADD RECLAMO-DEVUELTO TO WS-EXT-DEVUELTO(1)
           EVALUATE RECLAMO-RESULTADO
              WHEN "FAVORABLE"
                 ADD 1 TO WS-EXT-FAVOR(1)
              WHEN "PARCIAL"
                 ADD 1 TO WS-EXT-PARCIAL(1)
              WHEN OTHER
                 ADD 1 TO WS-EXT-DESFAVOR(1)
           END-EVALUATE
           IF RECLAMO-FECHA-CIERRE <= RECLAMO-FECHA-OBJETIVO
              ADD 1 TO WS-EXT-EN-PLAZO(1)
           ELSE
              ADD 1 TO WS-EXT-FUERA-PLAZO(1)
           END-IF
           MOVE RECLAMO-FECHA-APERTURA TO WS-FECHA-CALCULO
           PERFORM CALCULAR-DIAS-COMERCIALES
           MOVE WS-DIAS-CALCULO TO WS-DIAS-DESDE
           MOVE RECLAMO-FECHA-CIERRE TO WS-FECHA-CALCULO
           PERFORM CALCULAR-DIAS-COMERCIALES
           IF WS-DIAS-CALCULO > WS-DIAS-DESDE
              COMPUTE WS-EXT-DIAS-SUMA(1) = WS-EXT-DIAS-SUMA(1)
                      + WS-DIAS-CALCULO - WS-DIAS-DESDE
           END-IF.

      * Escribe la fila de la categoria y canal en curso, la suma al
      * total del trimestre y deja el acumulador en cero.
       CERRAR-GRUPO-EXTRACTO.
           MOVE 1 TO WS-X
           MOVE WS-GRP-CATEGORIA TO WS-CSV-CATEGORIA
           MOVE WS-GRP-CANAL TO WS-CSV-CANAL
           PERFORM ESCRIBIR-FILA-EXTRACTO
           ADD 1 TO WS-FILAS-EXTRACTO
           ADD WS-EXT-RECIBIDOS(1)   TO WS-EXT-RECIBIDOS(2)
           ADD WS-EXT-RESUELTOS(1)   TO WS-EXT-RESUELTOS(2)
           ADD WS-EXT-FAVOR(1)       TO WS-EXT-FAVOR(2)
           ADD WS-EXT-PARCIAL(1)     TO WS-EXT-PARCIAL(2)
           ADD WS-EXT-DESFAVOR(1)    TO WS-EXT-DESFAVOR(2)
           ADD WS-EXT-EN-PLAZO(1)    TO WS-EXT-EN-PLAZO(2)
           ADD WS-EXT-FUERA-PLAZO(1) TO WS-EXT-FUERA-PLAZO(2)
           ADD WS-EXT-DIAS-SUMA(1)   TO WS-EXT-DIAS-SUMA(2)
           ADD WS-EXT-PENDIENTES(1)  TO WS-EXT-PENDIENTES(2)
           ADD WS-EXT-RECLAMADO(1)   TO WS-EXT-RECLAMADO(2)
           ADD WS-EXT-DEVUELTO(1)    TO WS-EXT-DEVUELTO(2)
           INITIALIZE WS-EXT-ACUM(1).

       ESCRIBIR-FILA-EXTRACTO.
           MOVE SPACES TO WS-CSV-LINEA
           MOVE 1 TO WS-CSV-PTR
           STRING WS-TRIM-ETIQUETA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-CATEGORIA DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CSV-CANAL DELIMITED BY SPACE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
           MOVE WS-EXT-RECIBIDOS(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-RESUELTOS(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-FAVOR(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-PARCIAL(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-DESFAVOR(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-EN-PLAZO(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-FUERA-PLAZO(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           IF WS-EXT-RESUELTOS(WS-X) > 0
              COMPUTE WS-CSV-DIAS ROUNDED =
                      WS-EXT-DIAS-SUMA(WS-X) / WS-EXT-RESUELTOS(WS-X)
           ELSE
              MOVE 0 TO WS-CSV-DIAS
           END-IF
           STRING "," DELIMITED BY SIZE
                  WS-CSV-DIAS DELIMITED BY SIZE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR
           MOVE WS-EXT-PENDIENTES(WS-X) TO WS-CSV-CANT
           PERFORM AGREGAR-CANTIDAD-CSV
           MOVE WS-EXT-RECLAMADO(WS-X) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-EXT-DEVUELTO(WS-X) TO WS-CSV-MONTO
           PERFORM AGREGAR-MONTO-CSV
           MOVE WS-CSV-LINEA TO csv-registro
           WRITE csv-registro.

       AGREGAR-CANTIDAD-CSV.
           STRING "," DELIMITED BY SIZE
                  WS-CSV-CANT DELIMITED BY SIZE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR.

       AGREGAR-MONTO-CSV.
           STRING "," DELIMITED BY SIZE
                  WS-CSV-MONTO DELIMITED BY SIZE
                  INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR.

      * Un registro en la bitacora de accesos por cada cliente cuyos
      * datos se muestran.
       REGISTRAR-ACCESO-CLIENTE.
           CALL "registrar-acceso" USING WS-OPERADOR-ID
                                         WS-ACC-PROGRAMA
                                         WS-ACC-OPCION
                                         WS-CLIENTE-BUSCADO.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM GestionReclamos.
