      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga nocturna del archivo de compensacion entrante
      *          de la camara interbancaria (compensacion_entrante.txt):
      *          transferencias que clientes de otros bancos mandan a
      *          cuentas de la casa, con control de lote H/Z de
      *          LOTECTL.CPY (si no cuadra el archivo entero se
      *          rechaza y la cadena se detiene). Cada registro trae
      *          la referencia de la camara, el banco, la cuenta y el
      *          nombre del ordenante, nuestra cuenta destino, monto y
      *          fecha. La que casa con una cuenta abierta en moneda
      *          local sale como credito "DepInterb" en
      *          compensacion_feed.txt, con el formato de los lotes de
      *          sucursal y la cuenta en el campo de contraparte, para
      *          que entre a la consolidacion como la sucursal CAMI y
      *          el posteo la acredite en esa cuenta. La que no casa va
      *          a suspenso.txt como partida pendiente de la sucursal
      *          CAMI y queda en el registro compensacion_pendientes.txt
      *          con los datos del ordenante (estado P). Si la partida
      *          se repara y se reenvia (o se castiga) el registro se
      *          cierra (A); si sigue pendiente pasados los dias de
      *          parametros_compensacion.dat (5 si no hay archivo) se
      *          devuelve al banco emisor: la partida de suspenso y el
      *          registro quedan D y la devolucion sale en
      *          compensacion_devoluciones_AAAAMMDD.txt con su propio
      *          control H/Z. DepInterb tiene que figurar en
      *          valores_validos.txt y en cuentas_contables.dat. Una
      *          relanzada del mismo dia rehace el feed y las
      *          devoluciones pero no vuelve a anotar las partidas TI
      *          de la fecha de proceso. Reporte en
      *          compensacion_entrante_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompensacionEntrante.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrante-in
            ASSIGN TO DYNAMIC WS-RUTA-ENTRANTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-entrante.

           SELECT feed-out
            ASSIGN TO DYNAMIC WS-RUTA-FEED
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-feed.

           SELECT suspenso-file
            ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-suspenso.

           SELECT pendientes-file
            ASSIGN TO DYNAMIC WS-RUTA-PENDIENTES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT devoluciones-out
            ASSIGN TO DYNAMIC WS-RUTA-DEVOLUCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-devoluciones.

           SELECT parametros-compensacion
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  entrante-in.
       01  entrante-registro.
           05 CEN-TIPO-REGISTRO   PIC X.       *> "D"
           05 CEN-REF-CAMARA      PIC X(12).
           05 CEN-BANCO-ORIGEN    PIC X(4).
           05 CEN-CUENTA-ORIGEN   PIC X(20).
           05 CEN-NOMBRE-ORDENANTE PIC X(30).
           05 CEN-CUENTA-DESTINO  PIC X(6).
           05 CEN-MONTO           PIC 9(7)V99.
           05 CEN-FECHA           PIC X(10).
           COPY LOTECTL.

      * Feed de creditos para la consolidacion, con el registro de
      * los lotes de sucursal y su propio control H/Z.
       FD  feed-out.
       01  feed-salida.
           05 FEED-CLIENTE        PIC 9(6).
           05 FEED-FECHA          PIC X(10).
           05 FEED-TIPO           PIC X(10).
           05 FEED-MONTO          PIC 9(7)V99.
           05 FEED-REF            PIC X(12).
           05 FEED-CONTRAPARTE    PIC X(6).
           05 FEED-MONEDA         PIC X(3).
       01  feed-cabecera.
           05 FDC-TIPO-REGISTRO   PIC X.       *> "H"
           05 FDC-ORIGEN          PIC X(10).
           05 FDC-FECHA-NEGOCIO   PIC X(10).
       01  feed-cola.
           05 FDZ-TIPO-REGISTRO   PIC X.       *> "Z"
           05 FDZ-CONTADOR        PIC 9(9).
           05 FDZ-HASH-MONTOS     PIC 9(13).

       FD  suspenso-file.
           COPY SUSPCTL.

      * Registro de las entrantes que no casaron: nuestra referencia
      * TI (la de la partida de suspenso), los datos de la camara y
      * del ordenante para poder devolverla, fecha de recepcion,
      * estado (P=pendiente, D=devuelta al banco emisor, A=aplicada
      * o castigada desde el suspenso) y fecha de devolucion.
       FD  pendientes-file.
       01  pendiente-registro.
           05 CPE-REFERENCIA      PIC X(12).
           05 CPE-REF-CAMARA      PIC X(12).
           05 CPE-BANCO-ORIGEN    PIC X(4).
           05 CPE-CUENTA-ORIGEN   PIC X(20).
           05 CPE-NOMBRE-ORDENANTE PIC X(30).
           05 CPE-CUENTA-DESTINO  PIC X(6).
           05 CPE-MONTO           PIC 9(7)V99.
           05 CPE-FECHA-RECEPCION PIC X(10).
           05 CPE-ESTADO          PIC X.       *> P/D/A
           05 CPE-FECHA-DEVOLUCION PIC X(10).

      * Devoluciones a la camara: un "D" por transferencia devuelta
      * al banco emisor con el motivo del suspenso.
       FD  devoluciones-out.
       01  devolucion-detalle.
           05 CDV-TIPO-REGISTRO   PIC X.       *> "D"
           05 CDV-REF-CAMARA      PIC X(12).
           05 CDV-BANCO-ORIGEN    PIC X(4).
           05 CDV-CUENTA-ORIGEN   PIC X(20).
           05 CDV-NOMBRE-ORDENANTE PIC X(30).
           05 CDV-MONTO           PIC 9(7)V99.
           05 CDV-FECHA-RECEPCION PIC X(10).
           05 CDV-MOTIVO          PIC X(45).
       01  devolucion-cabecera.
           05 CDC-TIPO-REGISTRO   PIC X.       *> "H"
           05 CDC-ORIGEN          PIC X(10).
           05 CDC-FECHA-NEGOCIO   PIC X(10).
       01  devolucion-cola.
           05 CDZ-TIPO-REGISTRO   PIC X.       *> "Z"
           05 CDZ-CONTADOR        PIC 9(9).
           05 CDZ-HASH-MONTOS     PIC 9(13).

      * Dias que una entrante sin cuenta puede esperar en suspenso
      * antes de devolverse, configurable sin recompilar.
       FD  parametros-compensacion.
       01  parametro-compensacion-registro.
           05 PCO-DIAS-DEVOLUCION PIC 9(3).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-entrante           PIC XX.
       01  fs-feed               PIC XX.
       01  fs-suspenso           PIC XX.
       01  fs-pendientes         PIC XX.
       01  fs-devoluciones       PIC XX.
       01  fs-parametros         PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-ENTRANTE      PIC X(120) VALUE SPACES.
       01  WS-RUTA-FEED          PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUSPENSO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-PENDIENTES    PIC X(120) VALUE SPACES.
       01  WS-RUTA-DEVOLUCIONES  PIC X(120) VALUE SPACES.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.
      * Fecha sin siglo para las referencias X(12) del feed, igual
      * que las ordenes permanentes: prefijo, AAMMDD y secuencia.
       01  WS-FECHA-CORTA        PIC X(6) VALUE SPACES.
       01  WS-PREFIJO-REF        PIC X(8) VALUE SPACES.
       01  WS-SECUENCIA          PIC 9(4) VALUE 0.
       01  WS-REF-ENTRANTE       PIC X(12) VALUE SPACES.
       01  WS-DIAS-DEVOLUCION    PIC 9(3) VALUE 5.

       01  WS-FIN-ENTRANTE       PIC X VALUE "N".
       01  WS-FIN-SUSPENSO       PIC X VALUE "N".
       01  WS-FIN-PENDIENTES     PIC X VALUE "N".
       01  WS-HAY-ENTRANTE       PIC X VALUE "N".
       01  WS-LOTE-CONTROLADO    PIC X VALUE "N".
       01  WS-COLA-PRESENTE      PIC X VALUE "N".
       01  WS-PARTIDAS-PREVIAS   PIC X VALUE "N".
       01  WS-CUENTA-LOTE        PIC 9(9) VALUE 0.
       01  WS-HASH-LOTE          PIC 9(13) VALUE 0.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE 0.
       01  WS-COLA-HASH          PIC 9(13) VALUE 0.
       01  WS-MONTO-HASH         PIC 9(9) VALUE 0.
       01  WS-MOTIVO-LOTE        PIC X(60) VALUE SPACES.

      * Suspenso y registro de pendientes completos en memoria: se
      * agregan las partidas nuevas, se marcan las devueltas y se
      * reescriben los dos archivos al final.
       01  WS-SUSPENSO.
           05 WS-SUS-FILA OCCURS 1000 TIMES PIC X(118).
       01  WS-NUM-SUSPENSO       PIC 9(4) VALUE 0.
       01  WS-S                  PIC 9(4) VALUE 0.
       01  WS-SUS-IDX            PIC 9(4) VALUE 0.
       01  WS-PENDIENTES.
           05 WS-PEN-FILA OCCURS 1000 TIMES PIC X(114).
       01  WS-NUM-PENDIENTES     PIC 9(4) VALUE 0.
       01  WS-P                  PIC 9(4) VALUE 0.

      * Datos de la cuenta destino.
       01  CUENTA-DESTINO.
           05 CDE-CLIENTE-ID     PIC 9(6).
           05 CDE-MONEDA         PIC X(3).
           05 CDE-ESTADO         PIC X(10).
       01  WS-MOTIVO-SUSPENSO    PIC X(45) VALUE SPACES.

       01  WS-FECHA-HOY-P.
           05 WS-HOY-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-HOY-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-HOY-DD          PIC 9(2).
       01  WS-FECHA-RECEPCION-P.
           05 WS-REC-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-REC-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-REC-DD          PIC 9(2).
       01  WS-DIAS-HOY           PIC 9(7) VALUE 0.
       01  WS-DIAS-RECEPCION     PIC 9(7) VALUE 0.
       01  WS-ANTIGUEDAD         PIC S9(7) VALUE 0.

       01  WS-CONTADOR-FEED      PIC 9(9) VALUE 0.
       01  WS-HASH-FEED          PIC 9(13) VALUE 0.
       01  WS-CONTADOR-DEV       PIC 9(9) VALUE 0.
       01  WS-HASH-DEV           PIC 9(13) VALUE 0.

       01  WS-LEIDAS             PIC 9(7) VALUE 0.
       01  WS-ACREDITADAS        PIC 9(7) VALUE 0.
       01  WS-SUSPENDIDAS        PIC 9(7) VALUE 0.
       01  WS-DEVUELTAS          PIC 9(7) VALUE 0.
       01  WS-CERRADAS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACREDITADO   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SUSPENSO     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEVUELTO     PIC 9(11)V99 VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-RESULTADO          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM RESOLVER-RUTAS.
       PERFORM CARGAR-PARAMETROS-COMPENSACION.
       PERFORM VERIFICAR-CONTROL-LOTE.
       PERFORM CARGAR-SUSPENSO.
       PERFORM CARGAR-PENDIENTES.
       PERFORM ABRIR-SALIDAS.
       IF WS-HAY-ENTRANTE = "S"
          PERFORM PROCESAR-ENTRANTE
       END-IF
       PERFORM REVISAR-PENDIENTE
           VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-PENDIENTES.
       PERFORM CERRAR-SALIDAS.
       PERFORM GUARDAR-SUSPENSO.
       PERFORM GUARDAR-PENDIENTES.
       DISPLAY "Entrantes leidas: " WS-LEIDAS
               "  acreditadas: " WS-ACREDITADAS
               "  a suspenso: " WS-SUSPENDIDAS
               "  devueltas: " WS-DEVUELTAS
       DISPLAY "Incluya compensacion_feed.txt como sucursal CAMI en "
               "sucursales.txt"
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
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           STRING WS-FECHA-PROCESO(1:4) WS-FECHA-PROCESO(6:2)
                  WS-FECHA-PROCESO(9:2)
                  DELIMITED BY SIZE INTO WS-FECHA-COMPACTA
           MOVE WS-FECHA-COMPACTA(3:6) TO WS-FECHA-CORTA
           STRING "TI" WS-FECHA-CORTA
                  DELIMITED BY SIZE INTO WS-PREFIJO-REF
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY-P
           COMPUTE WS-DIAS-HOY = WS-HOY-AAAA * 360
                   + WS-HOY-MM * 30 + WS-HOY-DD

           MOVE "compensacion_entrante.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ENTRANTE
           MOVE "compensacion_feed.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FEED
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "compensacion_pendientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PENDIENTES
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "compensacion_devoluciones_" WS-FECHA-COMPACTA
                  ".txt"
              DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-DEVOLUCIONES
           MOVE "parametros_compensacion.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE "compensacion_entrante_rep.txt"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       CARGAR-PARAMETROS-COMPENSACION.
           OPEN INPUT parametros-compensacion
           IF fs-parametros = "00"
              READ parametros-compensacion
                   AT END CONTINUE
                   NOT AT END
                       MOVE PCO-DIAS-DEVOLUCION TO WS-DIAS-DEVOLUCION
              END-READ
              CLOSE parametros-compensacion
           END-IF
           DISPLAY "Devolucion al banco emisor a los "
                   WS-DIAS-DEVOLUCION " dias.".

      ******************************************************************
      * Control del lote de la camara en una pasada completa antes de
      * tocar nada, igual que VERIFICAR-CONTROL-FEED en la
      * consolidacion. Sin archivo no hubo compensacion: el feed sale
      * vacio (solo cabecera y cola) para que la consolidacion lo
      * acepte, y las devoluciones por antiguedad corren igual.
      ******************************************************************
       VERIFICAR-CONTROL-LOTE.
           MOVE "N" TO WS-HAY-ENTRANTE
           MOVE "N" TO WS-LOTE-CONTROLADO
           MOVE "N" TO WS-COLA-PRESENTE
           MOVE 0 TO WS-CUENTA-LOTE
           MOVE 0 TO WS-HASH-LOTE
           OPEN INPUT entrante-in
           IF fs-entrante NOT = "00"
              DISPLAY "Sin archivo de compensacion entrante. Estado: "
                      fs-entrante
           ELSE
              MOVE "S" TO WS-HAY-ENTRANTE
              MOVE "N" TO WS-FIN-ENTRANTE
              PERFORM LEER-ENTRANTE
              IF WS-FIN-ENTRANTE = "N"
                 AND CAB-TIPO-REGISTRO = "H"
                 MOVE "S" TO WS-LOTE-CONTROLADO
                 PERFORM LEER-ENTRANTE
              END-IF
              PERFORM CONTAR-ENTRANTE
                  UNTIL WS-FIN-ENTRANTE = "S"
              CLOSE entrante-in
              IF WS-LOTE-CONTROLADO = "S"
                 PERFORM EVALUAR-CONTROL-LOTE
              END-IF
           END-IF.

       LEER-ENTRANTE.
           READ entrante-in
                AT END MOVE "S" TO WS-FIN-ENTRANTE
           END-READ.

       CONTAR-ENTRANTE.
           IF entrante-registro = SPACES
              CONTINUE
           ELSE
           IF COLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-COLA-PRESENTE
              MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
              MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
           ELSE
              ADD 1 TO WS-CUENTA-LOTE
              COMPUTE WS-MONTO-HASH = CEN-MONTO * 100
              ADD WS-MONTO-HASH TO WS-HASH-LOTE
           END-IF
           END-IF
           PERFORM LEER-ENTRANTE.

       EVALUAR-CONTROL-LOTE.
           MOVE SPACES TO WS-MOTIVO-LOTE
           IF WS-COLA-PRESENTE = "N"
              MOVE "Lote de la camara con cabecera y sin cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-CONTADOR NOT = WS-CUENTA-LOTE
              MOVE "Lote de la camara: la cuenta no cuadra con la cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-HASH NOT = WS-HASH-LOTE
              MOVE "Lote de la camara: el hash no cuadra con la cola."
                 TO WS-MOTIVO-LOTE
           END-IF
           END-IF
           END-IF
           IF WS-MOTIVO-LOTE NOT = SPACES
              DISPLAY WS-MOTIVO-LOTE
              MOVE "FATAL" TO error-severidad
              MOVE "EVALUAR-CONTROL-LOTE" TO error-parrafo
              MOVE WS-MOTIVO-LOTE TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF.

      ******************************************************************
      * El suspenso se carga completo. Si ya tiene partidas CAMI con
      * referencia TI de la fecha de proceso, las dejo una pasada
      * anterior con el mismo archivo y no se vuelven a anotar.
      ******************************************************************
       CARGAR-SUSPENSO.
           MOVE 0 TO WS-NUM-SUSPENSO
           MOVE "N" TO WS-PARTIDAS-PREVIAS
           MOVE "N" TO WS-FIN-SUSPENSO
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM LEER-SUSPENSO
              PERFORM CARGAR-UNA-PARTIDA
                  UNTIL WS-FIN-SUSPENSO = "S"
              CLOSE suspenso-file
           END-IF.

       LEER-SUSPENSO.
           READ suspenso-file
                AT END MOVE "S" TO WS-FIN-SUSPENSO
           END-READ.

       CARGAR-UNA-PARTIDA.
           IF SUS-SUCURSAL = "CAMI"
              AND SUS-REF-TRANSACCION(1:8) = WS-PREFIJO-REF
              MOVE "S" TO WS-PARTIDAS-PREVIAS
           END-IF
           PERFORM AGREGAR-PARTIDA
           PERFORM LEER-SUSPENSO.

       AGREGAR-PARTIDA.
           IF WS-NUM-SUSPENSO >= 1000
              DISPLAY "El suspenso supero las 1000 partidas; "
                      "corrida abortada."
              MOVE "FATAL" TO error-severidad
              MOVE "AGREGAR-PARTIDA" TO error-parrafo
              MOVE "Tabla de suspenso de la compensacion llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           ADD 1 TO WS-NUM-SUSPENSO
           MOVE suspenso-registro TO WS-SUS-FILA(WS-NUM-SUSPENSO).

       CARGAR-PENDIENTES.
           MOVE 0 TO WS-NUM-PENDIENTES
           MOVE "N" TO WS-FIN-PENDIENTES
           OPEN INPUT pendientes-file
           IF fs-pendientes = "00"
              PERFORM LEER-PENDIENTE
              PERFORM CARGAR-UN-PENDIENTE
                  UNTIL WS-FIN-PENDIENTES = "S"
              CLOSE pendientes-file
           END-IF.

       LEER-PENDIENTE.
           READ pendientes-file
                AT END MOVE "S" TO WS-FIN-PENDIENTES
           END-READ.

       CARGAR-UN-PENDIENTE.
           IF pendiente-registro NOT = SPACES
              PERFORM AGREGAR-PENDIENTE
           END-IF
           PERFORM LEER-PENDIENTE.

       AGREGAR-PENDIENTE.
           IF WS-NUM-PENDIENTES >= 1000
              DISPLAY "El registro de entrantes pendientes supero "
                      "las 1000 filas; corrida abortada."
              MOVE "FATAL" TO error-severidad
              MOVE "AGREGAR-PENDIENTE" TO error-parrafo
              MOVE "Tabla de entrantes pendientes llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           ADD 1 TO WS-NUM-PENDIENTES
           MOVE pendiente-registro TO WS-PEN-FILA(WS-NUM-PENDIENTES).

       ABRIR-SALIDAS.
           OPEN OUTPUT feed-out
           MOVE "H"              TO FDC-TIPO-REGISTRO
           MOVE "CAMARA"         TO FDC-ORIGEN
           MOVE WS-FECHA-PROCESO TO FDC-FECHA-NEGOCIO
           WRITE feed-cabecera

           OPEN OUTPUT devoluciones-out
           MOVE "H"              TO CDC-TIPO-REGISTRO
           MOVE "CAMDEV"         TO CDC-ORIGEN
           MOVE WS-FECHA-PROCESO TO CDC-FECHA-NEGOCIO
           WRITE devolucion-cabecera

           OPEN OUTPUT reporte-out
           MOVE "COMPENSACION ENTRANTE DE OTROS BANCOS" TO REP-NOMBRE
           MOVE "REF.CAMARA   BANCO CUENTA       MONTO RESULTADO"
              TO REP-ENCABEZADO-COLS
           MOVE "CompensacionEntrante" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       PROCESAR-ENTRANTE.
           OPEN INPUT entrante-in
           MOVE "N" TO WS-FIN-ENTRANTE
           PERFORM LEER-ENTRANTE
           PERFORM APLICAR-ENTRANTE
               UNTIL WS-FIN-ENTRANTE = "S"
           CLOSE entrante-in.

       APLICAR-ENTRANTE.
           IF entrante-registro = SPACES
              OR CAB-TIPO-REGISTRO = "H" OR CAB-TIPO-REGISTRO = "Z"
              CONTINUE
           ELSE
              ADD 1 TO WS-LEIDAS
              ADD 1 TO WS-SECUENCIA
              MOVE SPACES TO WS-REF-ENTRANTE
              STRING WS-PREFIJO-REF WS-SECUENCIA
                 DELIMITED BY SIZE INTO WS-REF-ENTRANTE
              PERFORM LEER-CUENTA-DESTINO
              IF WS-MOTIVO-SUSPENSO = SPACES
                 PERFORM ENVIAR-AL-POSTEO
              ELSE
                 PERFORM ENVIAR-A-SUSPENSO
              END-IF
           END-IF
           PERFORM LEER-ENTRANTE.

      * La camara liquida en moneda local: una cuenta en otra moneda
      * no casa. La cuenta se lee tambien para las partidas que van
      * a suspenso, asi la partida queda con su cliente.
       LEER-CUENTA-DESTINO.
           MOVE SPACES TO WS-MOTIVO-SUSPENSO
           MOVE 0 TO CDE-CLIENTE-ID
           EXEC SQL
              SELECT id_cliente,
                     moneda_cuenta,
                     estado_cuenta
              INTO :CDE-CLIENTE-ID,
                   :CDE-MONEDA,
                   :CDE-ESTADO
              FROM cuentas
              WHERE id_cuenta = :CEN-CUENTA-DESTINO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF CDE-ESTADO = "CERRADA"
                    MOVE "Cuenta destino de la camara cerrada"
                       TO WS-MOTIVO-SUSPENSO
                 ELSE
                 IF CDE-MONEDA NOT = SPACES
                    MOVE "Cuenta destino en moneda extranjera"
                       TO WS-MOTIVO-SUSPENSO
                 END-IF
                 END-IF
              WHEN 100
                 MOVE 0 TO CDE-CLIENTE-ID
                 MOVE "Cuenta destino de la camara inexistente"
                    TO WS-MOTIVO-SUSPENSO
              WHEN OTHER
                 DISPLAY "Error de SQL en la compensacion: " SQLCODE
                         " - " SQLSTATE
                 MOVE "FATAL" TO error-severidad
                 MOVE "LEER-CUENTA-DESTINO" TO error-parrafo
                 MOVE "Error de SQL en la compensacion entrante."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
                 MOVE 1 TO RETURN-CODE
                 PERFORM DESCONECTAR-SQL
           END-EVALUATE.

       ENVIAR-AL-POSTEO.
           MOVE CDE-CLIENTE-ID     TO FEED-CLIENTE
           MOVE CEN-FECHA          TO FEED-FECHA
           MOVE "DepInterb"        TO FEED-TIPO
           MOVE CEN-MONTO          TO FEED-MONTO
           MOVE WS-REF-ENTRANTE    TO FEED-REF
           MOVE CEN-CUENTA-DESTINO TO FEED-CONTRAPARTE
           MOVE SPACES             TO FEED-MONEDA
           WRITE feed-salida
           ADD 1 TO WS-CONTADOR-FEED
           COMPUTE WS-MONTO-HASH = CEN-MONTO * 100
           ADD WS-MONTO-HASH TO WS-HASH-FEED
           ADD 1 TO WS-ACREDITADAS
           ADD CEN-MONTO TO WS-TOTAL-ACREDITADO
           MOVE "AL POSTEO" TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-ENTRANTE.

      ******************************************************************
      * Entrante que no casa: partida pendiente de la sucursal CAMI en
      * el suspenso y fila P en el registro, con la misma referencia
      * TI, para devolverla si nadie la repara a tiempo.
      ******************************************************************
       ENVIAR-A-SUSPENSO.
           IF WS-PARTIDAS-PREVIAS = "N"
              MOVE "P"                TO SUS-ESTADO
              MOVE 0                  TO SUS-CICLO
              MOVE WS-FECHA-PROCESO   TO SUS-FECHA-RECHAZO
              MOVE WS-MOTIVO-SUSPENSO TO SUS-MOTIVO
              MOVE CDE-CLIENTE-ID     TO SUS-CODIGO-CLIENTE
              MOVE CEN-FECHA          TO SUS-FECHA-TRANSACCION
              MOVE "DepInterb"        TO SUS-TIPO-TRANSACCION
              MOVE CEN-MONTO          TO SUS-MONTO-TRANSACCION
              MOVE WS-REF-ENTRANTE    TO SUS-REF-TRANSACCION
              MOVE "CAMI"             TO SUS-SUCURSAL
              MOVE CEN-CUENTA-DESTINO TO SUS-CUENTA-CONTRAPARTE
              MOVE SPACES             TO SUS-MONEDA
              PERFORM AGREGAR-PARTIDA

              MOVE WS-REF-ENTRANTE      TO CPE-REFERENCIA
              MOVE CEN-REF-CAMARA       TO CPE-REF-CAMARA
              MOVE CEN-BANCO-ORIGEN     TO CPE-BANCO-ORIGEN
              MOVE CEN-CUENTA-ORIGEN    TO CPE-CUENTA-ORIGEN
              MOVE CEN-NOMBRE-ORDENANTE TO CPE-NOMBRE-ORDENANTE
              MOVE CEN-CUENTA-DESTINO   TO CPE-CUENTA-DESTINO
              MOVE CEN-MONTO            TO CPE-MONTO
              MOVE WS-FECHA-PROCESO     TO CPE-FECHA-RECEPCION
              MOVE "P"                  TO CPE-ESTADO
              MOVE SPACES               TO CPE-FECHA-DEVOLUCION
              PERFORM AGREGAR-PENDIENTE
           END-IF
           ADD 1 TO WS-SUSPENDIDAS
           ADD CEN-MONTO TO WS-TOTAL-SUSPENSO
           MOVE WS-MOTIVO-SUSPENSO TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-ENTRANTE.

       ESCRIBIR-DETALLE-ENTRANTE.
           MOVE CEN-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING CEN-REF-CAMARA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CEN-BANCO-ORIGEN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CEN-CUENTA-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

      ******************************************************************
      * Repaso del registro contra el suspenso. Pendiente cuya partida
      * ya se reenvio o se castigo: se cierra (A). Pendiente cuya
      * partida sigue P o C pasados los dias del parametro: se
      * devuelve al banco emisor (D en el registro y en el suspenso).
      * Las devueltas hoy vuelven a salir en el archivo del dia, asi
      * una relanzada lo rehace igual.
      ******************************************************************
       REVISAR-PENDIENTE.
           MOVE WS-PEN-FILA(WS-P) TO pendiente-registro
           IF CPE-ESTADO = "P"
              PERFORM BUSCAR-PARTIDA-PENDIENTE
              IF WS-SUS-IDX = 0
                 MOVE "A" TO CPE-ESTADO
                 ADD 1 TO WS-CERRADAS
                 MOVE "WARN" TO error-severidad
                 MOVE "REVISAR-PENDIENTE" TO error-parrafo
                 MOVE "Entrante pendiente sin partida en suspenso."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              ELSE
                 MOVE WS-SUS-FILA(WS-SUS-IDX) TO suspenso-registro
                 IF SUS-ESTADO = "R" OR SUS-ESTADO = "X"
                    MOVE "A" TO CPE-ESTADO
                    ADD 1 TO WS-CERRADAS
                 ELSE
                    MOVE CPE-FECHA-RECEPCION TO WS-FECHA-RECEPCION-P
                    COMPUTE WS-DIAS-RECEPCION = WS-REC-AAAA * 360
                            + WS-REC-MM * 30 + WS-REC-DD
                    COMPUTE WS-ANTIGUEDAD =
                            WS-DIAS-HOY - WS-DIAS-RECEPCION
                    IF WS-ANTIGUEDAD >= WS-DIAS-DEVOLUCION
                       MOVE "D" TO SUS-ESTADO
                       MOVE suspenso-registro
                          TO WS-SUS-FILA(WS-SUS-IDX)
                       MOVE "D" TO CPE-ESTADO
                       MOVE WS-FECHA-PROCESO TO CPE-FECHA-DEVOLUCION
                    END-IF
                 END-IF
              END-IF
              MOVE pendiente-registro TO WS-PEN-FILA(WS-P)
           END-IF
           IF CPE-ESTADO = "D"
              AND CPE-FECHA-DEVOLUCION = WS-FECHA-PROCESO
              PERFORM ESCRIBIR-DEVOLUCION
           END-IF.

       BUSCAR-PARTIDA-PENDIENTE.
           MOVE 0 TO WS-SUS-IDX
           PERFORM COMPARAR-PARTIDA-PENDIENTE
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SUSPENSO OR WS-SUS-IDX > 0.

       COMPARAR-PARTIDA-PENDIENTE.
           MOVE WS-SUS-FILA(WS-S) TO suspenso-registro
           IF SUS-SUCURSAL = "CAMI"
              AND SUS-REF-TRANSACCION = CPE-REFERENCIA
              MOVE WS-S TO WS-SUS-IDX
           END-IF.

       ESCRIBIR-DEVOLUCION.
           PERFORM BUSCAR-PARTIDA-PENDIENTE
           IF WS-SUS-IDX > 0
              MOVE WS-SUS-FILA(WS-SUS-IDX) TO suspenso-registro
           ELSE
              MOVE SPACES TO SUS-MOTIVO
           END-IF
           MOVE "D"                  TO CDV-TIPO-REGISTRO
           MOVE CPE-REF-CAMARA       TO CDV-REF-CAMARA
           MOVE CPE-BANCO-ORIGEN     TO CDV-BANCO-ORIGEN
           MOVE CPE-CUENTA-ORIGEN    TO CDV-CUENTA-ORIGEN
           MOVE CPE-NOMBRE-ORDENANTE TO CDV-NOMBRE-ORDENANTE
           MOVE CPE-MONTO            TO CDV-MONTO
           MOVE CPE-FECHA-RECEPCION  TO CDV-FECHA-RECEPCION
           MOVE SUS-MOTIVO           TO CDV-MOTIVO
           WRITE devolucion-detalle
           ADD 1 TO WS-CONTADOR-DEV
           COMPUTE WS-MONTO-HASH = CPE-MONTO * 100
           ADD WS-MONTO-HASH TO WS-HASH-DEV
           ADD 1 TO WS-DEVUELTAS
           ADD CPE-MONTO TO WS-TOTAL-DEVUELTO

           MOVE CPE-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING CPE-REF-CAMARA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CPE-BANCO-ORIGEN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CPE-CUENTA-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " DEVUELTA AL BANCO EMISOR" DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-SALIDAS.
           MOVE "Z"              TO FDZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-FEED TO FDZ-CONTADOR
           MOVE WS-HASH-FEED     TO FDZ-HASH-MONTOS
           WRITE feed-cola
           CLOSE feed-out

           MOVE "Z"              TO CDZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-DEV  TO CDZ-CONTADOR
           MOVE WS-HASH-DEV      TO CDZ-HASH-MONTOS
           WRITE devolucion-cola
           CLOSE devoluciones-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-LEIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Entrantes leidas:          " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ACREDITADAS TO WS-CANT-ED
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviadas al posteo:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SUSPENDIDAS TO WS-CANT-ED
           MOVE WS-TOTAL-SUSPENSO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviadas a suspenso:       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEVUELTAS TO WS-CANT-ED
           MOVE WS-TOTAL-DEVUELTO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Devueltas al banco emisor: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CERRADAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Pendientes cerradas:       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-PARTIDAS-PREVIAS = "S"
              MOVE SPACES TO REP-DETALLE
              MOVE "Relanzada: el suspenso ya tenia las partidas TI."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       GUARDAR-SUSPENSO.
           OPEN OUTPUT suspenso-file
           PERFORM GUARDAR-UNA-PARTIDA
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NUM-SUSPENSO
           CLOSE suspenso-file.

       GUARDAR-UNA-PARTIDA.
           MOVE WS-SUS-FILA(WS-S) TO suspenso-registro
           WRITE suspenso-registro.

      * Las pendientes ya cerradas o devueltas en dias anteriores se
      * purgan: lo que queda es lo abierto y lo devuelto hoy.
       GUARDAR-PENDIENTES.
           OPEN OUTPUT pendientes-file
           PERFORM GUARDAR-UN-PENDIENTE
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-PENDIENTES
           CLOSE pendientes-file.

       GUARDAR-UN-PENDIENTE.
           MOVE WS-PEN-FILA(WS-P) TO pendiente-registro
           IF CPE-ESTADO = "P"
              OR CPE-FECHA-DEVOLUCION = WS-FECHA-PROCESO
              WRITE pendiente-registro
           END-IF.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM CompensacionEntrante.
