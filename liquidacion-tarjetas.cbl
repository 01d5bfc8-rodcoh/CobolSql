      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga nocturna del archivo de liquidacion diaria del
      *          switch de cajeros y tarjetas (tarjetas_liquidacion.txt)
      *          con control de lote H/Z de LOTECTL.CPY: si no cuadra
      *          el archivo entero se rechaza y la cadena se detiene.
      *          Cada autorizacion trae la cuenta asociada a la
      *          tarjeta, los ultimos cuatro digitos de la tarjeta, la
      *          operacion (RET extraccion en cajero, COM compra, REV
      *          reverso de una autorizacion anterior), el codigo de
      *          autorizacion (y el de la autorizacion original en los
      *          reversos), monto, fecha y terminal. Un registro "S"
      *          trae el total neto de la liquidacion (extracciones y
      *          compras menos reversos); no entra en el contador ni
      *          en el hash de la cola. La autorizacion que casa con
      *          una cuenta abierta en moneda local sale como debito
      *          ("RetiroATM" o "CompraTarj") en tarjetas_feed.txt,
      *          con el formato de los lotes de sucursal y la cuenta
      *          en el campo de contraparte, para que entre a la
      *          consolidacion como la sucursal TARJ y el posteo la
      *          aplique a esa cuenta. La que no casa, la que el
      *          switch reverso en el mismo archivo y el reverso mismo
      *          ("RevTarjeta") van a suspenso.txt como partidas
      *          pendientes de la sucursal TARJ. RetiroATM, CompraTarj
      *          y RevTarjeta tienen que figurar en valores_validos.txt
      *          y en cuentas_contables.dat. Los totales de la carga
      *          quedan en tarjetas_control.txt (TARJCTL.CPY) para que
      *          ConciliacionTarjetas los compare con lo posteado.
      *          Una relanzada del mismo dia rehace el feed y el
      *          control pero no vuelve a escribir el suspenso si ya
      *          tiene las partidas TJ de la fecha de proceso.
      *          Reporte de la carga en liquidacion_tarjetas_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidacionTarjetas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT liquidacion-in
            ASSIGN TO DYNAMIC WS-RUTA-LIQUIDACION
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-liquidacion.

           SELECT feed-out
            ASSIGN TO DYNAMIC WS-RUTA-FEED
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-feed.

           SELECT suspenso-file
            ASSIGN TO DYNAMIC WS-RUTA-SUSPENSO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-suspenso.

           SELECT control-out
            ASSIGN TO DYNAMIC WS-RUTA-CONTROL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-control.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  liquidacion-in.
       01  liquidacion-registro.
           05 LIQ-TIPO-REGISTRO   PIC X.       *> "D"
           05 LIQ-CUENTA          PIC X(6).
           05 LIQ-TARJETA         PIC X(4).    *> Ultimos 4 digitos
           05 LIQ-OPERACION       PIC X(3).    *> RET/COM/REV
           05 LIQ-AUTORIZACION    PIC X(12).
           05 LIQ-AUTORIZ-ORIGEN  PIC X(12).   *> Solo en los REV
           05 LIQ-MONTO           PIC 9(7)V99.
           05 LIQ-FECHA           PIC X(10).
           05 LIQ-TERMINAL        PIC X(8).
       01  liquidacion-total.
           05 LQT-TIPO-REGISTRO   PIC X.       *> "S"
           05 LQT-NETO            PIC S9(11)V99.
           COPY LOTECTL.

      * Feed de debitos para la consolidacion, con el registro de los
      * lotes de sucursal y su propio control H/Z.
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

       FD  control-out.
           COPY TARJCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-liquidacion        PIC XX.
       01  fs-feed               PIC XX.
       01  fs-suspenso           PIC XX.
       01  fs-control            PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-LIQUIDACION   PIC X(120) VALUE SPACES.
       01  WS-RUTA-FEED          PIC X(120) VALUE SPACES.
       01  WS-RUTA-SUSPENSO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-CONTROL       PIC X(120) VALUE SPACES.
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
       01  WS-REF-TARJETA        PIC X(12) VALUE SPACES.
       01  WS-FECHA-LIQUIDACION  PIC X(10) VALUE SPACES.

       01  WS-FIN-LIQUIDACION    PIC X VALUE "N".
       01  WS-FIN-SUSPENSO       PIC X VALUE "N".
       01  WS-HAY-LIQUIDACION    PIC X VALUE "N".
       01  WS-LOTE-CONTROLADO    PIC X VALUE "N".
       01  WS-COLA-PRESENTE      PIC X VALUE "N".
       01  WS-HAY-TOTAL-SWITCH   PIC X VALUE "N".
       01  WS-SUSPENSO-PREVIO    PIC X VALUE "N".
       01  WS-CUENTA-LOTE        PIC 9(9) VALUE 0.
       01  WS-HASH-LOTE          PIC 9(13) VALUE 0.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE 0.
       01  WS-COLA-HASH          PIC 9(13) VALUE 0.
       01  WS-MONTO-HASH         PIC 9(9) VALUE 0.
       01  WS-MOTIVO-LOTE        PIC X(60) VALUE SPACES.
       01  WS-NETO-SWITCH        PIC S9(11)V99 VALUE 0.
       01  WS-NETO-CALCULADO     PIC S9(11)V99 VALUE 0.

      * Autorizaciones que el switch reverso dentro del mismo archivo
      * (codigo original de cada registro REV).
       01  WS-REVERSADAS.
           05 WS-REV-AUTORIZACION PIC X(12) OCCURS 500 TIMES.
       01  WS-NUM-REVERSADAS     PIC 9(3) VALUE 0.
       01  WS-REV-I              PIC 9(3) VALUE 0.
       01  WS-REVERSADA          PIC X VALUE "N".

      * Datos de la cuenta asociada a la tarjeta.
       01  CUENTA-TARJETA.
           05 CTJ-CLIENTE-ID     PIC 9(6).
           05 CTJ-MONEDA         PIC X(3).
           05 CTJ-ESTADO         PIC X(10).
       01  WS-MOTIVO-SUSPENSO    PIC X(45) VALUE SPACES.
       01  WS-TIPO-FEED          PIC X(10) VALUE SPACES.

       01  WS-CONTADOR-FEED      PIC 9(9) VALUE 0.
       01  WS-HASH-FEED          PIC 9(13) VALUE 0.

       01  WS-LEIDAS             PIC 9(7) VALUE 0.
       01  WS-ENVIADAS           PIC 9(7) VALUE 0.
       01  WS-SUSPENDIDAS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENVIADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SUSPENSO     PIC S9(11)V99 VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC -ZZZZZZZZZZ9.99.
       01  WS-RESULTADO          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM RESOLVER-RUTAS.
       PERFORM VERIFICAR-CONTROL-LOTE.
       PERFORM VERIFICAR-SUSPENSO-PREVIO.
       PERFORM ABRIR-SALIDAS.
       IF WS-HAY-LIQUIDACION = "S"
          PERFORM PROCESAR-LIQUIDACION
       END-IF
       PERFORM CERRAR-SALIDAS.
       DISPLAY "Autorizaciones leidas: " WS-LEIDAS
               "  al posteo: " WS-ENVIADAS
               "  a suspenso: " WS-SUSPENDIDAS
       DISPLAY "Incluya tarjetas_feed.txt como sucursal TARJ en "
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
           STRING "TJ" WS-FECHA-CORTA
                  DELIMITED BY SIZE INTO WS-PREFIJO-REF
           MOVE WS-FECHA-PROCESO TO WS-FECHA-LIQUIDACION

           MOVE "tarjetas_liquidacion.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-LIQUIDACION
           MOVE "tarjetas_feed.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FEED
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "tarjetas_control.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CONTROL
           MOVE "liquidacion_tarjetas_rep.txt"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

      ******************************************************************
      * Control del lote del switch en una pasada completa antes de
      * tocar nada, igual que VERIFICAR-CONTROL-FEED en la
      * consolidacion. En la misma pasada se toma el total neto del
      * registro "S" y se anotan las autorizaciones reversadas. Sin
      * archivo no hubo liquidacion: el feed sale vacio (solo
      * cabecera y cola) para que la consolidacion lo acepte.
      ******************************************************************
       VERIFICAR-CONTROL-LOTE.
           MOVE "N" TO WS-HAY-LIQUIDACION
           MOVE "N" TO WS-LOTE-CONTROLADO
           MOVE "N" TO WS-COLA-PRESENTE
           MOVE "N" TO WS-HAY-TOTAL-SWITCH
           MOVE 0 TO WS-CUENTA-LOTE
           MOVE 0 TO WS-HASH-LOTE
           MOVE 0 TO WS-NETO-CALCULADO
           MOVE 0 TO WS-NUM-REVERSADAS
           OPEN INPUT liquidacion-in
           IF fs-liquidacion NOT = "00"
              DISPLAY "Sin archivo de liquidacion del switch. Estado: "
                      fs-liquidacion
           ELSE
              MOVE "S" TO WS-HAY-LIQUIDACION
              MOVE "N" TO WS-FIN-LIQUIDACION
              PERFORM LEER-LIQUIDACION
              IF WS-FIN-LIQUIDACION = "N"
                 AND CAB-TIPO-REGISTRO = "H"
                 MOVE "S" TO WS-LOTE-CONTROLADO
                 IF CAB-FECHA-NEGOCIO NOT = SPACES
                    MOVE CAB-FECHA-NEGOCIO TO WS-FECHA-LIQUIDACION
                 END-IF
                 PERFORM LEER-LIQUIDACION
              END-IF
              PERFORM CONTAR-LIQUIDACION
                  UNTIL WS-FIN-LIQUIDACION = "S"
              CLOSE liquidacion-in
              IF WS-LOTE-CONTROLADO = "S"
                 PERFORM EVALUAR-CONTROL-LOTE
              END-IF
           END-IF
           IF WS-HAY-TOTAL-SWITCH = "N"
              MOVE WS-NETO-CALCULADO TO WS-NETO-SWITCH
              IF WS-HAY-LIQUIDACION = "S"
                 MOVE "WARN" TO error-severidad
                 MOVE "VERIFICAR-CONTROL-LOTE" TO error-parrafo
                 MOVE "Liquidacion sin total neto: se usa el detalle."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              END-IF
           END-IF.

       LEER-LIQUIDACION.
           READ liquidacion-in
                AT END MOVE "S" TO WS-FIN-LIQUIDACION
           END-READ.

       CONTAR-LIQUIDACION.
           IF liquidacion-registro = SPACES
              CONTINUE
           ELSE
           IF COLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-COLA-PRESENTE
              MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
              MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
           ELSE
           IF LQT-TIPO-REGISTRO = "S"
              MOVE "S" TO WS-HAY-TOTAL-SWITCH
              MOVE LQT-NETO TO WS-NETO-SWITCH
           ELSE
              ADD 1 TO WS-CUENTA-LOTE
              COMPUTE WS-MONTO-HASH = LIQ-MONTO * 100
              ADD WS-MONTO-HASH TO WS-HASH-LOTE
              EVALUATE LIQ-OPERACION
                 WHEN "RET"
                 WHEN "COM"
                    ADD LIQ-MONTO TO WS-NETO-CALCULADO
                 WHEN "REV"
                    SUBTRACT LIQ-MONTO FROM WS-NETO-CALCULADO
                    PERFORM ANOTAR-REVERSADA
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           PERFORM LEER-LIQUIDACION.

       ANOTAR-REVERSADA.
           IF WS-NUM-REVERSADAS >= 500
              DISPLAY "La tabla de autorizaciones reversadas supero "
                      "las 500 filas; carga abortada."
              MOVE "FATAL" TO error-severidad
              MOVE "ANOTAR-REVERSADA" TO error-parrafo
              MOVE "Tabla de reversos del switch llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           ADD 1 TO WS-NUM-REVERSADAS
           MOVE LIQ-AUTORIZ-ORIGEN
              TO WS-REV-AUTORIZACION(WS-NUM-REVERSADAS).

       EVALUAR-CONTROL-LOTE.
           MOVE SPACES TO WS-MOTIVO-LOTE
           IF WS-COLA-PRESENTE = "N"
              MOVE "Lote del switch con cabecera y sin cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-CONTADOR NOT = WS-CUENTA-LOTE
              MOVE "Lote del switch: la cuenta no cuadra con la cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-HASH NOT = WS-HASH-LOTE
              MOVE "Lote del switch: el hash no cuadra con la cola."
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
      * Relanzada del dia: si el suspenso ya tiene partidas TARJ con
      * referencia TJ de la fecha de proceso, las dejo una pasada
      * anterior con el mismo archivo y no se vuelven a escribir.
      ******************************************************************
       VERIFICAR-SUSPENSO-PREVIO.
           MOVE "N" TO WS-SUSPENSO-PREVIO
           MOVE "N" TO WS-FIN-SUSPENSO
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM LEER-SUSPENSO
              PERFORM BUSCAR-SUSPENSO-PREVIO
                  UNTIL WS-FIN-SUSPENSO = "S"
              CLOSE suspenso-file
           END-IF.

       LEER-SUSPENSO.
           READ suspenso-file
                AT END MOVE "S" TO WS-FIN-SUSPENSO
           END-READ.

       BUSCAR-SUSPENSO-PREVIO.
           IF SUS-SUCURSAL = "TARJ"
              AND SUS-REF-TRANSACCION(1:8) = WS-PREFIJO-REF
              MOVE "S" TO WS-SUSPENSO-PREVIO
              MOVE "S" TO WS-FIN-SUSPENSO
           ELSE
              PERFORM LEER-SUSPENSO
           END-IF.

       ABRIR-SALIDAS.
           OPEN OUTPUT feed-out
           MOVE "H"              TO FDC-TIPO-REGISTRO
           MOVE "TARJETAS"       TO FDC-ORIGEN
           MOVE WS-FECHA-PROCESO TO FDC-FECHA-NEGOCIO
           WRITE feed-cabecera

           IF WS-SUSPENSO-PREVIO = "N"
              OPEN EXTEND suspenso-file
              IF fs-suspenso = "35"
                 OPEN OUTPUT suspenso-file
                 CLOSE suspenso-file
                 OPEN EXTEND suspenso-file
              END-IF
           END-IF

           OPEN OUTPUT reporte-out
           MOVE "LIQUIDACION DIARIA DEL SWITCH DE TARJETAS"
              TO REP-NOMBRE
           MOVE "CUENTA TARJ OP  AUTORIZACION      MONTO RESULTADO"
              TO REP-ENCABEZADO-COLS
           MOVE "LiquidacionTarjetas" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       PROCESAR-LIQUIDACION.
           OPEN INPUT liquidacion-in
           MOVE "N" TO WS-FIN-LIQUIDACION
           PERFORM LEER-LIQUIDACION
           PERFORM LIQUIDAR-REGISTRO
               UNTIL WS-FIN-LIQUIDACION = "S"
           CLOSE liquidacion-in.

       LIQUIDAR-REGISTRO.
           IF liquidacion-registro = SPACES
              OR CAB-TIPO-REGISTRO = "H" OR CAB-TIPO-REGISTRO = "Z"
              OR LQT-TIPO-REGISTRO = "S"
              CONTINUE
           ELSE
              ADD 1 TO WS-LEIDAS
              ADD 1 TO WS-SECUENCIA
              MOVE SPACES TO WS-REF-TARJETA
              STRING WS-PREFIJO-REF WS-SECUENCIA
                 DELIMITED BY SIZE INTO WS-REF-TARJETA
              PERFORM VALIDAR-AUTORIZACION
              IF WS-MOTIVO-SUSPENSO = SPACES
                 PERFORM ENVIAR-AL-POSTEO
              ELSE
                 PERFORM ENVIAR-A-SUSPENSO
              END-IF
           END-IF
           PERFORM LEER-LIQUIDACION.

      ******************************************************************
      * Validaciones en orden: operacion, reverso, autorizacion
      * reversada y, por ultimo, la cuenta de la tarjeta. El switch
      * liquida en moneda local: una cuenta en otra moneda no casa.
      ******************************************************************
       VALIDAR-AUTORIZACION.
           MOVE SPACES TO WS-MOTIVO-SUSPENSO
           MOVE 0 TO CTJ-CLIENTE-ID
           EVALUATE LIQ-OPERACION
              WHEN "RET"
                 MOVE "RetiroATM" TO WS-TIPO-FEED
              WHEN "COM"
                 MOVE "CompraTarj" TO WS-TIPO-FEED
              WHEN "REV"
                 MOVE "RevTarjeta" TO WS-TIPO-FEED
                 MOVE "Reverso del switch a revisar"
                    TO WS-MOTIVO-SUSPENSO
              WHEN OTHER
                 MOVE "RevTarjeta" TO WS-TIPO-FEED
                 MOVE "Operacion del switch desconocida"
                    TO WS-MOTIVO-SUSPENSO
           END-EVALUATE
           IF WS-MOTIVO-SUSPENSO = SPACES
              PERFORM BUSCAR-REVERSADA
              IF WS-REVERSADA = "S"
                 MOVE "Autorizacion reversada por el switch"
                    TO WS-MOTIVO-SUSPENSO
              END-IF
           END-IF
           PERFORM LEER-CUENTA-TARJETA.

       BUSCAR-REVERSADA.
           MOVE "N" TO WS-REVERSADA
           PERFORM COMPARAR-REVERSADA
               VARYING WS-REV-I FROM 1 BY 1
                   UNTIL WS-REV-I > WS-NUM-REVERSADAS.

       COMPARAR-REVERSADA.
           IF WS-REV-AUTORIZACION(WS-REV-I) = LIQ-AUTORIZACION
              MOVE "S" TO WS-REVERSADA
           END-IF.

      * La cuenta se lee tambien para las partidas que van a suspenso,
      * asi la partida queda con su cliente y se puede reenviar.
       LEER-CUENTA-TARJETA.
           EXEC SQL
              SELECT id_cliente,
                     moneda_cuenta,
                     estado_cuenta
              INTO :CTJ-CLIENTE-ID,
                   :CTJ-MONEDA,
                   :CTJ-ESTADO
              FROM cuentas
              WHERE id_cuenta = :LIQ-CUENTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-MOTIVO-SUSPENSO = SPACES
                    IF CTJ-ESTADO = "CERRADA"
                       MOVE "Cuenta de la tarjeta cerrada"
                          TO WS-MOTIVO-SUSPENSO
                    ELSE
                    IF CTJ-MONEDA NOT = SPACES
                       MOVE "Cuenta de la tarjeta en moneda extranjera"
                          TO WS-MOTIVO-SUSPENSO
                    END-IF
                    END-IF
                 END-IF
              WHEN 100
                 MOVE 0 TO CTJ-CLIENTE-ID
                 IF WS-MOTIVO-SUSPENSO = SPACES
                    MOVE "Cuenta de la tarjeta inexistente"
                       TO WS-MOTIVO-SUSPENSO
                 END-IF
              WHEN OTHER
                 DISPLAY "Error de SQL en la liquidacion: " SQLCODE
                         " - " SQLSTATE
                 MOVE "FATAL" TO error-severidad
                 MOVE "LEER-CUENTA-TARJETA" TO error-parrafo
                 MOVE "Error de SQL en la liquidacion de tarjetas."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
                 MOVE 1 TO RETURN-CODE
                 PERFORM DESCONECTAR-SQL
           END-EVALUATE.

      ******************************************************************
      * Autorizacion que casa: debito al feed contra la cuenta de la
      * tarjeta, con la referencia TJ que la conciliacion busca en
      * los movimientos posteados.
      ******************************************************************
       ENVIAR-AL-POSTEO.
           MOVE CTJ-CLIENTE-ID   TO FEED-CLIENTE
           MOVE LIQ-FECHA        TO FEED-FECHA
           MOVE WS-TIPO-FEED     TO FEED-TIPO
           MOVE LIQ-MONTO        TO FEED-MONTO
           MOVE WS-REF-TARJETA   TO FEED-REF
           MOVE LIQ-CUENTA       TO FEED-CONTRAPARTE
           MOVE SPACES           TO FEED-MONEDA
           WRITE feed-salida
           ADD 1 TO WS-CONTADOR-FEED
           COMPUTE WS-MONTO-HASH = LIQ-MONTO * 100
           ADD WS-MONTO-HASH TO WS-HASH-FEED
           ADD 1 TO WS-ENVIADAS
           ADD LIQ-MONTO TO WS-TOTAL-ENVIADO
           MOVE "AL POSTEO" TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-LIQUIDACION.

      * El reverso resta del neto en suspenso: junto con su original
      * (si vino en el mismo archivo) la partida queda en cero.
       ENVIAR-A-SUSPENSO.
           IF WS-SUSPENSO-PREVIO = "N"
              MOVE "P"                TO SUS-ESTADO
              MOVE 0                  TO SUS-CICLO
              MOVE WS-FECHA-PROCESO   TO SUS-FECHA-RECHAZO
              MOVE WS-MOTIVO-SUSPENSO TO SUS-MOTIVO
              MOVE CTJ-CLIENTE-ID     TO SUS-CODIGO-CLIENTE
              MOVE LIQ-FECHA          TO SUS-FECHA-TRANSACCION
              MOVE WS-TIPO-FEED       TO SUS-TIPO-TRANSACCION
              MOVE LIQ-MONTO          TO SUS-MONTO-TRANSACCION
              MOVE WS-REF-TARJETA     TO SUS-REF-TRANSACCION
              MOVE "TARJ"             TO SUS-SUCURSAL
              MOVE LIQ-CUENTA         TO SUS-CUENTA-CONTRAPARTE
              MOVE SPACES             TO SUS-MONEDA
              WRITE suspenso-registro
           END-IF
           ADD 1 TO WS-SUSPENDIDAS
           IF LIQ-OPERACION = "REV"
              SUBTRACT LIQ-MONTO FROM WS-TOTAL-SUSPENSO
           ELSE
           IF LIQ-OPERACION = "RET" OR LIQ-OPERACION = "COM"
              ADD LIQ-MONTO TO WS-TOTAL-SUSPENSO
           END-IF
           END-IF
           MOVE WS-MOTIVO-SUSPENSO TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-LIQUIDACION.

       ESCRIBIR-DETALLE-LIQUIDACION.
           MOVE LIQ-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING LIQ-CUENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIQ-TARJETA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIQ-OPERACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIQ-AUTORIZACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-SALIDAS.
           MOVE "Z"              TO FDZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-FEED TO FDZ-CONTADOR
           MOVE WS-HASH-FEED     TO FDZ-HASH-MONTOS
           WRITE feed-cola
           CLOSE feed-out

           IF WS-SUSPENSO-PREVIO = "N"
              CLOSE suspenso-file
           END-IF

           OPEN OUTPUT control-out
           MOVE WS-FECHA-PROCESO     TO TCT-FECHA-PROCESO
           MOVE WS-FECHA-LIQUIDACION TO TCT-FECHA-LIQUIDACION
           IF WS-HAY-TOTAL-SWITCH = "S"
              MOVE "S" TO TCT-TOTAL-SWITCH
           ELSE
              MOVE "N" TO TCT-TOTAL-SWITCH
           END-IF
           MOVE WS-NETO-SWITCH       TO TCT-NETO-SWITCH
           MOVE WS-ENVIADAS          TO TCT-CANT-ENVIADAS
           MOVE WS-TOTAL-ENVIADO     TO TCT-ENVIADO
           MOVE WS-SUSPENDIDAS       TO TCT-CANT-SUSPENSO
           MOVE WS-TOTAL-SUSPENSO    TO TCT-SUSPENSO
           WRITE tarjetas-control
           CLOSE control-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-LEIDAS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Autorizaciones leidas:      " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ENVIADAS TO WS-CANT-ED
           MOVE WS-TOTAL-ENVIADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviadas al posteo:         " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SUSPENDIDAS TO WS-CANT-ED
           MOVE WS-TOTAL-SUSPENSO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviadas a suspenso (neto): " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-NETO-SWITCH TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Neto de la liquidacion:     " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-SUSPENSO-PREVIO = "S"
              MOVE SPACES TO REP-DETALLE
              MOVE "Relanzada: el suspenso ya tenia las partidas TJ."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM LiquidacionTarjetas.
