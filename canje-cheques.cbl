      ******************************************************************
      * Author:
      * Date:
      * Purpose: Canje nocturno de los cheques librados por nuestros
      *          clientes que presenta la camara compensadora en
      *          cheques_presentados.txt (cuenta, numero de cheque,
      *          monto, fecha de presentacion, banco presentador y
      *          referencia de camara, con control de lote H/Z de
      *          LOTECTL.CPY: si no cuadra el archivo entero se
      *          rechaza y la cadena se detiene). Cada cheque se
      *          valida contra la cuenta (que exista y no este
      *          cerrada ni con titular bloqueado o fallecido), las
      *          chequeras entregadas (tabla chequeras), los cheques
      *          ya pagados (cheques_pagados), las ordenes de no pago
      *          activas (cheques_suspendidos) y el disponible de la
      *          cuenta: saldo mas limite_sobregiro (si el producto
      *          admite sobregiro), menos los fondos
      *          retenidos (retenciones.txt) y lo ya debitado a la
      *          cuenta en esta misma corrida. El cheque bueno queda
      *          en cheques_pagados (id_cuenta, nro_cheque,
      *          fecha_pago, monto, referencia, banco_presentador) y
      *          sale como debito tipo "Cheque" en cheques_feed.txt,
      *          con el formato de los lotes de sucursal y la cuenta
      *          librada en el campo de contraparte, para que entre a
      *          la consolidacion como la sucursal CHEQ y el posteo lo
      *          aplique a esa cuenta. El cheque malo se devuelve a
      *          la camara en cheques_devueltos_AAAAMMDD.txt con su
      *          codigo de motivo:
      *             CC cuenta inexistente, cerrada o bloqueada
      *             NE cheque no emitido (fuera de las chequeras)
      *             DU cheque ya pagado
      *             SU orden de no pago o chequera anulada
      *             SF excede el limite de sobregiro
      *          Los motivos SF y SU, que son del librador, llevan la
      *          comision por cheque devuelto del registro "T"
      *          ChequeDev de tarifas_comision.dat, que se debita en
      *          el mismo feed como tipo "ComCheqDev". Cheque y
      *          ComCheqDev tienen que figurar en valores_validos.txt
      *          y en cuentas_contables.dat. Una relanzada del mismo
      *          dia rehace el canje entero: primero borra los pagos
      *          que ella misma registro con la fecha de proceso.
      *          Reporte del canje en canje_cheques_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CanjeCheques.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presentados-in
            ASSIGN TO DYNAMIC WS-RUTA-PRESENTADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-presentados.

           SELECT feed-out
            ASSIGN TO DYNAMIC WS-RUTA-FEED
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-feed.

           SELECT devueltos-out
            ASSIGN TO DYNAMIC WS-RUTA-DEVUELTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-devueltos.

           SELECT tarifas-file
            ASSIGN TO DYNAMIC WS-RUTA-TARIFAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-tarifas.

           SELECT retenciones-file
            ASSIGN TO DYNAMIC WS-RUTA-RETENCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-retenciones.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  presentados-in.
       01  presentado-registro.
           05 PRE-TIPO-REGISTRO   PIC X.       *> "D"
           05 PRE-CUENTA          PIC X(6).
           05 PRE-NUMERO          PIC 9(8).
           05 PRE-MONTO           PIC 9(7)V99.
           05 PRE-FECHA           PIC X(10).
           05 PRE-BANCO           PIC X(4).
           05 PRE-REFERENCIA      PIC X(12).
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

      * Devolucion a la camara: el cheque tal como vino, el motivo y
      * la comision cobrada al librador, con control H/Z.
       FD  devueltos-out.
       01  devuelto-registro.
           05 DEV-TIPO-REGISTRO   PIC X.       *> "D"
           05 DEV-CUENTA          PIC X(6).
           05 DEV-NUMERO          PIC 9(8).
           05 DEV-MONTO           PIC 9(7)V99.
           05 DEV-FECHA           PIC X(10).
           05 DEV-BANCO           PIC X(4).
           05 DEV-REFERENCIA      PIC X(12).
           05 DEV-MOTIVO          PIC X(2).
           05 DEV-COMISION        PIC 9(5)V99.
       01  devuelto-cabecera.
           05 DVC-TIPO-REGISTRO   PIC X.       *> "H"
           05 DVC-ORIGEN          PIC X(10).
           05 DVC-FECHA-NEGOCIO   PIC X(10).
       01  devuelto-cola.
           05 DVZ-TIPO-REGISTRO   PIC X.       *> "Z"
           05 DVZ-CONTADOR        PIC 9(9).
           05 DVZ-HASH-MONTOS     PIC 9(13).

       FD  tarifas-file.
       01  tarifa-registro.
           05 TAR-TIPO-REGISTRO   PIC X.       *> T=transaccion C=cuenta
           05 TAR-CLAVE           PIC X(15).
           05 TAR-IMPORTE         PIC 9(5)V99.

       FD  retenciones-file.
       01  retencion-registro.
           05 HLD-CUENTA          PIC X(6).
           05 HLD-MONTO           PIC 9(7)V99.
           05 HLD-FECHA-DEPOSITO  PIC X(10).
           05 HLD-FECHA-LIBERA    PIC X(10).
           05 HLD-ESTADO          PIC X.       *> P=pendiente L=liberada

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-presentados        PIC XX.
       01  fs-feed               PIC XX.
       01  fs-devueltos          PIC XX.
       01  fs-tarifas            PIC XX.
       01  fs-retenciones        PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PRESENTADOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-FEED          PIC X(120) VALUE SPACES.
       01  WS-RUTA-DEVUELTOS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-TARIFAS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-RETENCIONES   PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.
      * Fecha sin siglo para las referencias X(12) del feed, igual
      * que las ordenes permanentes: prefijo, AAMMDD y secuencia.
       01  WS-FECHA-CORTA        PIC X(6) VALUE SPACES.
       01  WS-SECUENCIA          PIC 9(4) VALUE 0.

       01  WS-FIN-PRESENTADOS    PIC X VALUE "N".
       01  WS-FIN-TARIFAS        PIC X VALUE "N".
       01  WS-FIN-RETENCIONES    PIC X VALUE "N".
       01  WS-HAY-PRESENTADOS    PIC X VALUE "N".
       01  WS-LOTE-CONTROLADO    PIC X VALUE "N".
       01  WS-COLA-PRESENTE      PIC X VALUE "N".
       01  WS-CUENTA-LOTE        PIC 9(9) VALUE 0.
       01  WS-HASH-LOTE          PIC 9(13) VALUE 0.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE 0.
       01  WS-COLA-HASH          PIC 9(13) VALUE 0.
       01  WS-MONTO-HASH         PIC 9(9) VALUE 0.
       01  WS-MOTIVO-LOTE        PIC X(60) VALUE SPACES.

       01  WS-COMISION-DEVOLUCION PIC 9(5)V99 VALUE 0.
       01  WS-COMISION-CHEQUE    PIC 9(5)V99 VALUE 0.

      * Datos de la cuenta librada.
       01  CUENTA-CHEQUE.
           05 CCH-CLIENTE-ID     PIC X(6).
           05 CCH-SALDO          PIC S9(9)V99.
           05 CCH-LIMITE         PIC 9(9)V99.
           05 CCH-MONEDA         PIC X(3).
           05 CCH-ESTADO         PIC X(10).
           05 CCH-ESTADO-CLIENTE PIC X(10).
           05 CCH-TIPO           PIC X(10).
       COPY PRODCTL.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".
       01  WS-ESTADO-CHEQUERA    PIC X VALUE SPACES.
       01  WS-CANTIDAD           PIC 9(5) VALUE 0.
       01  WS-MOTIVO             PIC X(2) VALUE SPACES.
       01  WS-DISPONIBLE         PIC S9(11)V99 VALUE 0.

      * Fondos retenidos vigentes (partidas P) por cuenta.
       01  WS-RETENIDOS.
           05 WS-RTN-FILA OCCURS 300 TIMES.
              10 WS-RTN-CUENTA   PIC X(6).
              10 WS-RTN-TOTAL    PIC 9(9)V99.
       01  WS-NUM-RETENIDOS      PIC 9(3) VALUE 0.
       01  WS-RTN-I              PIC 9(3) VALUE 0.
       01  WS-RTN-IDX            PIC 9(3) VALUE 0.
       01  WS-RETENIDO-CUENTA    PIC 9(9)V99 VALUE 0.

      * Lo debitado por cuenta en esta corrida (cheques pagados y
      * comisiones), para que dos cheques de la misma noche no se
      * paguen contra el mismo disponible.
       01  WS-DEBITADOS.
           05 WS-DEB-FILA OCCURS 500 TIMES.
              10 WS-DEB-CUENTA   PIC X(6).
              10 WS-DEB-TOTAL    PIC 9(9)V99.
       01  WS-NUM-DEBITADOS      PIC 9(3) VALUE 0.
       01  WS-DEB-I              PIC 9(3) VALUE 0.
       01  WS-DEB-IDX            PIC 9(3) VALUE 0.
       01  WS-DEBITADO-CUENTA    PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-DEBITO       PIC 9(7)V99 VALUE 0.

       01  WS-CONTADOR-FEED      PIC 9(9) VALUE 0.
       01  WS-HASH-FEED          PIC 9(13) VALUE 0.
       01  WS-CONTADOR-DEV       PIC 9(9) VALUE 0.
       01  WS-HASH-DEV           PIC 9(13) VALUE 0.

       01  WS-PRESENTADOS        PIC 9(7) VALUE 0.
       01  WS-PAGADOS            PIC 9(7) VALUE 0.
       01  WS-DEVUELTOS          PIC 9(7) VALUE 0.
       01  WS-DEV-CC             PIC 9(7) VALUE 0.
       01  WS-DEV-NE             PIC 9(7) VALUE 0.
       01  WS-DEV-DU             PIC 9(7) VALUE 0.
       01  WS-DEV-SU             PIC 9(7) VALUE 0.
       01  WS-DEV-SF             PIC 9(7) VALUE 0.
       01  WS-TOTAL-PAGADO       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEVUELTO     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COMISIONES   PIC 9(9)V99 VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-COMISION-ED        PIC ZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-RESULTADO          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM RESOLVER-RUTAS.
       PERFORM CARGAR-TARIFA-DEVOLUCION.
       PERFORM CARGAR-RETENCIONES.
       PERFORM VERIFICAR-CONTROL-LOTE.
       PERFORM DESHACER-CANJE-DEL-DIA.
       PERFORM ABRIR-SALIDAS.
       IF WS-HAY-PRESENTADOS = "S"
          PERFORM PROCESAR-PRESENTADOS
       END-IF
       PERFORM CERRAR-SALIDAS.
       DISPLAY "Cheques presentados: " WS-PRESENTADOS
               "  pagados: " WS-PAGADOS
               "  devueltos: " WS-DEVUELTOS
       DISPLAY "Incluya cheques_feed.txt como sucursal CHEQ en "
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

           MOVE "cheques_presentados.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PRESENTADOS
           MOVE "cheques_feed.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FEED
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "cheques_devueltos_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-DEVUELTOS
           MOVE "tarifas_comision.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TARIFAS
           MOVE "retenciones.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RETENCIONES
           MOVE "canje_cheques_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

      ******************************************************************
      * Comision por cheque devuelto: registro "T" con clave
      * ChequeDev del mismo archivo de tarifas que usa CobroComisiones.
      * Sin tarifa cargada los cheques se devuelven igual, sin cargo.
      ******************************************************************
       CARGAR-TARIFA-DEVOLUCION.
           MOVE 0 TO WS-COMISION-DEVOLUCION
           MOVE "N" TO WS-FIN-TARIFAS
           OPEN INPUT tarifas-file
           IF fs-tarifas = "00"
              READ tarifas-file
                   AT END MOVE "S" TO WS-FIN-TARIFAS
              END-READ
              PERFORM UNTIL WS-FIN-TARIFAS = "S"
                 IF TAR-TIPO-REGISTRO = "T"
                    AND TAR-CLAVE = "ChequeDev"
                    MOVE TAR-IMPORTE TO WS-COMISION-DEVOLUCION
                 END-IF
                 READ tarifas-file
                      AT END MOVE "S" TO WS-FIN-TARIFAS
                 END-READ
              END-PERFORM
              CLOSE tarifas-file
           END-IF
           IF WS-COMISION-DEVOLUCION = 0
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-TARIFA-DEVOLUCION" TO error-parrafo
              MOVE "Sin tarifa ChequeDev: devoluciones sin comision."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       CARGAR-RETENCIONES.
           MOVE 0 TO WS-NUM-RETENIDOS
           MOVE "N" TO WS-FIN-RETENCIONES
           OPEN INPUT retenciones-file
           IF fs-retenciones = "00"
              READ retenciones-file
                   AT END MOVE "S" TO WS-FIN-RETENCIONES
              END-READ
              PERFORM UNTIL WS-FIN-RETENCIONES = "S"
                 IF HLD-ESTADO = "P"
                    PERFORM SUMAR-RETENCION-CUENTA
                 END-IF
                 READ retenciones-file
                      AT END MOVE "S" TO WS-FIN-RETENCIONES
                 END-READ
              END-PERFORM
              CLOSE retenciones-file
           END-IF.

       SUMAR-RETENCION-CUENTA.
           MOVE 0 TO WS-RTN-IDX
           PERFORM COMPARAR-RETENIDO-ALTA
               VARYING WS-RTN-I FROM 1 BY 1
                   UNTIL WS-RTN-I > WS-NUM-RETENIDOS
           IF WS-RTN-IDX = 0
              IF WS-NUM-RETENIDOS < 300
                 ADD 1 TO WS-NUM-RETENIDOS
                 MOVE HLD-CUENTA TO WS-RTN-CUENTA(WS-NUM-RETENIDOS)
                 MOVE 0 TO WS-RTN-TOTAL(WS-NUM-RETENIDOS)
                 MOVE WS-NUM-RETENIDOS TO WS-RTN-IDX
              END-IF
           END-IF
           IF WS-RTN-IDX > 0
              ADD HLD-MONTO TO WS-RTN-TOTAL(WS-RTN-IDX)
           END-IF.

       COMPARAR-RETENIDO-ALTA.
           IF WS-RTN-CUENTA(WS-RTN-I) = HLD-CUENTA
              MOVE WS-RTN-I TO WS-RTN-IDX
           END-IF.

       BUSCAR-RETENIDO-CUENTA.
           MOVE 0 TO WS-RETENIDO-CUENTA
           PERFORM COMPARAR-RETENIDO
               VARYING WS-RTN-I FROM 1 BY 1
                   UNTIL WS-RTN-I > WS-NUM-RETENIDOS.

       COMPARAR-RETENIDO.
           IF WS-RTN-CUENTA(WS-RTN-I) = PRE-CUENTA
              MOVE WS-RTN-TOTAL(WS-RTN-I) TO WS-RETENIDO-CUENTA
           END-IF.

      ******************************************************************
      * Control del lote de la camara en una pasada completa antes de
      * tocar nada, igual que VERIFICAR-CONTROL-FEED en la
      * consolidacion. Sin archivo no hubo canje: el feed sale vacio
      * (solo cabecera y cola) para que la consolidacion lo acepte.
      ******************************************************************
       VERIFICAR-CONTROL-LOTE.
           MOVE "N" TO WS-HAY-PRESENTADOS
           MOVE "N" TO WS-LOTE-CONTROLADO
           MOVE "N" TO WS-COLA-PRESENTE
           MOVE 0 TO WS-CUENTA-LOTE
           MOVE 0 TO WS-HASH-LOTE
           OPEN INPUT presentados-in
           IF fs-presentados NOT = "00"
              DISPLAY "Sin archivo de cheques presentados. Estado: "
                      fs-presentados
           ELSE
              MOVE "S" TO WS-HAY-PRESENTADOS
              MOVE "N" TO WS-FIN-PRESENTADOS
              PERFORM LEER-PRESENTADO
              IF WS-FIN-PRESENTADOS = "N"
                 AND CAB-TIPO-REGISTRO = "H"
                 MOVE "S" TO WS-LOTE-CONTROLADO
                 PERFORM LEER-PRESENTADO
              END-IF
              PERFORM CONTAR-PRESENTADO
                  UNTIL WS-FIN-PRESENTADOS = "S"
              CLOSE presentados-in
              IF WS-LOTE-CONTROLADO = "S"
                 PERFORM EVALUAR-CONTROL-LOTE
              END-IF
           END-IF.

       LEER-PRESENTADO.
           READ presentados-in
                AT END MOVE "S" TO WS-FIN-PRESENTADOS
           END-READ.

       CONTAR-PRESENTADO.
           IF presentado-registro = SPACES
              CONTINUE
           ELSE
           IF COLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-COLA-PRESENTE
              MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
              MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
           ELSE
              ADD 1 TO WS-CUENTA-LOTE
              COMPUTE WS-MONTO-HASH = PRE-MONTO * 100
              ADD WS-MONTO-HASH TO WS-HASH-LOTE
           END-IF
           END-IF
           PERFORM LEER-PRESENTADO.

       EVALUAR-CONTROL-LOTE.
           MOVE SPACES TO WS-MOTIVO-LOTE
           IF WS-COLA-PRESENTE = "N"
              MOVE "Lote de camara con cabecera y sin cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-CONTADOR NOT = WS-CUENTA-LOTE
              MOVE "Lote de camara: la cuenta no cuadra con la cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-HASH NOT = WS-HASH-LOTE
              MOVE "Lote de camara: el hash no cuadra con la cola."
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
      * Relanzada del dia: los pagos registrados por una pasada
      * anterior con la misma fecha de proceso se borran y el canje
      * se rehace entero (el feed y las devoluciones se reescriben).
      ******************************************************************
       DESHACER-CANJE-DEL-DIA.
           EXEC SQL
              DELETE FROM cheques_pagados
              WHERE fecha_pago = :WS-FECHA-PROCESO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE "DESHACER-CANJE-DEL-DIA" TO error-parrafo
              PERFORM ERROR-SQL-CANJE
           END-IF.

       ERROR-SQL-CANJE.
           DISPLAY "Error de SQL en el canje: " SQLCODE " - " SQLSTATE
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "FATAL" TO error-severidad
           MOVE "Error de SQL en el canje de cheques." TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       ABRIR-SALIDAS.
           OPEN OUTPUT feed-out
           MOVE "H"              TO FDC-TIPO-REGISTRO
           MOVE "CANJECHQ"       TO FDC-ORIGEN
           MOVE WS-FECHA-PROCESO TO FDC-FECHA-NEGOCIO
           WRITE feed-cabecera

           OPEN OUTPUT devueltos-out
           MOVE "H"              TO DVC-TIPO-REGISTRO
           MOVE "CHEQDEV"        TO DVC-ORIGEN
           MOVE WS-FECHA-PROCESO TO DVC-FECHA-NEGOCIO
           WRITE devuelto-cabecera

           OPEN OUTPUT reporte-out
           MOVE "CANJE DE CHEQUES PRESENTADOS POR CAMARA"
              TO REP-NOMBRE
           MOVE "CUENTA  CHEQUE         MONTO RESULTADO      COMISION"
              TO REP-ENCABEZADO-COLS
           MOVE "CanjeCheques" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       PROCESAR-PRESENTADOS.
           OPEN INPUT presentados-in
           MOVE "N" TO WS-FIN-PRESENTADOS
           PERFORM LEER-PRESENTADO
           PERFORM CANJEAR-REGISTRO
               UNTIL WS-FIN-PRESENTADOS = "S"
           CLOSE presentados-in.

       CANJEAR-REGISTRO.
           IF presentado-registro = SPACES
              OR CAB-TIPO-REGISTRO = "H" OR CAB-TIPO-REGISTRO = "Z"
              CONTINUE
           ELSE
              ADD 1 TO WS-PRESENTADOS
              PERFORM VALIDAR-CHEQUE
              IF WS-MOTIVO = SPACES
                 PERFORM PAGAR-CHEQUE
              ELSE
                 PERFORM DEVOLVER-CHEQUE
              END-IF
           END-IF
           PERFORM LEER-PRESENTADO.

      ******************************************************************
      * Validaciones en orden: cuenta, cheque emitido, ya pagado,
      * orden de no pago o chequera anulada y, por ultimo, fondos.
      ******************************************************************
       VALIDAR-CHEQUE.
           MOVE SPACES TO WS-MOTIVO
           PERFORM LEER-CUENTA-CHEQUE
           IF WS-MOTIVO = SPACES
              PERFORM VERIFICAR-CHEQUERA
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM VERIFICAR-YA-PAGADO
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM VERIFICAR-ORDEN-NO-PAGO
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM VERIFICAR-FONDOS
           END-IF.

       LEER-CUENTA-CHEQUE.
           EXEC SQL
              SELECT c.id_cliente,
                     c.saldo_cuenta,
                     c.limite_sobregiro,
                     c.moneda_cuenta,
                     c.estado_cuenta,
                     COALESCE(l.estado_cliente, ' '),
                     c.tipo_cuenta
              INTO :CCH-CLIENTE-ID,
                   :CCH-SALDO,
                   :CCH-LIMITE,
                   :CCH-MONEDA,
                   :CCH-ESTADO,
                   :CCH-ESTADO-CLIENTE,
                   :CCH-TIPO
              FROM cuentas c
              LEFT JOIN clientes l
                ON l.id_cliente = c.id_cliente
              WHERE c.id_cuenta = :PRE-CUENTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF CCH-ESTADO = "CERRADA"
                    OR CCH-ESTADO-CLIENTE = "BLOQUEADO"
                    OR CCH-ESTADO-CLIENTE = "FALLECIDO"
                    MOVE "CC" TO WS-MOTIVO
                 END-IF
              WHEN 100
                 MOVE "CC" TO WS-MOTIVO
              WHEN OTHER
                 MOVE "LEER-CUENTA-CHEQUE" TO error-parrafo
                 PERFORM ERROR-SQL-CANJE
           END-EVALUATE.

      * Los rangos de una cuenta no se superponen: el menor estado
      * del rango que contiene al cheque es "A" si la chequera esta
      * activa y "B" si fue anulada.
       VERIFICAR-CHEQUERA.
           EXEC SQL
              SELECT COALESCE(MIN(estado_chequera), ' ')
              INTO :WS-ESTADO-CHEQUERA
              FROM chequeras
              WHERE id_cuenta   = :PRE-CUENTA
                AND serie_desde <= :PRE-NUMERO
                AND serie_hasta >= :PRE-NUMERO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "VERIFICAR-CHEQUERA" TO error-parrafo
              PERFORM ERROR-SQL-CANJE
           END-IF
           EVALUATE WS-ESTADO-CHEQUERA
              WHEN "A"
                 CONTINUE
              WHEN "B"
                 MOVE "SU" TO WS-MOTIVO
              WHEN OTHER
                 MOVE "NE" TO WS-MOTIVO
           END-EVALUATE.

      * Los pagos de esta misma corrida ya estan en la tabla (sin
      * confirmar todavia): un cheque repetido dentro del lote
      * tambien se devuelve como duplicado.
       VERIFICAR-YA-PAGADO.
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANTIDAD
              FROM cheques_pagados
              WHERE id_cuenta  = :PRE-CUENTA
                AND nro_cheque = :PRE-NUMERO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "VERIFICAR-YA-PAGADO" TO error-parrafo
              PERFORM ERROR-SQL-CANJE
           END-IF
           IF WS-CANTIDAD > 0
              MOVE "DU" TO WS-MOTIVO
           END-IF.

       VERIFICAR-ORDEN-NO-PAGO.
           MOVE 0 TO WS-CANTIDAD
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CANTIDAD
              FROM cheques_suspendidos
              WHERE id_cuenta    = :PRE-CUENTA
                AND nro_cheque   = :PRE-NUMERO
                AND estado_orden = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "VERIFICAR-ORDEN-NO-PAGO" TO error-parrafo
              PERFORM ERROR-SQL-CANJE
           END-IF
           IF WS-CANTIDAD > 0
              MOVE "SU" TO WS-MOTIVO
           END-IF.

      * Mismo piso que el posteo: cero menos la linea de sobregiro,
      * controlado sobre el disponible; la linea no cuenta si el
      * producto de la cuenta no admite sobregiro.
       VERIFICAR-FONDOS.
           CALL "buscar-producto" USING CCH-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "S"
              AND PRD-SOBREGIRO NOT = "S"
              MOVE 0 TO CCH-LIMITE
           END-IF
           PERFORM BUSCAR-RETENIDO-CUENTA
           PERFORM BUSCAR-DEBITADO-CUENTA
           COMPUTE WS-DISPONIBLE = CCH-SALDO + CCH-LIMITE
                                 - WS-RETENIDO-CUENTA
                                 - WS-DEBITADO-CUENTA
           IF PRE-MONTO > WS-DISPONIBLE
              MOVE "SF" TO WS-MOTIVO
           END-IF.

       BUSCAR-DEBITADO-CUENTA.
           MOVE 0 TO WS-DEB-IDX
           MOVE 0 TO WS-DEBITADO-CUENTA
           PERFORM COMPARAR-DEBITADO
               VARYING WS-DEB-I FROM 1 BY 1
                   UNTIL WS-DEB-I > WS-NUM-DEBITADOS
           IF WS-DEB-IDX > 0
              MOVE WS-DEB-TOTAL(WS-DEB-IDX) TO WS-DEBITADO-CUENTA
           END-IF.

       COMPARAR-DEBITADO.
           IF WS-DEB-CUENTA(WS-DEB-I) = PRE-CUENTA
              MOVE WS-DEB-I TO WS-DEB-IDX
           END-IF.

       ACUMULAR-DEBITO-CUENTA.
           PERFORM BUSCAR-DEBITADO-CUENTA
           IF WS-DEB-IDX = 0
              IF WS-NUM-DEBITADOS >= 500
                 PERFORM ABORTAR-DEBITADOS-LLENOS
              END-IF
              ADD 1 TO WS-NUM-DEBITADOS
              MOVE PRE-CUENTA TO WS-DEB-CUENTA(WS-NUM-DEBITADOS)
              MOVE 0 TO WS-DEB-TOTAL(WS-NUM-DEBITADOS)
              MOVE WS-NUM-DEBITADOS TO WS-DEB-IDX
           END-IF
           ADD WS-MONTO-DEBITO TO WS-DEB-TOTAL(WS-DEB-IDX).

      * Sin la tabla de debitos el control de fondos no vale: se
      * aborta sin confirmar pagos antes que pagar cheques sin fondos.
       ABORTAR-DEBITADOS-LLENOS.
           DISPLAY "La tabla de cuentas debitadas supero las 500 "
                   "filas; canje abortado."
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE "FATAL" TO error-severidad
           MOVE "ABORTAR-DEBITADOS-LLENOS" TO error-parrafo
           MOVE "Tabla de cuentas debitadas del canje llena."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Cheque bueno: queda pagado y sale como debito al feed.
      ******************************************************************
       PAGAR-CHEQUE.
           ADD 1 TO WS-SECUENCIA
           MOVE SPACES TO FEED-REF
           STRING "CH" WS-FECHA-CORTA WS-SECUENCIA
              DELIMITED BY SIZE INTO FEED-REF
           EXEC SQL
              INSERT INTO cheques_pagados
                 (id_cuenta, nro_cheque, fecha_pago, monto,
                  referencia, banco_presentador)
              VALUES
                 (:PRE-CUENTA, :PRE-NUMERO, :WS-FECHA-PROCESO,
                  :PRE-MONTO, :FEED-REF, :PRE-BANCO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "PAGAR-CHEQUE" TO error-parrafo
              PERFORM ERROR-SQL-CANJE
           END-IF
           MOVE "Cheque" TO FEED-TIPO
           MOVE PRE-MONTO TO WS-MONTO-DEBITO
           PERFORM ESCRIBIR-DEBITO-FEED
           ADD 1 TO WS-PAGADOS
           ADD PRE-MONTO TO WS-TOTAL-PAGADO
           MOVE 0 TO WS-COMISION-CHEQUE
           MOVE "PAGADO" TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-CANJE.

       ESCRIBIR-DEBITO-FEED.
           MOVE CCH-CLIENTE-ID   TO FEED-CLIENTE
           MOVE WS-FECHA-PROCESO TO FEED-FECHA
           MOVE WS-MONTO-DEBITO  TO FEED-MONTO
           MOVE PRE-CUENTA       TO FEED-CONTRAPARTE
           MOVE CCH-MONEDA       TO FEED-MONEDA
           WRITE feed-salida
           ADD 1 TO WS-CONTADOR-FEED
           COMPUTE WS-MONTO-HASH = WS-MONTO-DEBITO * 100
           ADD WS-MONTO-HASH TO WS-HASH-FEED
           PERFORM ACUMULAR-DEBITO-CUENTA.

      ******************************************************************
      * Cheque malo: vuelve a la camara con su motivo. Los motivos
      * del librador (sin fondos y no pago) cobran la comision, que
      * se debita por el mismo feed a la cuenta librada.
      ******************************************************************
       DEVOLVER-CHEQUE.
           MOVE 0 TO WS-COMISION-CHEQUE
           IF WS-MOTIVO = "SF" OR WS-MOTIVO = "SU"
              MOVE WS-COMISION-DEVOLUCION TO WS-COMISION-CHEQUE
           END-IF
           EVALUATE WS-MOTIVO
              WHEN "CC" ADD 1 TO WS-DEV-CC
              WHEN "NE" ADD 1 TO WS-DEV-NE
              WHEN "DU" ADD 1 TO WS-DEV-DU
              WHEN "SU" ADD 1 TO WS-DEV-SU
              WHEN "SF" ADD 1 TO WS-DEV-SF
           END-EVALUATE

           MOVE "D"                TO DEV-TIPO-REGISTRO
           MOVE PRE-CUENTA         TO DEV-CUENTA
           MOVE PRE-NUMERO         TO DEV-NUMERO
           MOVE PRE-MONTO          TO DEV-MONTO
           MOVE PRE-FECHA          TO DEV-FECHA
           MOVE PRE-BANCO          TO DEV-BANCO
           MOVE PRE-REFERENCIA     TO DEV-REFERENCIA
           MOVE WS-MOTIVO          TO DEV-MOTIVO
           MOVE WS-COMISION-CHEQUE TO DEV-COMISION
           WRITE devuelto-registro
           ADD 1 TO WS-CONTADOR-DEV
           COMPUTE WS-MONTO-HASH = PRE-MONTO * 100
           ADD WS-MONTO-HASH TO WS-HASH-DEV
           ADD 1 TO WS-DEVUELTOS
           ADD PRE-MONTO TO WS-TOTAL-DEVUELTO

           IF WS-COMISION-CHEQUE > 0
              ADD 1 TO WS-SECUENCIA
              MOVE SPACES TO FEED-REF
              STRING "CD" WS-FECHA-CORTA WS-SECUENCIA
                 DELIMITED BY SIZE INTO FEED-REF
              MOVE "ComCheqDev" TO FEED-TIPO
              MOVE WS-COMISION-CHEQUE TO WS-MONTO-DEBITO
              PERFORM ESCRIBIR-DEBITO-FEED
              ADD WS-COMISION-CHEQUE TO WS-TOTAL-COMISIONES
           END-IF

           MOVE SPACES TO WS-RESULTADO
           STRING "DEVUELTO " WS-MOTIVO DELIMITED BY SIZE
              INTO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE-CANJE.

       ESCRIBIR-DETALLE-CANJE.
           MOVE PRE-MONTO          TO WS-MONTO-ED
           MOVE WS-COMISION-CHEQUE TO WS-COMISION-ED
           MOVE SPACES TO REP-DETALLE
           STRING PRE-CUENTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PRE-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-COMISION-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-SALIDAS.
           MOVE "Z"              TO FDZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-FEED TO FDZ-CONTADOR
           MOVE WS-HASH-FEED     TO FDZ-HASH-MONTOS
           WRITE feed-cola
           CLOSE feed-out

           MOVE "Z"             TO DVZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-DEV TO DVZ-CONTADOR
           MOVE WS-HASH-DEV     TO DVZ-HASH-MONTOS
           WRITE devuelto-cola
           CLOSE devueltos-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-PRESENTADOS TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cheques presentados:        " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-PAGADOS TO WS-CANT-ED
           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cheques pagados:            " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEVUELTOS TO WS-CANT-ED
           MOVE WS-TOTAL-DEVUELTO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Cheques devueltos:          " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEV-CC TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  CC cuenta invalida:       " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEV-NE TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  NE cheque no emitido:     " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEV-DU TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  DU cheque ya pagado:      " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEV-SU TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  SU orden de no pago:      " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-DEV-SF TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  SF excede sobregiro:      " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-TOTAL-COMISIONES TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Comisiones por devolucion:  " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
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

       END PROGRAM CanjeCheques.
