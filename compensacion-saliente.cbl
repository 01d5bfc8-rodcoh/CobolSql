      ******************************************************************
      * Author:
      * Date:
      * Purpose: Archivo de compensacion saliente hacia la camara
      *          interbancaria. Corre despues del posteo nocturno:
      *          toma las transferencias a otros bancos que la
      *          consolidacion anoto en transferencias_externas.txt
      *          (TRFEXT.CPY) y manda a la camara solo las que el
      *          posteo efectivamente debito, es decir las que tienen
      *          su movimiento "TransfExt" de debito con la misma
      *          referencia en movimientos_mes.txt; la que el posteo
      *          rechazo (sin cuenta o sin saldo) no sale. Cada envio
      *          queda marcado E con la fecha de envio, y el archivo
      *          del dia compensacion_saliente_AAAAMMDD.txt lleva todas
      *          las enviadas en la fecha de proceso, con cabecera "H"
      *          (origen CAMSAL) y cola "Z" con cantidad y hash de
      *          montos como LOTECTL.CPY: una relanzada del mismo dia
      *          lo rehace igual. Las enviadas en dias anteriores se
      *          purgan del registro; una pendiente que el posteo de
      *          su dia no debito se informa y se purga al dia
      *          siguiente. Reporte del envio en
      *          compensacion_saliente_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompensacionSaliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transf-externas-file
            ASSIGN TO DYNAMIC WS-RUTA-TRANSF-EXTERNAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-transf-ext.

           SELECT movimientos-in
            ASSIGN TO DYNAMIC WS-RUTA-MOVIMIENTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT camara-out
            ASSIGN TO DYNAMIC WS-RUTA-CAMARA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-camara.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  transf-externas-file.
           COPY TRFEXT.

       FD  movimientos-in.
           COPY MOVCTL.

      * Registro de la camara: un "D" por transferencia, con el banco,
      * la cuenta y el nombre del beneficiario, el importe, la fecha
      * de envio, nuestra referencia y la cuenta debitada.
       FD  camara-out.
       01  camara-detalle.
           05 CSA-TIPO-REGISTRO   PIC X.       *> "D"
           05 CSA-REFERENCIA      PIC X(12).
           05 CSA-FECHA           PIC X(10).
           05 CSA-BANCO-DESTINO   PIC X(4).
           05 CSA-CUENTA-DESTINO  PIC X(20).
           05 CSA-NOMBRE-BENEF    PIC X(30).
           05 CSA-MONTO           PIC 9(7)V99.
           05 CSA-MONEDA          PIC X(3).
           05 CSA-CUENTA-ORIGEN   PIC X(6).
       01  camara-cabecera.
           05 CSC-TIPO-REGISTRO   PIC X.       *> "H"
           05 CSC-ORIGEN          PIC X(10).
           05 CSC-FECHA-NEGOCIO   PIC X(10).
       01  camara-cola.
           05 CSZ-TIPO-REGISTRO   PIC X.       *> "Z"
           05 CSZ-CONTADOR        PIC 9(9).
           05 CSZ-HASH-MONTOS     PIC 9(13).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-transf-ext         PIC XX.
       01  fs-movimientos        PIC XX.
       01  fs-camara             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-TRANSF-EXTERNAS PIC X(120) VALUE SPACES.
       01  WS-RUTA-MOVIMIENTOS   PIC X(120) VALUE SPACES.
       01  WS-RUTA-CAMARA        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.
       01  WS-FIN-TRANSF         PIC X VALUE "N".
       01  WS-FIN-MOVIMIENTOS    PIC X VALUE "N".

      * Registro completo en memoria: se lee una vez, se marca y se
      * reescribe. Una referencia repetida (una relanzada de la
      * consolidacion) queda una sola vez.
       01  WS-TRANSFERENCIAS.
           05 WS-TRF-FILA OCCURS 1000 TIMES.
              10 WS-TRF-REGISTRO  PIC X(109).
              10 WS-TRF-CUENTA    PIC X(6).
              10 WS-TRF-BAJA      PIC X.
       01  WS-NUM-TRF            PIC 9(4) VALUE 0.
       01  WS-T                  PIC 9(4) VALUE 0.
       01  WS-TRF-IDX            PIC 9(4) VALUE 0.

       01  WS-CONTADOR-CAMARA    PIC 9(9) VALUE 0.
       01  WS-HASH-CAMARA        PIC 9(13) VALUE 0.
       01  WS-MONTO-HASH         PIC 9(9) VALUE 0.
       01  WS-ENVIADAS-HOY       PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENVIADO      PIC 9(11)V99 VALUE 0.
       01  WS-SIN-DEBITO         PIC 9(7) VALUE 0.
       01  WS-PURGADAS           PIC 9(7) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-RESULTADO          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM CARGAR-TRANSFERENCIAS.
       PERFORM MARCAR-DEBITADAS.
       PERFORM ABRIR-SALIDAS.
       PERFORM ENVIAR-TRANSFERENCIA
           VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NUM-TRF.
       PERFORM CERRAR-SALIDAS.
       PERFORM GUARDAR-TRANSFERENCIAS.
       DISPLAY "Transferencias enviadas a la camara: " WS-ENVIADAS-HOY
               "  sin debito: " WS-SIN-DEBITO
               "  purgadas: " WS-PURGADAS
       STOP RUN.

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

           MOVE "transferencias_externas.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TRANSF-EXTERNAS
           MOVE "movimientos_mes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MOVIMIENTOS
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "compensacion_saliente_" WS-FECHA-COMPACTA ".txt"
              DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CAMARA
           MOVE "compensacion_saliente_rep.txt"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       CARGAR-TRANSFERENCIAS.
           MOVE 0 TO WS-NUM-TRF
           MOVE "N" TO WS-FIN-TRANSF
           OPEN INPUT transf-externas-file
           IF fs-transf-ext = "00"
              PERFORM LEER-TRANSFERENCIA
              PERFORM CARGAR-UNA-TRANSFERENCIA
                  UNTIL WS-FIN-TRANSF = "S"
              CLOSE transf-externas-file
           ELSE
              DISPLAY "Sin transferencias a otros bancos. Estado: "
                      fs-transf-ext
           END-IF.

       LEER-TRANSFERENCIA.
           READ transf-externas-file
                AT END MOVE "S" TO WS-FIN-TRANSF
           END-READ.

       CARGAR-UNA-TRANSFERENCIA.
           IF transf-externa-registro NOT = SPACES
              PERFORM BUSCAR-TRANSFERENCIA
              IF WS-TRF-IDX = 0
                 IF WS-NUM-TRF >= 1000
                    DISPLAY "El registro de transferencias externas "
                            "supero las 1000 filas; corrida abortada."
                    MOVE "FATAL" TO error-severidad
                    MOVE "CARGAR-UNA-TRANSFERENCIA" TO error-parrafo
                    MOVE "Tabla de transferencias externas llena."
                         TO mensaje-error
                    PERFORM ACEPTAR-FECHA-HORA
                    PERFORM ESCRIBIR-ERROR-LOG
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NUM-TRF
                 MOVE transf-externa-registro
                    TO WS-TRF-REGISTRO(WS-NUM-TRF)
                 MOVE SPACES TO WS-TRF-CUENTA(WS-NUM-TRF)
                 MOVE "N" TO WS-TRF-BAJA(WS-NUM-TRF)
              END-IF
           END-IF
           PERFORM LEER-TRANSFERENCIA.

       BUSCAR-TRANSFERENCIA.
           MOVE 0 TO WS-TRF-IDX
           PERFORM COMPARAR-TRANSFERENCIA
               VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NUM-TRF OR WS-TRF-IDX > 0.

       COMPARAR-TRANSFERENCIA.
           IF WS-TRF-REGISTRO(WS-T)(22:12) = TEX-REFERENCIA
              MOVE WS-T TO WS-TRF-IDX
           END-IF.

      ******************************************************************
      * Un debito "TransfExt" en los movimientos del mes con la
      * referencia de la transferencia es la prueba de que el posteo
      * la aplico; de ahi sale tambien la cuenta debitada.
      ******************************************************************
       MARCAR-DEBITADAS.
           MOVE "N" TO WS-FIN-MOVIMIENTOS
           OPEN INPUT movimientos-in
           IF fs-movimientos = "00"
              PERFORM LEER-MOVIMIENTO
              PERFORM MARCAR-UN-MOVIMIENTO
                  UNTIL WS-FIN-MOVIMIENTOS = "S"
              CLOSE movimientos-in
           END-IF.

       LEER-MOVIMIENTO.
           READ movimientos-in
                AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-READ.

       MARCAR-UN-MOVIMIENTO.
           IF MOV-TIPO = "TransfExt" AND MOV-NATURALEZA = "D"
              AND MOV-REFERENCIA NOT = SPACES
              MOVE MOV-REFERENCIA TO TEX-REFERENCIA
              PERFORM BUSCAR-TRANSFERENCIA
              IF WS-TRF-IDX > 0
                 MOVE MOV-CUENTA-ID TO WS-TRF-CUENTA(WS-TRF-IDX)
              END-IF
           END-IF
           PERFORM LEER-MOVIMIENTO.

       ABRIR-SALIDAS.
           OPEN OUTPUT camara-out
           MOVE "H"              TO CSC-TIPO-REGISTRO
           MOVE "CAMSAL"         TO CSC-ORIGEN
           MOVE WS-FECHA-PROCESO TO CSC-FECHA-NEGOCIO
           WRITE camara-cabecera

           OPEN OUTPUT reporte-out
           MOVE "COMPENSACION SALIENTE A OTROS BANCOS" TO REP-NOMBRE
           MOVE "REFERENCIA   BANCO CUENTA BENEFICIARIO        MONTO"
              TO REP-ENCABEZADO-COLS
           MOVE "CompensacionSaliente" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

      ******************************************************************
      * Pendiente debitada: sale hoy. Enviada hoy (relanzada): vuelve
      * a salir en el archivo del dia. Enviada otro dia: se purga.
      * Pendiente sin debito: se informa; si es de un dia anterior el
      * posteo de su dia ya la rechazo y se purga.
      ******************************************************************
       ENVIAR-TRANSFERENCIA.
           MOVE WS-TRF-REGISTRO(WS-T) TO transf-externa-registro
           MOVE SPACES TO WS-RESULTADO
           IF TEX-ESTADO = "P" AND WS-TRF-CUENTA(WS-T) NOT = SPACES
              MOVE "E"              TO TEX-ESTADO
              MOVE WS-FECHA-PROCESO TO TEX-FECHA-ENVIO
              MOVE transf-externa-registro TO WS-TRF-REGISTRO(WS-T)
           END-IF
           IF TEX-ESTADO = "E"
              IF TEX-FECHA-ENVIO = WS-FECHA-PROCESO
                 PERFORM ESCRIBIR-CAMARA
                 MOVE "ENVIADA A LA CAMARA" TO WS-RESULTADO
              ELSE
                 MOVE "S" TO WS-TRF-BAJA(WS-T)
                 ADD 1 TO WS-PURGADAS
              END-IF
           ELSE
              ADD 1 TO WS-SIN-DEBITO
              IF TEX-FECHA-CAPTURA < WS-FECHA-PROCESO
                 MOVE "S" TO WS-TRF-BAJA(WS-T)
                 ADD 1 TO WS-PURGADAS
                 MOVE "NO DEBITADA: SE DESCARTA" TO WS-RESULTADO
                 MOVE "WARN" TO error-severidad
                 MOVE "ENVIAR-TRANSFERENCIA" TO error-parrafo
                 MOVE "Transferencia externa sin debito descartada."
                      TO mensaje-error
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
              ELSE
                 MOVE "SIN DEBITO EN EL POSTEO" TO WS-RESULTADO
              END-IF
           END-IF
           IF WS-RESULTADO NOT = SPACES
              PERFORM ESCRIBIR-DETALLE-ENVIO
           END-IF.

       ESCRIBIR-CAMARA.
           MOVE "D"                 TO CSA-TIPO-REGISTRO
           MOVE TEX-REFERENCIA      TO CSA-REFERENCIA
           MOVE TEX-FECHA-ENVIO     TO CSA-FECHA
           MOVE TEX-BANCO-DESTINO   TO CSA-BANCO-DESTINO
           MOVE TEX-CUENTA-DESTINO  TO CSA-CUENTA-DESTINO
           MOVE TEX-NOMBRE-BENEF    TO CSA-NOMBRE-BENEF
           MOVE TEX-MONTO           TO CSA-MONTO
           MOVE TEX-MONEDA          TO CSA-MONEDA
           MOVE WS-TRF-CUENTA(WS-T) TO CSA-CUENTA-ORIGEN
           WRITE camara-detalle
           ADD 1 TO WS-CONTADOR-CAMARA
           COMPUTE WS-MONTO-HASH = TEX-MONTO * 100
           ADD WS-MONTO-HASH TO WS-HASH-CAMARA
           ADD 1 TO WS-ENVIADAS-HOY
           ADD TEX-MONTO TO WS-TOTAL-ENVIADO.

       ESCRIBIR-DETALLE-ENVIO.
           MOVE TEX-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING TEX-REFERENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-BANCO-DESTINO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TEX-CUENTA-DESTINO(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-NOMBRE-BENEF(1:18) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-SALIDAS.
           MOVE "Z"                TO CSZ-TIPO-REGISTRO
           MOVE WS-CONTADOR-CAMARA TO CSZ-CONTADOR
           MOVE WS-HASH-CAMARA     TO CSZ-HASH-MONTOS
           WRITE camara-cola
           CLOSE camara-out

           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-ENVIADAS-HOY TO WS-CANT-ED
           MOVE WS-TOTAL-ENVIADO TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Enviadas a la camara:  " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  por " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SIN-DEBITO TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Sin debito del posteo: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       GUARDAR-TRANSFERENCIAS.
           OPEN OUTPUT transf-externas-file
           PERFORM GUARDAR-UNA-TRANSFERENCIA
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NUM-TRF
           CLOSE transf-externas-file.

       GUARDAR-UNA-TRANSFERENCIA.
           IF WS-TRF-BAJA(WS-T) = "N"
              MOVE WS-TRF-REGISTRO(WS-T) TO transf-externa-registro
              WRITE transf-externa-registro
           END-IF.

       COPY REPPROC.

       END PROGRAM CompensacionSaliente.
