            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-ACUMULADO.

           SELECT sucursal-mtd-file
            ASSIGN TO DYNAMIC WS-RUTA-SUCURSAL-MTD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-SUC-MTD.

           SELECT TRANSACCIONES-ACEPTADAS
            ASSIGN TO DYNAMIC WS-RUTA-ACEPTADAS
            ORGANIZATION IS LINE SEQUENTIAL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-FEED.

           SELECT transf-externas-file
            ASSIGN TO DYNAMIC WS-RUTA-TRANSF-EXTERNAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-TRANSF-EXT.

           SELECT futuras-file
            ASSIGN TO DYNAMIC WS-RUTA-FUTURAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-FUTURAS.

           SELECT futuras-trabajo
            ASSIGN TO DYNAMIC WS-RUTA-FUTURAS-TMP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-FUTURAS-TMP.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * El registro de datos del feed de sucursal: cliente, fecha,
      * tipo, monto, referencia, la cuenta contraparte de las
      * transferencias a dos patas y el codigo de moneda (espacios =
      * moneda local). Las transferencias a otros bancos
      * ("TransfExt") traen a continuacion el banco, la cuenta y el
      * nombre del beneficiario, que no viajan por el sort: se
      * guardan aparte por referencia al soltar el registro.
       FD  sucursal-feed.
       01  feed-registro          PIC X(56).
       01  feed-transferencia-externa.
           05 FILLER              PIC X(56).
           05 FTX-BANCO-DESTINO   PIC X(4).
           05 FTX-CUENTA-DESTINO  PIC X(20).
           05 FTX-NOMBRE-BENEF    PIC X(30).
           COPY LOTECTL.

       FD  transf-externas-file.
           COPY TRFEXT.

      * Transacciones con fecha valor futura: se apartan al validarse
      * y vuelven al sort la noche en que llega su fecha. La copia de
      * trabajo sirve para reescribir el archivo al cierre marcando
      * las liberadas.
       FD  futuras-file.
           COPY FUTCTL.

       FD  futuras-trabajo.
       01  futura-trabajo-registro PIC X(89).

       FD  RESUMEN-OUT.
       01  RESUMEN-REGISTRO      PIC X(100).

           05 EMP-DEPARTAMENTO-M  PIC X(15).
           05 EMP-SALARIO-M       PIC 9(7)V99.
           05 EMP-FECHA-INGRESO-M PIC X(10).
           05 EMP-JEFE-ID-M       PIC 9(4).

       FD  valores-validos-file.
           COPY VALCTL.
           05 ACU-DEBE            PIC 9(11)V99.
           05 ACU-HABER           PIC 9(11)V99.

       FD  sucursal-mtd-file.
           COPY SMTCTL.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       COPY ERRLOG.
       01  WS-FS-VALORES         PIC XX.
       01  WS-FIN-VALORES        PIC X VALUE "N".
       01  WS-NUM-TIPOS-VALIDOS  PIC 9(2) VALUE 0.
       01  WS-TIPOS-VALIDOS.
           05 WS-TIPO-VALIDO-TABLA OCCURS 20 TIMES PIC X(15).
       01  WS-IDX-TIPO           PIC 99 VALUE 0.
       01  WS-CODIGO-ANTERIOR    PIC 9(6) VALUE ZEROS.
       01  WS-LINEA-RESUMEN      PIC X(100).
       01  WS-MTD-I              PIC 9(3) VALUE 0.
       01  WS-MTD-ENCONTRADO     PIC X VALUE "N".
       01  WS-MTD-CLAVE          PIC X(15) VALUE SPACES.
       01  WS-RUTA-SUCURSAL-MTD  PIC X(120) VALUE SPACES.
       01  WS-FS-SUC-MTD         PIC XX.
       01  WS-FIN-SUC-MTD        PIC X VALUE "N".
       01  WS-FECHA-PROCESO-MTD  PIC X(10) VALUE SPACES.
       01  WS-PERIODO-MTD        PIC X(7) VALUE SPACES.
       01  WS-SMT-TABLA.
           05 WS-SMT-FILA OCCURS 1000 TIMES.
              10 WS-SMT-SUCURSAL  PIC X(4).
              10 WS-SMT-TIPO      PIC X(10).
              10 WS-SMT-CANTIDAD  PIC 9(7) VALUE 0.
              10 WS-SMT-MONTO     PIC 9(11)V99 VALUE 0.
       01  WS-NUM-SMT            PIC 9(4) VALUE 0.
       01  WS-SMT-IDX            PIC 9(4) VALUE 0.
       01  WS-SMT-I              PIC 9(4) VALUE 0.
       01  WS-FECHA-HOY-AMD.
           05 WS-HOY-AMD-AAAA    PIC X(4).
           05 WS-HOY-AMD-MM      PIC X(2).
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE ZEROS.
       01  WS-COLA-HASH          PIC 9(13) VALUE ZEROS.
       01  WS-MONTO-HASH         PIC 9(9) VALUE ZEROS.
       01  WS-FS-TRANSF-EXT      PIC XX.
       01  WS-RUTA-TRANSF-EXTERNAS PIC X(120) VALUE SPACES.
       01  WS-TRANSF-EXTERNAS.
           05 WS-TEX-FILA OCCURS 500 TIMES.
              10 WS-TEX-REF      PIC X(12).
              10 WS-TEX-ORIGEN   PIC X.       *> F=feed P=prevalidada
              10 WS-TEX-BANCO    PIC X(4).
              10 WS-TEX-CUENTA   PIC X(20).
              10 WS-TEX-NOMBRE   PIC X(30).
       01  WS-NUM-TEX            PIC 9(3) VALUE ZEROS.
       01  WS-TEX-I              PIC 9(3) VALUE ZEROS.
       01  WS-TEX-IDX            PIC 9(3) VALUE ZEROS.
       01  WS-FS-FUTURAS         PIC XX.
       01  WS-FS-FUTURAS-TMP     PIC XX.
       01  WS-RUTA-FUTURAS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-FUTURAS-TMP   PIC X(120) VALUE SPACES.
       01  WS-FIN-FUTURAS        PIC X VALUE "N".
       01  WS-FUTURAS-APARTADAS  PIC 9(7) VALUE ZEROS.
       01  WS-FUTURAS-LIBERADAS  PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              CLOSE suspenso-file
              OPEN EXTEND suspenso-file
           END-IF
           OPEN EXTEND transf-externas-file
           IF WS-FS-TRANSF-EXT = "35"
              OPEN OUTPUT transf-externas-file
              CLOSE transf-externas-file
              OPEN EXTEND transf-externas-file
           END-IF
           OPEN EXTEND futuras-file
           IF WS-FS-FUTURAS = "35"
              OPEN OUTPUT futuras-file
              CLOSE futuras-file
              OPEN EXTEND futuras-file
           END-IF

           PERFORM CARGAR-TIPOS-VALIDOS
           PERFORM CARGAR-REFERENCIAS
           PERFORM CARGAR-REVERSOS
           PERFORM CARGAR-ACUMULADO
           PERFORM CARGAR-SUCURSAL-MTD.

      * Acumulacion de mes a la fecha: el archivo acumulado_mensual
      * guarda debitos y creditos por cliente ("C") y por tipo de
           MOVE WS-MTD-TIPO-HABER(WS-MTD-I)  TO ACU-HABER
           WRITE acumulado-registro.

      * Volumen del mes por sucursal y tipo de transaccion para el
      * informe de gerencia de sucursales (sucursales_mtd.txt). Va
      * por periodo como efectivo_mtd: al cargar se descartan los
      * registros de meses anteriores, asi que el primer dia del mes
      * arranca de cero sin depender del cierre mensual. Se reescribe
      * con cada punto de control igual que acumulado_mensual.
       CARGAR-SUCURSAL-MTD.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO-MTD
           MOVE WS-FECHA-PROCESO-MTD(1:7) TO WS-PERIODO-MTD
           MOVE 0 TO WS-NUM-SMT
           MOVE "N" TO WS-FIN-SUC-MTD
           OPEN INPUT sucursal-mtd-file
           IF WS-FS-SUC-MTD = "00"
              READ sucursal-mtd-file
                   AT END MOVE "S" TO WS-FIN-SUC-MTD
              END-READ
              PERFORM UNTIL WS-FIN-SUC-MTD = "S"
                 IF SMT-PERIODO = WS-PERIODO-MTD
                    PERFORM GUARDAR-SUCURSAL-MTD-TABLA
                 END-IF
                 READ sucursal-mtd-file
                      AT END MOVE "S" TO WS-FIN-SUC-MTD
                 END-READ
              END-PERFORM
              CLOSE sucursal-mtd-file
           END-IF.

       GUARDAR-SUCURSAL-MTD-TABLA.
           IF WS-NUM-SMT >= 1000
              PERFORM ABORTAR-SUCURSAL-MTD-LLENO
           END-IF
           ADD 1 TO WS-NUM-SMT
           MOVE SMT-SUCURSAL TO WS-SMT-SUCURSAL(WS-NUM-SMT)
           MOVE SMT-TIPO     TO WS-SMT-TIPO(WS-NUM-SMT)
           MOVE SMT-CANTIDAD TO WS-SMT-CANTIDAD(WS-NUM-SMT)
           MOVE SMT-MONTO    TO WS-SMT-MONTO(WS-NUM-SMT).

       ACUMULAR-SUCURSAL-MTD.
           MOVE 0 TO WS-SMT-IDX
           PERFORM COMPARAR-SUCURSAL-MTD
               VARYING WS-SMT-I FROM 1 BY 1
                   UNTIL WS-SMT-I > WS-NUM-SMT
           IF WS-SMT-IDX = 0
              IF WS-NUM-SMT >= 1000
                 PERFORM ABORTAR-SUCURSAL-MTD-LLENO
              END-IF
              ADD 1 TO WS-NUM-SMT
              MOVE SUCURSAL-TRANSACCION TO WS-SMT-SUCURSAL(WS-NUM-SMT)
              MOVE TIPO-TRANSACCION     TO WS-SMT-TIPO(WS-NUM-SMT)
              MOVE 0 TO WS-SMT-CANTIDAD(WS-NUM-SMT)
              MOVE 0 TO WS-SMT-MONTO(WS-NUM-SMT)
              MOVE WS-NUM-SMT TO WS-SMT-IDX
           END-IF
           ADD 1 TO WS-SMT-CANTIDAD(WS-SMT-IDX)
           ADD MONTO-TRANSACCION TO WS-SMT-MONTO(WS-SMT-IDX).

       COMPARAR-SUCURSAL-MTD.
           IF WS-SMT-SUCURSAL(WS-SMT-I) = SUCURSAL-TRANSACCION
              AND WS-SMT-TIPO(WS-SMT-I) = TIPO-TRANSACCION
              MOVE WS-SMT-I TO WS-SMT-IDX
           END-IF.

      * Igual que el acumulado mensual: si la tabla se queda chica se
      * aborta en vez de perder volumen (se retoma por punto de
      * control tras ampliarla).
       ABORTAR-SUCURSAL-MTD-LLENO.
           DISPLAY "El volumen mensual por sucursal supero la "
                   "capacidad de su tabla; corrida abortada."
           MOVE "FATAL" TO error-severidad
           MOVE "ABORTAR-SUCURSAL-MTD-LLENO" TO error-parrafo
           MOVE "Tabla de volumen mensual por sucursal llena."
              TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       GUARDAR-SUCURSAL-MTD.
           OPEN OUTPUT sucursal-mtd-file
           PERFORM ESCRIBIR-SUCURSAL-MTD
               VARYING WS-SMT-I FROM 1 BY 1
                   UNTIL WS-SMT-I > WS-NUM-SMT
           CLOSE sucursal-mtd-file.

       ESCRIBIR-SUCURSAL-MTD.
           MOVE WS-PERIODO-MTD              TO SMT-PERIODO
           MOVE WS-SMT-SUCURSAL(WS-SMT-I)   TO SMT-SUCURSAL
           MOVE WS-SMT-TIPO(WS-SMT-I)       TO SMT-TIPO
           MOVE WS-SMT-CANTIDAD(WS-SMT-I)   TO SMT-CANTIDAD
           MOVE WS-SMT-MONTO(WS-SMT-I)      TO SMT-MONTO
           WRITE sucursal-mtd-registro.

      * El corte de control por cliente supone el archivo agrupado
      * por codigo de cliente; como las sucursales lo mandan en
      * cualquier orden, se consolidan todos los archivos de sucursal
                 STOP RUN
              END-IF
           END-IF
           PERFORM SOLTAR-PREVALIDADAS
           PERFORM SOLTAR-FUTURAS-VENCIDAS.

       LEER-SUCURSAL-CONTROL.
           READ sucursales-control
      * existir y estar abierto. Sin maestro cargado se procesa como
      * siempre (compatibilidad con los ambientes sin el archivo).
      * Los codigos internos de la propia cadena quedan exentos:
      * ORDP (feed de ordenes permanentes), CORR (reenvios del
      * suspenso), CHEQ (cheques pagados en el canje) y TARJ
      * (liquidacion del switch de tarjetas) y CAMI (creditos de la
      * compensacion interbancaria entrante) no son sucursales reales
      * y no viven en el maestro.
       VALIDAR-SUCURSAL-MAESTRO.
           MOVE "S" TO WS-SUCURSAL-VALIDA
           IF WS-SUC-ACTUAL = "ORDP" OR WS-SUC-ACTUAL = "CORR"
              OR WS-SUC-ACTUAL = "CHEQ" OR WS-SUC-ACTUAL = "TARJ"
              OR WS-SUC-ACTUAL = "CAMI"
              CONTINUE
           ELSE
           IF WS-NUM-MSU > 0
              MOVE feed-registro TO SORT-REGISTRO(1:56)
              MOVE WS-SUC-ACTUAL TO SORT-SUCURSAL
              RELEASE SORT-REGISTRO
              IF feed-registro(17:10) = "TransfExt"
                 AND FTX-BANCO-DESTINO NOT = SPACES
                 AND FTX-CUENTA-DESTINO NOT = SPACES
                 AND FTX-NOMBRE-BENEF NOT = SPACES
                 PERFORM ANOTAR-TRANSF-EXTERNA
                 MOVE "F"                TO WS-TEX-ORIGEN(WS-NUM-TEX)
                 MOVE feed-registro(36:12) TO WS-TEX-REF(WS-NUM-TEX)
                 MOVE FTX-BANCO-DESTINO  TO WS-TEX-BANCO(WS-NUM-TEX)
                 MOVE FTX-CUENTA-DESTINO TO WS-TEX-CUENTA(WS-NUM-TEX)
                 MOVE FTX-NOMBRE-BENEF   TO WS-TEX-NOMBRE(WS-NUM-TEX)
              END-IF
           END-IF
           PERFORM LEER-FEED-SUCURSAL.

      * Cada transferencia a otro banco que entra al sort deja su
      * fila en la tabla por referencia: F cuando viene del feed
      * (con los datos del beneficiario, que se anotan en
      * transferencias_externas.txt al aceptarla) y P cuando vuelve
      * de las prevalidadas (la pasada intradia ya la anoto).
       ANOTAR-TRANSF-EXTERNA.
           IF WS-NUM-TEX >= 500
              DISPLAY "La tabla de transferencias externas supero "
                      "las 500 filas; corrida abortada."
              MOVE "FATAL" TO error-severidad
              MOVE "ANOTAR-TRANSF-EXTERNA" TO error-parrafo
              MOVE "Tabla de transferencias externas llena."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NUM-TEX
           MOVE SPACES TO WS-TEX-FILA(WS-NUM-TEX).

       BUSCAR-TRANSF-EXTERNA.
           MOVE 0 TO WS-TEX-IDX
           PERFORM COMPARAR-TRANSF-EXTERNA
               VARYING WS-TEX-I FROM 1 BY 1
                   UNTIL WS-TEX-I > WS-NUM-TEX OR WS-TEX-IDX > 0.

       COMPARAR-TRANSF-EXTERNA.
           IF WS-TEX-REF(WS-TEX-I) = REF-TRANSACCION
              MOVE WS-TEX-I TO WS-TEX-IDX
           END-IF.

      * La partida queda pendiente (P) hasta que CompensacionSaliente
      * confirme el debito en el posteo y la mande a la camara. Quien
      * lo arma completa los datos del beneficiario y lo escribe.
       ARMAR-TRANSF-EXTERNA.
           MOVE SPACES               TO transf-externa-registro
           MOVE "P"                  TO TEX-ESTADO
           MOVE WS-FECHA-GENERACION  TO TEX-FECHA-CAPTURA
           IF FECHA-TRANSACCION > WS-FECHA-GENERACION
              MOVE FECHA-TRANSACCION TO TEX-FECHA-CAPTURA
           END-IF
           MOVE REF-TRANSACCION      TO TEX-REFERENCIA
           MOVE CODIGO-CLIENTE       TO TEX-CODIGO-CLIENTE
           MOVE MONTO-TRANSACCION    TO TEX-MONTO
           MOVE MONEDA-TRANSACCION   TO TEX-MONEDA
           MOVE SUCURSAL-TRANSACCION TO TEX-SUCURSAL.

      * Lo aceptado por las pasadas intradia entra al sort tal cual
      * (ya trae la sucursal). Sus referencias se borran del indice
      * antes de la pasada para que el control de duplicados no las
           ELSE
              MOVE PREVALIDADA-REGISTRO TO SORT-REGISTRO
              RELEASE SORT-REGISTRO
              IF PREVALIDADA-REGISTRO(17:10) = "TransfExt"
                 PERFORM ANOTAR-TRANSF-EXTERNA
                 MOVE "P" TO WS-TEX-ORIGEN(WS-NUM-TEX)
                 MOVE PREVALIDADA-REGISTRO(36:12)
                    TO WS-TEX-REF(WS-NUM-TEX)
              END-IF
              IF PREVALIDADA-REGISTRO(17:10) = "Reverso"
                 PERFORM ANOTAR-REVERSO-EXENTO
              ELSE
           END-IF
           PERFORM LEER-PREVALIDADA.

      * Las transacciones apartadas por fecha valor futura cuya fecha
      * ya llego entran al sort como las prevalidadas: su referencia
      * se borra del indice (se registro al apartarlas) y se vuelve a
      * registrar cuando pasan por la aceptacion. El archivo se marca
      * recien al cierre de la corrida, asi un reinicio las vuelve a
      * soltar.
       SOLTAR-FUTURAS-VENCIDAS.
           MOVE "N" TO WS-FIN-FUTURAS
           MOVE 0 TO WS-FUTURAS-LIBERADAS
           OPEN INPUT futuras-file
           IF WS-FS-FUTURAS = "00"
              OPEN I-O referencias-idx
              IF WS-FS-REF-IDX = "35"
                 OPEN OUTPUT referencias-idx
                 CLOSE referencias-idx
                 OPEN I-O referencias-idx
              END-IF
              PERFORM LEER-FUTURA
              PERFORM SOLTAR-UNA-FUTURA
                  UNTIL WS-FIN-FUTURAS = "S"
              CLOSE referencias-idx
              CLOSE futuras-file
           END-IF.

       LEER-FUTURA.
           READ futuras-file
                AT END MOVE "S" TO WS-FIN-FUTURAS
           END-READ.

       SOLTAR-UNA-FUTURA.
           IF FUT-ESTADO = "P"
              AND FUT-FECHA-VALOR <= WS-FECHA-GENERACION
              MOVE SPACES TO SORT-REGISTRO
              MOVE FUT-TRANSACCION TO SORT-REGISTRO
              RELEASE SORT-REGISTRO
              ADD 1 TO WS-FUTURAS-LIBERADAS
              IF FUT-REFERENCIA NOT = SPACES
                 MOVE FUT-REFERENCIA TO REF-IDX-CLAVE
                 DELETE referencias-idx
                     INVALID KEY CONTINUE
                 END-DELETE
              END-IF
              IF FUT-TIPO = "TransfExt"
                 PERFORM ANOTAR-TRANSF-EXTERNA
                 MOVE "P" TO WS-TEX-ORIGEN(WS-NUM-TEX)
                 MOVE FUT-REFERENCIA TO WS-TEX-REF(WS-NUM-TEX)
              END-IF
           END-IF
           PERFORM LEER-FUTURA.

      * Al cierre de la corrida las vencidas que se soltaron quedan
      * liberadas (L). Las liberadas y anuladas de meses anteriores
      * se purgan; las del mes quedan como pista de auditoria.
       MARCAR-FUTURAS-LIBERADAS.
           MOVE "N" TO WS-FIN-FUTURAS
           OPEN INPUT futuras-file
           IF WS-FS-FUTURAS = "00"
              OPEN OUTPUT futuras-trabajo
              PERFORM LEER-FUTURA
              PERFORM MARCAR-UNA-FUTURA
                  UNTIL WS-FIN-FUTURAS = "S"
              CLOSE futuras-trabajo
              CLOSE futuras-file
              OPEN INPUT futuras-trabajo
              OPEN OUTPUT futuras-file
              MOVE "N" TO WS-FIN-FUTURAS
              PERFORM LEER-FUTURA-TRABAJO
              PERFORM COPIAR-FUTURA-TRABAJO
                  UNTIL WS-FIN-FUTURAS = "S"
              CLOSE futuras-file
              CLOSE futuras-trabajo
           END-IF.

       MARCAR-UNA-FUTURA.
           IF FUT-ESTADO = "P"
              AND FUT-FECHA-VALOR <= WS-FECHA-GENERACION
              MOVE "L" TO FUT-ESTADO
              MOVE WS-FECHA-GENERACION TO FUT-FECHA-ESTADO
           END-IF
           IF FUT-ESTADO = "P"
              OR FUT-FECHA-ESTADO(1:7) = WS-FECHA-GENERACION(1:7)
              MOVE futura-registro TO futura-trabajo-registro
              WRITE futura-trabajo-registro
           END-IF
           PERFORM LEER-FUTURA.

       LEER-FUTURA-TRABAJO.
           READ futuras-trabajo
                AT END MOVE "S" TO WS-FIN-FUTURAS
           END-READ.

       COPIAR-FUTURA-TRABAJO.
           MOVE futura-trabajo-registro TO futura-registro
           WRITE futura-registro
           PERFORM LEER-FUTURA-TRABAJO.

      * La transaccion valida con fecha valor posterior a la fecha de
      * proceso no entra hoy a las aceptadas: queda apartada con su
      * sucursal y su referencia (que se registra ya, asi un reenvio
      * de la misma se detecta como duplicado) hasta la noche de su
      * fecha. Si es una transferencia a otro banco, sus datos del
      * beneficiario se anotan ahora.
       APARTAR-FUTURA.
           MOVE SPACES               TO futura-registro
           MOVE "P"                  TO FUT-ESTADO
           MOVE WS-FECHA-GENERACION  TO FUT-FECHA-ALTA
           MOVE transaccion-registro TO FUT-TRANSACCION
           WRITE futura-registro
           ADD 1 TO WS-FUTURAS-APARTADAS
           MOVE SPACES TO WS-LINEA-RESUMEN
           STRING "Fecha valor futura: " DELIMITED BY SIZE
                  FECHA-TRANSACCION DELIMITED BY SIZE
                  " Cliente: " DELIMITED BY SIZE
                  CODIGO-CLIENTE DELIMITED BY SIZE
                  " Ref: " DELIMITED BY SIZE
                  REF-TRANSACCION DELIMITED BY SIZE
                  INTO WS-LINEA-RESUMEN
           MOVE WS-LINEA-RESUMEN TO RESUMEN-REGISTRO
           WRITE RESUMEN-REGISTRO
           PERFORM ESCRIBIR-CHECKPOINT
           PERFORM REGISTRAR-REFERENCIA
           IF WS-TEX-IDX > 0
              IF WS-TEX-ORIGEN(WS-TEX-IDX) = "F"
                 PERFORM ARMAR-TRANSF-EXTERNA
                 MOVE WS-TEX-BANCO(WS-TEX-IDX)  TO TEX-BANCO-DESTINO
                 MOVE WS-TEX-CUENTA(WS-TEX-IDX) TO TEX-CUENTA-DESTINO
                 MOVE WS-TEX-NOMBRE(WS-TEX-IDX) TO TEX-NOMBRE-BENEF
                 WRITE transf-externa-registro
              END-IF
           END-IF.

      * La exencion es de un solo uso: el mismo reverso que volvio
      * por las prevalidadas pasa, pero un SEGUNDO reverso de la
      * misma referencia en la noche se sigue rechazando.
              CLOSE feeds-procesados
              OPEN EXTEND feeds-procesados
           END-IF
           OPEN EXTEND transf-externas-file
           IF WS-FS-TRANSF-EXT = "35"
              OPEN OUTPUT transf-externas-file
              CLOSE transf-externas-file
              OPEN EXTEND transf-externas-file
           END-IF

           OPEN INPUT sucursales-control
           IF WS-FS-SUCURSALES = "00"
           CLOSE suspenso-file
           CLOSE prevalidadas-file
           CLOSE feeds-procesados
           CLOSE transf-externas-file
           CLOSE referencias-file
           CLOSE referencias-idx
           CLOSE reversos-procesados
                       TO WS-MOTIVO-RECHAZO
                    ADD 1 TO WS-INTRA-RECHAZADAS
                    PERFORM ESCRIBIR-RECHAZO
                 WHEN TIPO-TRANSACCION = "TransfExt"
                      AND (FTX-BANCO-DESTINO = SPACES
                       OR FTX-CUENTA-DESTINO = SPACES
                       OR FTX-NOMBRE-BENEF = SPACES)
                    MOVE "transf. externa sin datos del beneficiario"
                       TO WS-MOTIVO-RECHAZO
                    ADD 1 TO WS-INTRA-RECHAZADAS
                    PERFORM ESCRIBIR-RECHAZO
                 WHEN OTHER
                    ADD 1 TO WS-INTRA-ACEPTADAS
                    MOVE transaccion-registro
                       TO PREVALIDADA-REGISTRO
                    WRITE PREVALIDADA-REGISTRO
                    PERFORM REGISTRAR-REFERENCIA
                    IF TIPO-TRANSACCION = "TransfExt"
                       PERFORM ARMAR-TRANSF-EXTERNA
                       MOVE FTX-BANCO-DESTINO  TO TEX-BANCO-DESTINO
                       MOVE FTX-CUENTA-DESTINO TO TEX-CUENTA-DESTINO
                       MOVE FTX-NOMBRE-BENEF   TO TEX-NOMBRE-BENEF
                       WRITE transf-externa-registro
                    END-IF
              END-EVALUATE
           END-IF
           END-IF.
                   AT END MOVE "S" TO WS-FIN-VALORES
              END-READ
              PERFORM UNTIL WS-FIN-VALORES = "S"
                         OR WS-NUM-TIPOS-VALIDOS >= 20
                 IF VV-TIPO-REGISTRO = "T"
                    ADD 1 TO WS-NUM-TIPOS-VALIDOS
                    MOVE VV-CODIGO
           MOVE WS-CONTADOR-REGISTROS TO CHK-CONTADOR
           WRITE CHECKPOINT-REGISTRO
           CLOSE CHECKPOINT-FILE
           PERFORM GUARDAR-ACUMULADO
           PERFORM GUARDAR-SUCURSAL-MTD.

       SALTAR-HASTA-CHECKPOINT.
           MOVE ZEROS TO WS-REGISTROS-SALTADOS
       PROCESAR-TRANSACCION-NUEVA.
           PERFORM VALIDAR-TIPO-TRANSACCION
           PERFORM VALIDAR-FECHA-TRANSACCION
           MOVE 0 TO WS-TEX-IDX
           IF TIPO-TRANSACCION = "TransfExt"
              PERFORM BUSCAR-TRANSF-EXTERNA
           END-IF
           IF WS-TIPO-VALIDO = "N"
              MOVE "tipo de transaccion no reconocido"
                 TO WS-MOTIVO-RECHAZO
              MOVE "transferencia sin cuenta contraparte"
                 TO WS-MOTIVO-RECHAZO
              PERFORM ESCRIBIR-RECHAZO
           ELSE
           IF TIPO-TRANSACCION = "TransfExt"
              AND WS-TEX-IDX = 0
              MOVE "transf. externa sin datos del beneficiario"
                 TO WS-MOTIVO-RECHAZO
              PERFORM ESCRIBIR-RECHAZO
           ELSE
           IF FECHA-TRANSACCION > WS-FECHA-GENERACION
              AND TIPO-TRANSACCION NOT = "Reverso"
              PERFORM APARTAR-FUTURA
           ELSE
              IF CODIGO-CLIENTE NOT = WS-CODIGO-ANTERIOR
                 IF WS-CODIGO-ANTERIOR NOT = ZEROS
              WRITE RESUMEN-REGISTRO
              PERFORM ACUMULAR-SUCURSAL
              PERFORM ACUMULAR-MTD
              PERFORM ACUMULAR-SUCURSAL-MTD
              PERFORM ESCRIBIR-ACEPTADA
              PERFORM ESCRIBIR-CSV
              PERFORM ESCRIBIR-CHECKPOINT
              ELSE
                 PERFORM REGISTRAR-REFERENCIA
              END-IF
              IF WS-TEX-IDX > 0
                 IF WS-TEX-ORIGEN(WS-TEX-IDX) = "F"
                    PERFORM ARMAR-TRANSF-EXTERNA
                    MOVE WS-TEX-BANCO(WS-TEX-IDX)  TO TEX-BANCO-DESTINO
                    MOVE WS-TEX-CUENTA(WS-TEX-IDX)
                       TO TEX-CUENTA-DESTINO
                    MOVE WS-TEX-NOMBRE(WS-TEX-IDX) TO TEX-NOMBRE-BENEF
                    WRITE transf-externa-registro
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE TRANSACCIONES-DUPLICADAS
           CLOSE TRANSACCIONES-ACEPTADAS
           CLOSE suspenso-file
           CLOSE transf-externas-file
           CLOSE futuras-file
           PERFORM MARCAR-FUTURAS-LIBERADAS
           DISPLAY "Fecha valor futura: apartadas " WS-FUTURAS-APARTADAS
                   "  liberadas " WS-FUTURAS-LIBERADAS
           CLOSE referencias-file
           CLOSE referencias-idx
           CLOSE reversos-procesados
           MOVE "suspenso.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUSPENSO
           MOVE "transferencias_externas.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TRANSF-EXTERNAS
           MOVE "transacciones_futuras.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FUTURAS
           MOVE "transacciones_futuras.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FUTURAS-TMP
           MOVE "acumulado_mensual.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ACUMULADO-MENSUAL
           MOVE "sucursales_mtd.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUCURSAL-MTD
           MOVE "sucursales.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SUCURSALES
