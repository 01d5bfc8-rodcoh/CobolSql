      *          restan), postea las transferencias a dos patas
      *          (debito al ordenante y credito a la cuenta
      *          contraparte), aplica los pagos de prestamo con
      *          referencia "PR" contra las cuotas del prestamo
      *          (aplicar-pago-prestamo: interes vencido, interes
      *          corriente y despues capital), debita los cheques
      *          pagados en el canje (y su comision por devolucion)
      *          a la cuenta librada que traen como contraparte,
      *          las extracciones y compras con tarjeta a la cuenta
      *          de la tarjeta y las transferencias entrantes de otros
      *          bancos a la cuenta destino, que traen como
      *          contraparte, rechaza los
      *          debitos que excedan el limite de sobregiro autorizado
      *          de la cuenta (solo si su producto admite sobregiro
      *          en productos_cuenta.dat) y escribe un diario de posteo
      *          con cada saldo modificado. Antes de postear nada
      *          toma la foto de saldos de apertura de TODAS las
      *          cuentas en saldos_apertura.txt, que es la base de la
      *          reconciliacion diaria que corre despues en la
      *          cadena. Confirma (COMMIT) por intervalos y deja en
      *          checkpoint_posteo.txt el punto de control de cada
      *          intervalo: registros leidos, ultima referencia,
      *          totales y lineas escritas en las salidas planas. Si
      *          la corrida del dia se cae, la siguiente retoma desde
      *          ese punto sin volver a aplicar lo ya confirmado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-retenciones.

           SELECT punto-control
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\checkpoint_posteo.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-punto-control.

           SELECT recorte-file
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\posteo_recorte.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-recorte.

           SELECT revision-file
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\revision_cumplimiento.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-revision.

       DATA DIVISION.
       FILE SECTION.
       FD  transacciones-in.
           05 TC-FECHA            PIC X(10).
           05 TC-TASA             PIC 9(3)V9(6).

      * Punto de control del posteo: E=corrida en curso (el ultimo
      * intervalo confirmado), F=corrida del dia finalizada. Las
      * cantidades de lineas son las de cada salida plana al momento
      * del COMMIT; un reinicio recorta las salidas a esas lineas.
       FD  punto-control.
       01  punto-control-registro.
           05 CKP-FECHA           PIC X(10).
           05 CKP-ESTADO          PIC X.       *> E=en curso F=final
           05 CKP-LEIDAS          PIC 9(9).
           05 CKP-ULTIMA-REF      PIC X(12).
           05 CKP-POSTEADAS       PIC 9(7).
           05 CKP-RECHAZADAS      PIC 9(7).
           05 CKP-PAGOS-PRESTAMO  PIC 9(7).
           05 CKP-DEBE            PIC 9(13)V99.
           05 CKP-HABER           PIC 9(13)V99.
           05 CKP-CONTRAPARTE     PIC 9(13)V99.
           05 CKP-RECHAZADO       PIC 9(13)V99.
           05 CKP-LIN-DIARIO      PIC 9(9).
           05 CKP-LIN-MOVIMIENTOS PIC 9(9).
           05 CKP-LIN-SUSPENSO    PIC 9(9).
           05 CKP-LIN-RETENCIONES PIC 9(9).

      * Copia de trabajo para recortar una salida plana a las lineas
      * del ultimo punto de control.
       FD  recorte-file.
       01  recorte-linea          PIC X(150).

      * Cola de revision de cumplimiento: un cliente con una partida
      * retenida (R) no se debita.
       FD  revision-file.
           COPY REVCTL.

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-transacciones      PIC XX.
       01  WS-EOF-TRANS          PIC X VALUE "N".
       01  WS-FIN-APERTURA       PIC X VALUE "N".
       01  WS-FIN-VALORES        PIC X VALUE "N".
       01  WS-NUM-TIPOS-VALIDOS  PIC 9(2) VALUE 0.
       01  WS-TIPOS-VALIDOS.
           05 WS-TIPO-VALIDO-TABLA OCCURS 20 TIMES PIC X(15).
       01  WS-IDX-TIPO           PIC 99 VALUE 0.
       01  WS-TIPO-VALIDO        PIC X VALUE "S".

       01  WS-CUENTA-ENCONTRADA  PIC X VALUE "N".
       01  WS-LIMITE-SOBREGIRO   PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-MINIMO       PIC S9(9)V99 VALUE 0.
       COPY PRODCTL.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".
       01  WS-SALDO-ANTES        PIC S9(9)V99 VALUE 0.
       01  WS-SALDO-DESPUES      PIC S9(9)V99 VALUE 0.
       01  WS-SALDO-ANTES-ED     PIC -ZZZZZZZZ9.99.
       01  WS-FIN-CUENTAS-CLIENTE PIC X VALUE "N".
       01  WS-CONTRA-ESTADO      PIC X(10) VALUE SPACES.

      * Clientes retenidos por cumplimiento desde la cola de revision.
       01  fs-revision           PIC XX.
       01  WS-FIN-REVISION       PIC X VALUE "N".
       01  WS-RETENIDOS-CUMPL.
           05 WS-RCU-CLIENTE     PIC 9(6) OCCURS 500 TIMES.
       01  WS-NUM-RET-CUMPL      PIC 9(3) VALUE 0.
       01  WS-RCU-I              PIC 9(3) VALUE 0.
       01  WS-RETENIDO-CUMPL     PIC X VALUE "N".

      * Posteo de un "Reverso": datos del movimiento original
      * ubicado por referencia en el historico del mes.
       01  fs-mov-lectura        PIC XX.
       01  WS-PRESTAMO-CLIENTE   PIC X(6) VALUE SPACES.
       01  WS-PRESTAMO-SALDO     PIC 9(9)V99 VALUE 0.
       01  WS-PRESTAMO-HALLADO   PIC X VALUE "N".
       01  WS-MONTO-PAGO         PIC 9(9)V99 VALUE 0.
       01  WS-CLIENTE-PAGO       PIC X(6) VALUE SPACES.
       01  WS-PAGOS-PRESTAMO     PIC 9(7) VALUE 0.
       01  WS-FUNCION-PAGO       PIC X VALUE "C".
       01  WS-ORIGEN-PAGO        PIC X(10) VALUE "POSTEO".
       01  WS-INTERES-APLICADO   PIC 9(9)V99 VALUE 0.
       01  WS-CAPITAL-APLICADO   PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-RESULTANTE   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ADEUDADO     PIC 9(9)V99 VALUE 0.
       01  WS-RESULTADO-PAGO     PIC X VALUE "S".
       01  WS-INTERES-PR-ED      PIC ZZZZZZZZ9.99.
       01  WS-CAPITAL-PR-ED      PIC ZZZZZZZZ9.99.

      * Pata de credito de una transferencia: la cuenta contraparte
      * que viene en el registro de la transaccion.
       01  WS-CONVERSION-OK      PIC X VALUE "S".
       01  WS-MONTO-APLICADO     PIC 9(9)V99 VALUE 0.

      * Confirmacion por intervalos y reinicio: cada
      * WS-INTERVALO-COMMIT registros leidos se hace COMMIT y se
      * graba el punto de control. Los contadores de lineas son
      * absolutos (incluyen lo que ya tenian las salidas EXTEND).
       01  fs-punto-control      PIC XX.
       01  fs-recorte            PIC XX.
       01  WS-INTERVALO-COMMIT   PIC 9(4) VALUE 100.
       01  WS-REINICIO-POSTEO    PIC X VALUE "N".
       01  WS-LEIDAS             PIC 9(9) VALUE 0.
       01  WS-LEIDAS-EN-PUNTO    PIC 9(9) VALUE 0.
       01  WS-DESDE-PUNTO        PIC 9(9) VALUE 0.
       01  WS-ULTIMA-REF         PIC X(12) VALUE SPACES.
       01  WS-LIN-DIARIO         PIC 9(9) VALUE 0.
       01  WS-LIN-MOVIMIENTOS    PIC 9(9) VALUE 0.
       01  WS-LIN-SUSPENSO       PIC 9(9) VALUE 0.
       01  WS-LIN-RETENCIONES    PIC 9(9) VALUE 0.
       01  WS-LINEAS-A-CONSERVAR PIC 9(9) VALUE 0.
       01  WS-LINEAS-COPIADAS    PIC 9(9) VALUE 0.
       01  WS-FIN-RECORTE        PIC X VALUE "N".
       01  WS-FIN-CONTEO         PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM LEER-PUNTO-CONTROL.
       IF WS-REINICIO-POSTEO = "S"
          PERFORM RECORTAR-SALIDAS
       ELSE
          PERFORM CONTAR-LINEAS-SALIDAS
       END-IF.
       PERFORM ABRIR-ARCHIVOS.
       IF WS-REINICIO-POSTEO = "S"
          PERFORM SALTAR-POSTEADAS
       ELSE
          PERFORM TOMAR-SALDOS-APERTURA
          PERFORM TOMAR-PUNTO-CONTROL
       END-IF.
       PERFORM LEER-TRANSACCION.
       PERFORM POSTEAR-TRANSACCION
           UNTIL WS-EOF-TRANS = "S".
              CLOSE suspenso-file
              OPEN EXTEND suspenso-file
           END-IF
           IF WS-REINICIO-POSTEO = "S"
              OPEN EXTEND diario-posteo
              MOVE "REINICIO DEL POSTEO DESDE EL PUNTO DE CONTROL"
                 TO diario-linea
              WRITE diario-linea
              ADD 1 TO WS-LIN-DIARIO
           ELSE
              OPEN OUTPUT diario-posteo
              MOVE "DIARIO DE POSTEO DE TRANSACCIONES" TO diario-linea
              WRITE diario-linea
              MOVE ALL "-" TO diario-linea
              WRITE diario-linea
              ADD 2 TO WS-LIN-DIARIO
           END-IF

           PERFORM CARGAR-TIPOS-VALIDOS
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM CARGAR-REGLAS-RETENCION
           PERFORM CARGAR-RETENCIONES-VIGENTES
           PERFORM CARGAR-RETENIDOS-CUMPLIMIENTO.

       CARGAR-RETENIDOS-CUMPLIMIENTO.
           MOVE 0 TO WS-NUM-RET-CUMPL
           MOVE "N" TO WS-FIN-REVISION
           OPEN INPUT revision-file
           IF fs-revision = "00"
              READ revision-file
                   AT END MOVE "S" TO WS-FIN-REVISION
              END-READ
              PERFORM UNTIL WS-FIN-REVISION = "S"
                 IF REV-ESTADO = "R"
                    IF WS-NUM-RET-CUMPL < 500
                       ADD 1 TO WS-NUM-RET-CUMPL
                       MOVE REV-CODIGO-CLIENTE
                          TO WS-RCU-CLIENTE(WS-NUM-RET-CUMPL)
                    ELSE
                       MOVE "FATAL" TO error-severidad
                       MOVE "CARGAR-RETENIDOS-CUMPLIMIENTO"
                          TO error-parrafo
                       MOVE "Mas de 500 retenciones de cumplimiento."
                            TO mensaje-error
                       PERFORM ACEPTAR-FECHA-HORA
                       PERFORM ESCRIBIR-ERROR-LOG
                       MOVE 1 TO RETURN-CODE
                       PERFORM DESCONECTAR-SQL
                    END-IF
                 END-IF
                 READ revision-file
                      AT END MOVE "S" TO WS-FIN-REVISION
                 END-READ
              END-PERFORM
              CLOSE revision-file
           END-IF.

       CARGAR-REGLAS-RETENCION.
           MOVE 0 TO WS-NUM-REGLAS
                   AT END MOVE "S" TO WS-FIN-VALORES
              END-READ
              PERFORM UNTIL WS-FIN-VALORES = "S"
                         OR WS-NUM-TIPOS-VALIDOS >= 20
                 IF VV-TIPO-REGISTRO = "T"
                    ADD 1 TO WS-NUM-TIPOS-VALIDOS
                    MOVE VV-CODIGO
           WRITE apertura-registro
           PERFORM FETCH-SALDO-APERTURA.

      * Al pedir el siguiente registro, el anterior ya quedo
      * aplicado del todo: es el momento de cerrar el intervalo si se
      * cumplio.
       LEER-TRANSACCION.
           COMPUTE WS-DESDE-PUNTO = WS-LEIDAS - WS-LEIDAS-EN-PUNTO
           IF WS-DESDE-PUNTO >= WS-INTERVALO-COMMIT
              MOVE REF-TRANSACCION TO WS-ULTIMA-REF
              PERFORM TOMAR-PUNTO-CONTROL
           END-IF
           READ transacciones-in INTO transaccion-registro
                AT END MOVE "S" TO WS-EOF-TRANS
                NOT AT END ADD 1 TO WS-LEIDAS
           END-READ.

       POSTEAR-TRANSACCION.
      * mueve nada y un BLOQUEADO no debita; en ambos casos la
      * transaccion va al suspenso con su motivo en vez de tocarse
      * el saldo. Un cliente sin estado cargado se trata como
      * activo. Un cliente retenido por cumplimiento desde la cola
      * de revision tampoco se debita, sea cual sea su estado.
       VERIFICAR-ESTADO-CLIENTE.
           MOVE "S" TO WS-MOVIMIENTO-PERMITIDO
           MOVE SPACES TO WS-ESTADO-CLIENTE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOVIMIENTO-PERMITIDO = "S"
              AND TIPO-TRANSACCION(1:3) NOT = "Dep"
              MOVE "N" TO WS-RETENIDO-CUMPL
              PERFORM COMPARAR-RETENIDO-CUMPL
                  VARYING WS-RCU-I FROM 1 BY 1
                      UNTIL WS-RCU-I > WS-NUM-RET-CUMPL
              IF WS-RETENIDO-CUMPL = "S"
                 MOVE "N" TO WS-MOVIMIENTO-PERMITIDO
                 MOVE "debito retenido por cumplimiento"
                    TO WS-MOTIVO-SUSPENSO
              END-IF
           END-IF.

       COMPARAR-RETENIDO-CUMPL.
           IF WS-RCU-CLIENTE(WS-RCU-I) = CODIGO-CLIENTE
              MOVE "S" TO WS-RETENIDO-CUMPL
           END-IF.

      * Transferencia a dos patas: debito al ordenante y credito a la
                 MOVE CUENTA-SALDO TO WS-SALDO-ANTES
                 COMPUTE WS-SALDO-DESPUES =
                         CUENTA-SALDO - WS-MONTO-APLICADO
                 PERFORM CALCULAR-PISO-CUENTA
                 PERFORM BUSCAR-RETENIDO-CUENTA
                 COMPUTE WS-DISPONIBLE-DESPUES =
                         WS-SALDO-DESPUES - WS-RETENIDO-CUENTA
           IF SQLCODE NOT = 0
              PERFORM DEVOLVER-DEBITO-TRANSFERENCIA
           ELSE
              ADD 1 TO WS-POSTEADAS
              ADD MONTO-TRANSACCION TO WS-TOT-DEBE-POSTEADO
              ADD MONTO-TRANSACCION TO WS-TOT-CONTRAPARTE
              WHERE id_cuenta = :CUENTA-ID
           END-EXEC

           MOVE "ERROR" TO error-severidad
           MOVE "DEVOLVER-DEBITO-TRANSFER" TO error-parrafo
           MOVE "Transferencia devuelta: fallo la pata de credito."
           MOVE "H"               TO MOV-NATURALEZA
           MOVE WS-CONTRA-MONTO   TO MOV-MONTO
           MOVE REF-TRANSACCION   TO MOV-REFERENCIA
           WRITE movimiento-registro
           ADD 1 TO WS-LIN-MOVIMIENTOS.

       ESCRIBIR-DIARIO-CONTRAPARTE.
           MOVE WS-CONTRA-SALDO   TO WS-SALDO-ANTES-ED
                  WS-SALDO-DESPUES-ED DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

      * Los pagos de prestamo tomados en ventanilla llegan como
      * "Pago" con referencia "PR" + id_prestamo: se imputan contra
      * las cuotas del prestamo con aplicar-pago-prestamo (igual que
      * REGISTRAR-PAGO de GestionPrestamos) en vez de debitar la
      * cuenta de deposito.
      * Un pago sin prestamo que coincida (o de otro cliente) va al
      * suspenso para que lo repare GestionSuspenso, nunca al saldo.
       APLICAR-PAGO-PRESTAMO.
              ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
              PERFORM ESCRIBIR-SUSPENSO-POSTEO
           ELSE
      * Un pago mayor que el total adeudado (saldo de capital mas
      * interes facturado impago) NO se topea en lote:
      * topearlo haria desaparecer el excedente sin movimiento ni
      * partida que lo explique. El pago entero va al suspenso para
      * que un operador lo reparta a mano (en ventanilla el tope lo
      * decide el cajero mirando al cliente; aca no hay nadie).
              MOVE MONTO-TRANSACCION TO WS-MONTO-PAGO
              MOVE "C" TO WS-FUNCION-PAGO
              PERFORM LLAMAR-APLICAR-PAGO
              IF WS-RESULTADO-PAGO = "S"
                 AND WS-MONTO-PAGO > WS-TOTAL-ADEUDADO
                 MOVE "pago de prestamo excede el total adeudado"
                    TO WS-MOTIVO-SUSPENSO
                 ADD 1 TO WS-RECHAZADAS
                 ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
                 PERFORM ESCRIBIR-SUSPENSO-POSTEO
              ELSE
                 IF WS-RESULTADO-PAGO = "S"
                    MOVE "A" TO WS-FUNCION-PAGO
                    PERFORM LLAMAR-APLICAR-PAGO
                 END-IF
                 PERFORM ACTUALIZAR-SALDO-PRESTAMO
              END-IF
           END-IF.
              MOVE "S" TO WS-PRESTAMO-HALLADO
           END-IF.

       LLAMAR-APLICAR-PAGO.
           CALL "aplicar-pago-prestamo" USING WS-FUNCION-PAGO
                                              WS-REF-ID-PRESTAMO
                                              FECHA-TRANSACCION
                                              WS-MONTO-PAGO
                                              WS-ORIGEN-PAGO
                                              WS-INTERES-APLICADO
                                              WS-CAPITAL-APLICADO
                                              WS-SALDO-RESULTANTE
                                              WS-TOTAL-ADEUDADO
                                              WS-RESULTADO-PAGO.

      * El subprograma deja las cuotas, el saldo y la historia del
      * prestamo actualizados; la confirmacion es la del intervalo.
      * Si no pudo aplicar, ya deshizo lo que habia grabado del pago
      * y el dinero va al suspenso para que no quede sin registro.
       ACTUALIZAR-SALDO-PRESTAMO.
           IF WS-RESULTADO-PAGO NOT = "S"
              DISPLAY "Error al aplicar pago al prestamo "
                      WS-REF-ID-PRESTAMO ": resultado "
                      WS-RESULTADO-PAGO
              MOVE "ERROR" TO error-severidad
              MOVE "ACTUALIZAR-SALDO-PRESTAMO" TO error-parrafo
              MOVE "Error al aplicar pago de prestamo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE "error al aplicar pago de prestamo"
                 TO WS-MOTIVO-SUSPENSO
              ADD 1 TO WS-RECHAZADAS
              ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
              PERFORM ESCRIBIR-SUSPENSO-POSTEO
           ELSE
              ADD 1 TO WS-POSTEADAS
              ADD 1 TO WS-PAGOS-PRESTAMO
              ADD MONTO-TRANSACCION TO WS-TOT-DEBE-POSTEADO
              MOVE SPACES TO WS-LINEA-DIARIO
              MOVE MONTO-TRANSACCION   TO WS-MONTO-ED
              MOVE WS-INTERES-APLICADO TO WS-INTERES-PR-ED
              MOVE WS-CAPITAL-APLICADO TO WS-CAPITAL-PR-ED
              STRING "Prestamo: " DELIMITED BY SIZE
                     WS-REF-ID-PRESTAMO DELIMITED BY SPACE
                     " Fecha: " DELIMITED BY SIZE
                     FECHA-TRANSACCION DELIMITED BY SPACE
                     " Pago aplicado: " DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                     " Int: " DELIMITED BY SIZE
                     WS-INTERES-PR-ED DELIMITED BY SIZE
                     " Cap: " DELIMITED BY SIZE
                     WS-CAPITAL-PR-ED DELIMITED BY SIZE
                     INTO WS-LINEA-DIARIO
              MOVE WS-LINEA-DIARIO TO diario-linea
              WRITE diario-linea
              ADD 1 TO WS-LIN-DIARIO
           END-IF.

      * Un "Reverso" anula la transaccion original: se busca en el
              ADD 1 TO WS-RECHAZADAS
              ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
           ELSE
              ADD 1 TO WS-POSTEADAS
              MOVE WS-ORIG-CUENTA    TO MOV-CUENTA-ID
              MOVE WS-ORIG-CLIENTE   TO MOV-CLIENTE-ID
              MOVE WS-ORIG-MONTO     TO MOV-MONTO
              MOVE REF-TRANSACCION   TO MOV-REFERENCIA
              WRITE movimiento-registro
              ADD 1 TO WS-LIN-MOVIMIENTOS
              MOVE WS-ORIG-MONTO TO WS-MONTO-ED
              MOVE SPACES TO WS-LINEA-DIARIO
              STRING "Cuenta: " DELIMITED BY SIZE
                     INTO WS-LINEA-DIARIO
              MOVE WS-LINEA-DIARIO TO diario-linea
              WRITE diario-linea
              ADD 1 TO WS-LIN-DIARIO
           END-IF.

       ESCRIBIR-SUSPENSO-POSTEO.
           MOVE CONTRAPARTE-TRANSAC  TO SUS-CUENTA-CONTRAPARTE
           MOVE MONEDA-TRANSACCION   TO SUS-MONEDA
           WRITE suspenso-registro
           ADD 1 TO WS-LIN-SUSPENSO
           MOVE SPACES TO WS-LINEA-DIARIO
           STRING "SUSPENSO Cliente: " DELIMITED BY SIZE
                  CODIGO-CLIENTE DELIMITED BY SPACE
                  WS-MOTIVO-SUSPENSO DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

       POSTEAR-TRANSACCION-VALIDA.
           IF (TIPO-TRANSACCION = "Cheque"
               OR TIPO-TRANSACCION = "ComCheqDev"
               OR TIPO-TRANSACCION = "RetiroATM"
               OR TIPO-TRANSACCION = "CompraTarj"
               OR TIPO-TRANSACCION = "DepInterb")
              AND CONTRAPARTE-TRANSAC NOT = SPACES
              PERFORM BUSCAR-CUENTA-LIBRADA
           ELSE
              PERFORM BUSCAR-CUENTA-CLIENTE
           END-IF
           IF WS-CUENTA-ENCONTRADA = "N"
              ADD 1 TO WS-RECHAZADAS
              ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
      * controla sobre el DISPONIBLE: el saldo menos los fondos
      * todavia retenidos de la cuenta. Un cheque depositado a la
      * manana no se puede retirar a la noche.
              PERFORM CALCULAR-PISO-CUENTA
              PERFORM BUSCAR-RETENIDO-CUENTA
              COMPUTE WS-DISPONIBLE-DESPUES =
                      WS-SALDO-DESPUES - WS-RETENIDO-CUENTA
           END-IF
           PERFORM LEER-TRANSACCION.

      * Una linea de sobregiro solo vale si el producto de la cuenta
      * admite sobregiro en el catalogo; una cuenta de un tipo que no
      * figura en el catalogo conserva su linea.
       CALCULAR-PISO-CUENTA.
           CALL "buscar-producto" USING CUENTA-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "S"
              AND PRD-SOBREGIRO NOT = "S"
              MOVE 0 TO WS-SALDO-MINIMO
           ELSE
              COMPUTE WS-SALDO-MINIMO = 0 - WS-LIMITE-SOBREGIRO
           END-IF.

       BUSCAR-CUENTA-CLIENTE.
           MOVE "N" TO WS-CUENTA-ENCONTRADA
           MOVE CODIGO-CLIENTE TO WS-CLIENTE-BUSQUEDA
              MOVE "S" TO WS-FIN-CUENTAS-CLIENTE
           END-IF.

      * Los cheques que paga CanjeCheques (y su comision por cheque
      * devuelto) se debitan a la cuenta librada, que viene en el
      * campo de contraparte, y no a la primera cuenta del cliente.
      * Lo mismo las extracciones y compras con tarjeta que liquida
      * LiquidacionTarjetas, contra la cuenta de la tarjeta, y los
      * creditos de la compensacion entrante contra la cuenta destino.
       BUSCAR-CUENTA-LIBRADA.
           MOVE "N" TO WS-CUENTA-ENCONTRADA
           MOVE CODIGO-CLIENTE TO WS-CLIENTE-BUSQUEDA

           EXEC SQL
              SELECT id_cuenta,
                     id_cliente,
                     tipo_cuenta,
                     saldo_cuenta,
                     limite_sobregiro,
                     moneda_cuenta,
                     estado_cuenta
              INTO :CUENTA-ID,
                   :CUENTA-CLIENTE-ID,
                   :CUENTA-TIPO,
                   :CUENTA-SALDO,
                   :WS-LIMITE-SOBREGIRO,
                   :WS-MONEDA-CUENTA,
                   :WS-ESTADO-CUENTA
              FROM cuentas
              WHERE id_cuenta  = :CONTRAPARTE-TRANSAC
                AND id_cliente = :WS-CLIENTE-BUSQUEDA
           END-EXEC

           IF SQLCODE = 0 AND WS-ESTADO-CUENTA NOT = "CERRADA"
              MOVE "S" TO WS-CUENTA-ENCONTRADA
           END-IF.

       ELEGIR-CUENTA-ABIERTA.
           IF WS-ESTADO-CUENTA = "CERRADA"
              PERFORM FETCH-CUENTA-POSTEO
              ADD 1 TO WS-RECHAZADAS
              ADD MONTO-TRANSACCION TO WS-TOT-RECHAZADO
           ELSE
              ADD 1 TO WS-POSTEADAS
              IF TIPO-TRANSACCION(1:3) = "Dep"
                 ADD MONTO-TRANSACCION TO WS-TOT-HABER-POSTEADO
                 PERFORM CALCULAR-FECHA-LIBERACION
                 MOVE "P"               TO HLD-ESTADO
                 WRITE retencion-registro
                 ADD 1 TO WS-LIN-RETENCIONES
                 MOVE CUENTA-ID TO WS-CONTRA-CUENTA
                 PERFORM SUMAR-RETENCION-CUENTA
              END-IF
           END-IF
           MOVE WS-MONTO-APLICADO TO MOV-MONTO
           MOVE REF-TRANSACCION   TO MOV-REFERENCIA
           WRITE movimiento-registro
           ADD 1 TO WS-LIN-MOVIMIENTOS.

       ESCRIBIR-LINEA-DIARIO.
           MOVE WS-SALDO-ANTES   TO WS-SALDO-ANTES-ED
                  WS-SALDO-DESPUES-ED DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

       ESCRIBIR-RECHAZO-TIPO.
           MOVE SPACES TO WS-LINEA-DIARIO
                     DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

       ESCRIBIR-RECHAZO-POSTEO.
           MOVE SPACES TO WS-LINEA-DIARIO
                     DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

       ESCRIBIR-RECHAZO-SALDO.
           MOVE SPACES TO WS-LINEA-DIARIO
                     DELIMITED BY SIZE
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO.

       CERRAR-ARCHIVOS.
           MOVE WS-POSTEADAS  TO WS-POSTEADAS-ED
                  INTO WS-LINEA-DIARIO
           MOVE WS-LINEA-DIARIO TO diario-linea
           WRITE diario-linea
           ADD 1 TO WS-LIN-DIARIO
           OPEN OUTPUT posteo-totales
           MOVE WS-FECHA-PROCESO      TO PTO-FECHA
           MOVE WS-POSTEADAS          TO PTO-POSTEADAS
           CLOSE suspenso-file
           CLOSE retenciones-file
           CLOSE diario-posteo
           PERFORM FINALIZAR-PUNTO-CONTROL
           DISPLAY "Posteo finalizado. Posteadas: " WS-POSTEADAS
                   "  Rechazadas: " WS-RECHAZADAS
                   "  Pagos de prestamo: " WS-PAGOS-PRESTAMO.

      ******************************************************************
      * Punto de control del posteo. Un checkpoint_posteo.txt de la
      * misma fecha de proceso en estado "E" quiere decir que la
      * corrida anterior se cayo a medias: se retoma desde el ultimo
      * intervalo confirmado, con sus totales, sin tomar otra foto de
      * apertura (la que quedo es la de antes de postear el dia).
      ******************************************************************
       LEER-PUNTO-CONTROL.
           MOVE "N" TO WS-REINICIO-POSTEO
           OPEN INPUT punto-control
           IF fs-punto-control = "00"
              READ punto-control
                   AT END MOVE SPACES TO punto-control-registro
              END-READ
              CLOSE punto-control
              IF CKP-FECHA = WS-FECHA-PROCESO
                 AND CKP-ESTADO = "E"
                 MOVE "S" TO WS-REINICIO-POSTEO
              END-IF
           END-IF
           IF WS-REINICIO-POSTEO = "S"
              MOVE CKP-POSTEADAS      TO WS-POSTEADAS
              MOVE CKP-RECHAZADAS     TO WS-RECHAZADAS
              MOVE CKP-PAGOS-PRESTAMO TO WS-PAGOS-PRESTAMO
              MOVE CKP-DEBE           TO WS-TOT-DEBE-POSTEADO
              MOVE CKP-HABER          TO WS-TOT-HABER-POSTEADO
              MOVE CKP-CONTRAPARTE    TO WS-TOT-CONTRAPARTE
              MOVE CKP-RECHAZADO      TO WS-TOT-RECHAZADO
              MOVE CKP-LIN-DIARIO      TO WS-LIN-DIARIO
              MOVE CKP-LIN-MOVIMIENTOS TO WS-LIN-MOVIMIENTOS
              MOVE CKP-LIN-SUSPENSO    TO WS-LIN-SUSPENSO
              MOVE CKP-LIN-RETENCIONES TO WS-LIN-RETENCIONES
              MOVE CKP-ULTIMA-REF      TO WS-ULTIMA-REF
              DISPLAY "Reinicio del posteo: " CKP-LEIDAS
                      " registros ya aplicados, ultima referencia "
                      CKP-ULTIMA-REF
           END-IF.

      * Corrida nueva: las salidas que se abren EXTEND ya traen
      * lineas de dias anteriores; el punto de control las cuenta
      * desde su largo actual.
       CONTAR-LINEAS-SALIDAS.
           MOVE 0 TO WS-LIN-DIARIO
           MOVE 0 TO WS-LIN-MOVIMIENTOS
           MOVE 0 TO WS-LIN-SUSPENSO
           MOVE 0 TO WS-LIN-RETENCIONES
           MOVE "N" TO WS-FIN-CONTEO
           OPEN INPUT movimientos-lectura
           IF fs-mov-lectura = "00"
              PERFORM UNTIL WS-FIN-CONTEO = "S"
                 READ movimientos-lectura
                      AT END MOVE "S" TO WS-FIN-CONTEO
                      NOT AT END ADD 1 TO WS-LIN-MOVIMIENTOS
                 END-READ
              END-PERFORM
              CLOSE movimientos-lectura
           END-IF
           MOVE "N" TO WS-FIN-CONTEO
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM UNTIL WS-FIN-CONTEO = "S"
                 READ suspenso-file
                      AT END MOVE "S" TO WS-FIN-CONTEO
                      NOT AT END ADD 1 TO WS-LIN-SUSPENSO
                 END-READ
              END-PERFORM
              CLOSE suspenso-file
           END-IF
           MOVE "N" TO WS-FIN-CONTEO
           OPEN INPUT retenciones-file
           IF fs-retenciones = "00"
              PERFORM UNTIL WS-FIN-CONTEO = "S"
                 READ retenciones-file
                      AT END MOVE "S" TO WS-FIN-CONTEO
                      NOT AT END ADD 1 TO WS-LIN-RETENCIONES
                 END-READ
              END-PERFORM
              CLOSE retenciones-file
           END-IF.

      * Reinicio: lo escrito despues del ultimo COMMIT no vale (la
      * base de datos ya lo deshizo), asi que cada salida plana se
      * recorta a las lineas que tenia en el punto de control antes
      * de volver a abrirla.
       RECORTAR-SALIDAS.
           PERFORM RECORTAR-MOVIMIENTOS
           PERFORM RECORTAR-SUSPENSO
           PERFORM RECORTAR-RETENCIONES
           PERFORM RECORTAR-DIARIO.

       RECORTAR-MOVIMIENTOS.
           MOVE WS-LIN-MOVIMIENTOS TO WS-LINEAS-A-CONSERVAR
           MOVE 0 TO WS-LINEAS-COPIADAS
           MOVE "N" TO WS-FIN-RECORTE
           OPEN OUTPUT recorte-file
           OPEN INPUT movimientos-lectura
           IF fs-mov-lectura = "00"
              PERFORM UNTIL WS-FIN-RECORTE = "S"
                         OR WS-LINEAS-COPIADAS >= WS-LINEAS-A-CONSERVAR
                 READ movimientos-lectura
                      AT END MOVE "S" TO WS-FIN-RECORTE
                      NOT AT END
                         WRITE recorte-linea FROM movimiento-leido
                         ADD 1 TO WS-LINEAS-COPIADAS
                 END-READ
              END-PERFORM
              CLOSE movimientos-lectura
           END-IF
           CLOSE recorte-file
           MOVE "movimientos_mes.txt mas corto que el punto de control"
              TO mensaje-error
           PERFORM VERIFICAR-RECORTE
           MOVE "N" TO WS-FIN-RECORTE
           OPEN INPUT recorte-file
           OPEN OUTPUT movimientos-mes
           PERFORM UNTIL WS-FIN-RECORTE = "S"
              READ recorte-file INTO movimiento-registro
                   AT END MOVE "S" TO WS-FIN-RECORTE
                   NOT AT END WRITE movimiento-registro
              END-READ
           END-PERFORM
           CLOSE movimientos-mes
           CLOSE recorte-file.

       RECORTAR-SUSPENSO.
           MOVE WS-LIN-SUSPENSO TO WS-LINEAS-A-CONSERVAR
           MOVE 0 TO WS-LINEAS-COPIADAS
           MOVE "N" TO WS-FIN-RECORTE
           OPEN OUTPUT recorte-file
           OPEN INPUT suspenso-file
           IF fs-suspenso = "00"
              PERFORM UNTIL WS-FIN-RECORTE = "S"
                         OR WS-LINEAS-COPIADAS >= WS-LINEAS-A-CONSERVAR
                 READ suspenso-file
                      AT END MOVE "S" TO WS-FIN-RECORTE
                      NOT AT END
                         WRITE recorte-linea FROM suspenso-registro
                         ADD 1 TO WS-LINEAS-COPIADAS
                 END-READ
              END-PERFORM
              CLOSE suspenso-file
           END-IF
           CLOSE recorte-file
           MOVE "suspenso.txt mas corto que el punto de control"
              TO mensaje-error
           PERFORM VERIFICAR-RECORTE
           MOVE "N" TO WS-FIN-RECORTE
           OPEN INPUT recorte-file
           OPEN OUTPUT suspenso-file
           PERFORM UNTIL WS-FIN-RECORTE = "S"
              READ recorte-file INTO suspenso-registro
                   AT END MOVE "S" TO WS-FIN-RECORTE
                   NOT AT END WRITE suspenso-registro
              END-READ
           END-PERFORM
           CLOSE suspenso-file
           CLOSE recorte-file.

       RECORTAR-RETENCIONES.
           MOVE WS-LIN-RETENCIONES TO WS-LINEAS-A-CONSERVAR
           MOVE 0 TO WS-LINEAS-COPIADAS
           MOVE "N" TO WS-FIN-RECORTE
           OPEN OUTPUT recorte-file
           OPEN INPUT retenciones-file
           IF fs-retenciones = "00"
              PERFORM UNTIL WS-FIN-RECORTE = "S"
                         OR WS-LINEAS-COPIADAS >= WS-LINEAS-A-CONSERVAR
                 READ retenciones-file
                      AT END MOVE "S" TO WS-FIN-RECORTE
                      NOT AT END
                         WRITE recorte-linea FROM retencion-registro
                         ADD 1 TO WS-LINEAS-COPIADAS
                 END-READ
              END-PERFORM
              CLOSE retenciones-file
           END-IF
           CLOSE recorte-file
           MOVE "retenciones.txt mas corto que el punto de control"
              TO mensaje-error
           PERFORM VERIFICAR-RECORTE
           MOVE "N" TO WS-FIN-RECORTE
           OPEN INPUT recorte-file
           OPEN OUTPUT retenciones-file
           PERFORM UNTIL WS-FIN-RECORTE = "S"
              READ recorte-file INTO retencion-registro
                   AT END MOVE "S" TO WS-FIN-RECORTE
                   NOT AT END WRITE retencion-registro
              END-READ
           END-PERFORM
           CLOSE retenciones-file
           CLOSE recorte-file.

       RECORTAR-DIARIO.
           MOVE WS-LIN-DIARIO TO WS-LINEAS-A-CONSERVAR
           MOVE 0 TO WS-LINEAS-COPIADAS
           MOVE "N" TO WS-FIN-RECORTE
           OPEN OUTPUT recorte-file
           OPEN INPUT diario-posteo
           IF fs-diario = "00"
              PERFORM UNTIL WS-FIN-RECORTE = "S"
                         OR WS-LINEAS-COPIADAS >= WS-LINEAS-A-CONSERVAR
                 READ diario-posteo
                      AT END MOVE "S" TO WS-FIN-RECORTE
                      NOT AT END
                         WRITE recorte-linea FROM diario-linea
                         ADD 1 TO WS-LINEAS-COPIADAS
                 END-READ
              END-PERFORM
              CLOSE diario-posteo
           END-IF
           CLOSE recorte-file
           MOVE "posteo_diario.txt mas corto que el punto de control"
              TO mensaje-error
           PERFORM VERIFICAR-RECORTE
           MOVE "N" TO WS-FIN-RECORTE
           OPEN INPUT recorte-file
           OPEN OUTPUT diario-posteo
           PERFORM UNTIL WS-FIN-RECORTE = "S"
              READ recorte-file INTO diario-linea
                   AT END MOVE "S" TO WS-FIN-RECORTE
                   NOT AT END WRITE diario-linea
              END-READ
           END-PERFORM
           CLOSE diario-posteo
           CLOSE recorte-file.

      * Una salida con menos lineas que las confirmadas no se puede
      * reconstruir desde aca: el reinicio se detiene para que se
      * revise a mano (o se restaure) antes de seguir.
       VERIFICAR-RECORTE.
           IF WS-LINEAS-COPIADAS < WS-LINEAS-A-CONSERVAR
              DISPLAY "Reinicio imposible: " mensaje-error
              MOVE "FATAL" TO error-severidad
              MOVE "VERIFICAR-RECORTE" TO error-parrafo
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF.

      * Se saltean los registros ya aplicados; el ultimo saltado debe
      * ser la referencia anotada en el punto de control, si no el
      * archivo de aceptadas cambio desde la caida y el reinicio no
      * es seguro.
       SALTAR-POSTEADAS.
           MOVE "N" TO WS-FIN-RECORTE
           PERFORM UNTIL WS-FIN-RECORTE = "S"
                      OR WS-LEIDAS >= CKP-LEIDAS
              READ transacciones-in INTO transaccion-registro
                   AT END MOVE "S" TO WS-FIN-RECORTE
                   NOT AT END ADD 1 TO WS-LEIDAS
              END-READ
           END-PERFORM
           IF WS-LEIDAS < CKP-LEIDAS
              OR (CKP-LEIDAS > 0
                  AND REF-TRANSACCION NOT = CKP-ULTIMA-REF)
              DISPLAY "El archivo de aceptadas no coincide con el "
                      "punto de control del posteo."
              MOVE "FATAL" TO error-severidad
              MOVE "SALTAR-POSTEADAS" TO error-parrafo
              MOVE "Aceptadas distintas al punto de control del posteo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE WS-LEIDAS TO WS-LEIDAS-EN-PUNTO.

      * Cierre de un intervalo: las salidas planas se cierran y se
      * vuelven a abrir para que sus lineas queden en disco, se
      * confirma la base de datos y recien entonces se graba el punto
      * de control que las describe.
       TOMAR-PUNTO-CONTROL.
           CLOSE movimientos-mes
           CLOSE suspenso-file
           CLOSE retenciones-file
           CLOSE diario-posteo
           OPEN EXTEND movimientos-mes
           OPEN EXTEND suspenso-file
           OPEN EXTEND retenciones-file
           OPEN EXTEND diario-posteo

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE "E" TO CKP-ESTADO
           PERFORM GRABAR-PUNTO-CONTROL
           MOVE WS-LEIDAS TO WS-LEIDAS-EN-PUNTO.

       GRABAR-PUNTO-CONTROL.
           MOVE WS-FECHA-PROCESO      TO CKP-FECHA
           MOVE WS-LEIDAS             TO CKP-LEIDAS
           MOVE WS-ULTIMA-REF         TO CKP-ULTIMA-REF
           MOVE WS-POSTEADAS          TO CKP-POSTEADAS
           MOVE WS-RECHAZADAS         TO CKP-RECHAZADAS
           MOVE WS-PAGOS-PRESTAMO     TO CKP-PAGOS-PRESTAMO
           MOVE WS-TOT-DEBE-POSTEADO  TO CKP-DEBE
           MOVE WS-TOT-HABER-POSTEADO TO CKP-HABER
           MOVE WS-TOT-CONTRAPARTE    TO CKP-CONTRAPARTE
           MOVE WS-TOT-RECHAZADO      TO CKP-RECHAZADO
           MOVE WS-LIN-DIARIO         TO CKP-LIN-DIARIO
           MOVE WS-LIN-MOVIMIENTOS    TO CKP-LIN-MOVIMIENTOS
           MOVE WS-LIN-SUSPENSO       TO CKP-LIN-SUSPENSO
           MOVE WS-LIN-RETENCIONES    TO CKP-LIN-RETENCIONES
           OPEN OUTPUT punto-control
           WRITE punto-control-registro
           CLOSE punto-control.

      * Fin normal: ultimo COMMIT y punto de control en "F", para que
      * una corrida posterior del mismo dia no se tome por reinicio.
       FINALIZAR-PUNTO-CONTROL.
           EXEC SQL
              COMMIT
           END-EXEC
           MOVE "F" TO CKP-ESTADO
           PERFORM GRABAR-PUNTO-CONTROL.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
