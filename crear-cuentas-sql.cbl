            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-pendientes.

           SELECT solicitudes-ajuste
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\ajustes_solicitados.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-solicitudes.

           SELECT ajustes-auditoria
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\ajustes_auditoria.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-cierre.

           SELECT parametros-kyc
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\parametros_kyc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros-kyc.

           SELECT sucursales-maestro
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\sucursales_maestro.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-sucursales.

       DATA DIVISION.
       FILE SECTION.
       FD  motivos-ajuste.
       FD  cierre-out.
       01  cierre-linea           PIC X(100).

       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  parametros-kyc.
       01  parametro-kyc-registro.
           05 PKY-BLOQUEAR-CUENTAS PIC X.      *> S=no abrir cuentas
           05 PKY-MESES-BAJO      PIC 9(3).
           05 PKY-MESES-MEDIO     PIC 9(3).
           05 PKY-MESES-ALTO      PIC 9(3).

      * Asientos pendientes de ajustes manuales: los levanta la
      * proxima corrida de InterfazContable para que el ajuste entre
      * al lote interfaz_gl.txt como cualquier otro posteo, y deja
           05 AJP-OPERADOR        PIC X(8).
           05 AJP-AUTORIZA        PIC X(8).

      * Ajustes pedidos por otros subsistemas (la devolucion al
      * cerrar un reclamo): se ofrecen al ajustar el saldo de la
      * cuenta y quedan marcados como aplicados.
       FD  solicitudes-ajuste.
           COPY AJSCTL.

       FD  ajustes-auditoria.
       01  ajuste-auditoria-registro.
           05 AJA-FECHA           PIC X(10).
       01  ID-CLIENTE-FK   PIC X(34)
               VALUE "Introduce el ID del Cliente: ".
       01  TIPO-CUENTA     PIC X(38)
               VALUE "Producto (codigo del catalogo): ".
       01  SALDO-INICIAL   PIC X(30)
               VALUE "Saldo inicial de la cuenta: ".
       01  MONTO-CUENTA    PIC X(20)
       01  WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL     PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE   PIC X(20) VALUE SPACES.
      * Bitacora de accesos: cada consulta que muestra datos de un
      * cliente deja operador, programa, opcion y cliente.
       01  WS-ACC-PROGRAMA     PIC X(20) VALUE "crear-cuentas-sql".
       01  WS-ACC-OPCION       PIC X(25) VALUE SPACES.

      * Control dual de los ajustes de saldo: por encima del umbral
      * hace falta la firma de un segundo operador con rol
       01  WS-MOTIVO-AJUSTE    PIC X(4) VALUE SPACES.
       01  WS-NATURALEZA-AJUSTE PIC X VALUE "H".
       01  WS-FECHA-PROCESO    PIC X(10) VALUE SPACES.
       01  WS-AJUSTE-APLICADO  PIC X VALUE "N".
       01  WS-COTITULAR-ID     PIC X(6) VALUE SPACES.
       01  WS-ROL-TITULAR      PIC X(10) VALUE SPACES.

      * Solicitudes de ajuste: se cargan enteras para ofrecer las
      * pendientes de la cuenta y regrabar el archivo con la
      * aplicada. La aplica un operador distinto del que la pidio.
       01  fs-solicitudes      PIC XX.
       01  WS-FIN-SOLICITUDES  PIC X VALUE "N".
       01  WS-SOLICITUDES.
           05 WS-SOL-FILA OCCURS 1000 TIMES.
              10 WS-SOL-ESTADO      PIC X.
              10 WS-SOL-FECHA       PIC X(10).
              10 WS-SOL-CUENTA      PIC X(6).
              10 WS-SOL-CLIENTE     PIC X(6).
              10 WS-SOL-NATURALEZA  PIC X.
              10 WS-SOL-MONTO       PIC 9(9)V99.
              10 WS-SOL-MOTIVO      PIC X(4).
              10 WS-SOL-ORIGEN      PIC X(4).
              10 WS-SOL-REFERENCIA  PIC X(12).
              10 WS-SOL-SOLICITA    PIC X(8).
              10 WS-SOL-FECHA-APLIC PIC X(10).
              10 WS-SOL-APLICA      PIC X(8).
       01  WS-NUM-SOLICITUDES  PIC 9(4) VALUE 0.
       01  WS-SOL-PENDIENTES   PIC 9(4) VALUE 0.
       01  WS-SOL-ELEGIDA      PIC 9(4) VALUE 0.
       01  WS-SOL-VALIDA       PIC X VALUE "S".
       01  WS-S                PIC 9(4) VALUE 0.
       01  WS-S-ED             PIC ZZZ9.
       01  WS-SOL-MONTO-ED     PIC ZZZZZZZZ9.99.

      * Cierre de cuenta: tarifa, cuenta destino del saldo final y
      * estado final para el reporte de cierre.
       01  fs-tarifas          PIC XX.
       01  WS-SALDO-FIRMADO    PIC S9(9)V99 VALUE 0.
       01  WS-LINEA-CIERRE     PIC X(100) VALUE SPACES.

      * Con "S" en parametros_kyc.dat no se abren cuentas a clientes
      * con la revision KYC vencida o sin fecha de revision.
       01  fs-parametros-kyc   PIC XX.
       01  WS-BLOQUEO-KYC      PIC X VALUE "N".
       01  WS-KYC-VENCIDA      PIC X VALUE "N".
       01  WS-PROX-REVISION-KYC PIC X(10) VALUE SPACES.

      * Solo se abren cuentas de productos activos del catalogo
      * productos_cuenta.dat; la moneda sale del producto y la linea
      * de sobregiro solo se pide si el producto la admite.
       COPY PRODCTL.
       01  WS-PRODUCTO-OK      PIC X VALUE "N".
       01  WS-PRODUCTO-VALIDO  PIC X VALUE "N".
       01  WS-LIMITE-SOBREGIRO PIC 9(9)V99 VALUE 0.
       01  WS-MONEDA-CUENTA    PIC X(3) VALUE SPACES.

      * Toda cuenta nace con una sucursal de radicacion
      * (sucursal_cuenta): por omision la sucursal responsable del
      * cliente, y siempre una sucursal abierta del maestro
      * sucursales_maestro.dat. Sin maestro solo se exige el codigo.
       01  fs-sucursales       PIC XX.
       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO PIC X(4).
              10 WS-SUM-ESTADO PIC X.
       01  WS-NUM-SUCURSALES   PIC 9(2) VALUE 0.
       01  WS-SUM-I            PIC 9(2) VALUE 0.
       01  WS-FIN-SUCURSALES   PIC X VALUE "N".
       01  WS-SUCURSAL-CUENTA  PIC X(4) VALUE SPACES.
       01  WS-SUCURSAL-CLIENTE PIC X(4) VALUE SPACES.
       01  WS-SUCURSAL-VALIDA  PIC X VALUE "N".


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM FIRMAR-OPERADOR.

       PERFORM CARGAR-PARAMETROS-KYC.

       PERFORM CARGAR-SUCURSALES.

       PERFORM PROCESAR
           UNTIL continuar = "N".

               WHEN 1
                  PERFORM INSERTAR-CUENTA
               WHEN 2
                  MOVE "BUSCAR CUENTA" TO WS-ACC-OPCION
                  PERFORM BUSCAR-CUENTA
               WHEN 3
                  IF WS-OPERADOR-ROL = "3"
           ACCEPT CUENTA-CLIENTE-ID

           PERFORM VALIDAR-CLIENTE-CUENTA
           MOVE "N" TO WS-KYC-VENCIDA
           IF WS-CLIENTE-EXISTE = "S" AND WS-BLOQUEO-KYC = "S"
              PERFORM VERIFICAR-REVISION-KYC
           END-IF
           IF WS-CLIENTE-EXISTE = "N"
              DISPLAY "No existe ese cliente. Cuenta no creada."
           ELSE
           IF WS-KYC-VENCIDA = "S"
              DISPLAY "Revision KYC del cliente vencida o sin fecha ("
                      WS-PROX-REVISION-KYC "). Cuenta no creada."
           ELSE
              PERFORM PEDIR-DATOS-PRODUCTO
              IF WS-PRODUCTO-VALIDO = "S"
                 PERFORM PEDIR-SUCURSAL-CUENTA
                 IF WS-SUCURSAL-VALIDA = "S"
                    PERFORM GRABAR-CUENTA
                 END-IF
              END-IF
           END-IF
           END-IF.

       PEDIR-DATOS-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-VALIDO
           DISPLAY TIPO-CUENTA
           ACCEPT CUENTA-TIPO
           INSPECT CUENTA-TIPO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL "buscar-producto" USING CUENTA-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           EVALUATE WS-PRODUCTO-OK
              WHEN "E"
                 DISPLAY "No se pudo leer el catalogo de productos. "
                         "Cuenta no creada."
              WHEN "N"
                 DISPLAY "El producto " CUENTA-TIPO " no figura en el "
                         "catalogo. Cuenta no creada."
              WHEN OTHER
                 IF PRD-ESTADO NOT = "A"
                    DISPLAY "Producto dado de baja: no admite cuentas "
                            "nuevas. Cuenta no creada."
                 ELSE
                    PERFORM PEDIR-SALDO-Y-LINEA
                 END-IF
           END-EVALUATE.

      * El saldo inicial debe cubrir el saldo minimo del producto.
       PEDIR-SALDO-Y-LINEA.
           DISPLAY PRD-DESCRIPCION
           DISPLAY SALDO-INICIAL
           ACCEPT CUENTA-SALDO
           IF CUENTA-SALDO < PRD-SALDO-MINIMO
              DISPLAY "El saldo inicial es menor al minimo del "
                      "producto (" PRD-SALDO-MINIMO "). Cuenta no "
                      "creada."
           ELSE
              MOVE 0 TO WS-LIMITE-SOBREGIRO
              IF PRD-SOBREGIRO = "S"
                 DISPLAY "Linea de sobregiro (0 = sin linea): "
                 ACCEPT WS-LIMITE-SOBREGIRO
              END-IF
              MOVE PRD-MONEDA TO WS-MONEDA-CUENTA
              MOVE "S" TO WS-PRODUCTO-VALIDO
           END-IF.

       GRABAR-CUENTA.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           EXEC SQL
              INSERT INTO cuentas (id_cuenta,
                                   id_cliente,
                                   tipo_cuenta,
                                   saldo_cuenta,
                                   limite_sobregiro,
                                   moneda_cuenta,
                                   fecha_apertura,
                                   sucursal_cuenta)
              VALUES (:CUENTA-ID,
                      :CUENTA-CLIENTE-ID,
                      :CUENTA-TIPO,
                      :CUENTA-SALDO,
                      :WS-LIMITE-SOBREGIRO,
                      :WS-MONEDA-CUENTA,
                      :WS-FECHA-PROCESO,
                      :WS-SUCURSAL-CUENTA)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "Error al Insertar Cuenta: " SQLCODE " - "
                      SQLSTATE
              MOVE "ERROR" TO error-severidad
              MOVE "INSERTAR-CUENTA" TO error-parrafo
              MOVE "Error al insertar cuenta." TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
             DISPLAY "Cuenta insertada correctamente..."

             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.

      * Sucursal de radicacion de la cuenta: en blanco se toma la
      * sucursal responsable del cliente.
       PEDIR-SUCURSAL-CUENTA.
           MOVE SPACES TO WS-SUCURSAL-CLIENTE
           EXEC SQL
              SELECT COALESCE(sucursal_cliente, ' ')
              INTO :WS-SUCURSAL-CLIENTE
              FROM clientes
              WHERE id_cliente = :CUENTA-CLIENTE-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-SUCURSAL-CLIENTE
           END-IF

           DISPLAY "Sucursal de la cuenta (en blanco, la del cliente "
                   WS-SUCURSAL-CLIENTE "): "
           ACCEPT WS-SUCURSAL-CUENTA
           INSPECT WS-SUCURSAL-CUENTA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-SUCURSAL-CUENTA = SPACES
              MOVE WS-SUCURSAL-CLIENTE TO WS-SUCURSAL-CUENTA
           END-IF
           PERFORM VALIDAR-SUCURSAL-CUENTA
           IF WS-SUCURSAL-VALIDA = "N"
              DISPLAY "Sucursal " WS-SUCURSAL-CUENTA " inexistente o "
                      "cerrada. Cuenta no creada."
           END-IF.

       VALIDAR-SUCURSAL-CUENTA.
           MOVE "N" TO WS-SUCURSAL-VALIDA
           IF WS-SUCURSAL-CUENTA NOT = SPACES
              IF WS-NUM-SUCURSALES = 0
                 MOVE "S" TO WS-SUCURSAL-VALIDA
              ELSE
                 PERFORM BUSCAR-SUCURSAL-CUENTA
                     VARYING WS-SUM-I FROM 1 BY 1
                     UNTIL WS-SUM-I > WS-NUM-SUCURSALES
              END-IF
           END-IF.

       BUSCAR-SUCURSAL-CUENTA.
           IF WS-SUM-CODIGO(WS-SUM-I) = WS-SUCURSAL-CUENTA
              AND WS-SUM-ESTADO(WS-SUM-I) = "A"
              MOVE "S" TO WS-SUCURSAL-VALIDA
           END-IF.

       VALIDAR-CLIENTE-CUENTA.
           MOVE "N" TO WS-CLIENTE-EXISTE

              MOVE "S" TO WS-CLIENTE-EXISTE
           END-IF.

      * Revision KYC vencida: la fecha de proxima revision del
      * cliente es anterior a la fecha de proceso o no esta cargada.
       VERIFICAR-REVISION-KYC.
           MOVE SPACES TO WS-PROX-REVISION-KYC
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO

           EXEC SQL
              SELECT COALESCE(proxima_revision_kyc, ' ')
              INTO :WS-PROX-REVISION-KYC
              FROM clientes
              WHERE id_cliente = :CUENTA-CLIENTE-ID
           END-EXEC

           IF SQLCODE = 0
              IF WS-PROX-REVISION-KYC = SPACES
                 OR WS-PROX-REVISION-KYC < WS-FECHA-PROCESO
                 MOVE "S" TO WS-KYC-VENCIDA
              END-IF
           END-IF.

      * Solo interesa la marca de bloqueo; sin archivo no se bloquea.
       CARGAR-PARAMETROS-KYC.
           MOVE "N" TO WS-BLOQUEO-KYC
           OPEN INPUT parametros-kyc
           IF fs-parametros-kyc = "00"
              READ parametros-kyc
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PKY-BLOQUEAR-CUENTAS = "S"
                       MOVE "S" TO WS-BLOQUEO-KYC
                    END-IF
              END-READ
              CLOSE parametros-kyc
           END-IF.

      * Sucursales del maestro para validar la sucursal de la cuenta.
       CARGAR-SUCURSALES.
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-SUCURSALES
           OPEN INPUT sucursales-maestro
           IF fs-sucursales NOT = "00"
              DISPLAY "Aviso: sin maestro de sucursales, la sucursal "
                      "de la cuenta no se valida."
           ELSE
              PERFORM LEER-SUCURSAL
              PERFORM GUARDAR-SUCURSAL
                  UNTIL WS-FIN-SUCURSALES = "S"
              CLOSE sucursales-maestro
           END-IF.

       LEER-SUCURSAL.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-SUCURSALES
           END-READ.

       GUARDAR-SUCURSAL.
           IF WS-NUM-SUCURSALES < 50 AND SUM-CODIGO NOT = SPACES
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-ESTADO TO WS-SUM-ESTADO(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.


       BUSCAR-CUENTA.
           DISPLAY ID-CUENTA
              SELECT id_cuenta,
                     id_cliente,
                     tipo_cuenta,
                     saldo_cuenta,
                     COALESCE(sucursal_cuenta, ' ')
              INTO :CUENTA-ID,
                   :CUENTA-CLIENTE-ID,
                   :CUENTA-TIPO,
                   :CUENTA-SALDO,
                   :WS-SUCURSAL-CUENTA
              FROM cuentas
              WHERE id_cuenta = :CUENTA-ID
           END-EXEC
               DISPLAY "ID del Cliente: " CUENTA-CLIENTE-ID
               DISPLAY "Tipo de Cuenta: " CUENTA-TIPO
               DISPLAY "Saldo de la Cuenta: " CUENTA-SALDO
               DISPLAY "Sucursal de la Cuenta: " WS-SUCURSAL-CUENTA
               CALL "registrar-acceso" USING WS-OPERADOR-ID
                                             WS-ACC-PROGRAMA
                                             WS-ACC-OPCION
                                             CUENTA-CLIENTE-ID
               DISPLAY "Presione cualquier tecla para continuar.."
               ACCEPT SI-NO
             END-IF
      * nocturno la rechaza al suspenso.
      ******************************************************************
       CERRAR-CUENTA.
           MOVE "CERRAR CUENTA" TO WS-ACC-OPCION
           PERFORM BUSCAR-CUENTA
           IF SQLCODE = 0
              PERFORM VERIFICAR-ESTADO-CERRADA
           CLOSE cierre-out.

       AJUSTAR-SALDO-CUENTA.
           MOVE "AJUSTAR SALDO" TO WS-ACC-OPCION
           PERFORM BUSCAR-CUENTA
           IF SQLCODE = 0
              PERFORM ELEGIR-SOLICITUD-AJUSTE
              IF WS-SOL-VALIDA = "N"
                 DISPLAY "Ajuste cancelado."
              ELSE
              IF WS-SOL-ELEGIDA = 0
                 DISPLAY MONTO-CUENTA
                 ACCEPT WS-MONTO

                 PERFORM PEDIR-MOTIVO-AJUSTE
              ELSE
                 PERFORM TOMAR-SOLICITUD-AJUSTE
              END-IF
              IF WS-MOT-IDX = 0
                 DISPLAY "Ajuste cancelado: el motivo no figura en "
                         "la lista de motivos de ajuste."
                         "de un supervisor."
              ELSE
              PERFORM APLICAR-AJUSTE-SALDO
              IF WS-AJUSTE-APLICADO = "S" AND WS-SOL-ELEGIDA > 0
                 PERFORM MARCAR-SOLICITUD-APLICADA
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      * Solicitudes pendientes de la cuenta: se listan y el operador
      * elige una o sigue con un ajuste libre (0). Una solicitud que
      * no es de la cuenta, no esta pendiente o la pidio el mismo
      * operador cancela el ajuste.
       ELEGIR-SOLICITUD-AJUSTE.
           MOVE 0 TO WS-SOL-ELEGIDA
           MOVE "S" TO WS-SOL-VALIDA
           PERFORM CARGAR-SOLICITUDES-AJUSTE
           MOVE 0 TO WS-SOL-PENDIENTES
           PERFORM MOSTRAR-SOLICITUD-CUENTA
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NUM-SOLICITUDES
           IF WS-SOL-PENDIENTES > 0
              DISPLAY "Solicitud a aplicar (0 = ajuste libre): "
              ACCEPT WS-SOL-ELEGIDA
              IF WS-SOL-ELEGIDA > 0
                 IF WS-SOL-ELEGIDA > WS-NUM-SOLICITUDES
                    DISPLAY "Numero de solicitud invalido."
                    MOVE "N" TO WS-SOL-VALIDA
                 ELSE
                 IF WS-SOL-ESTADO(WS-SOL-ELEGIDA) NOT = "P"
                    OR WS-SOL-CUENTA(WS-SOL-ELEGIDA) NOT = CUENTA-ID
                    DISPLAY "Esa solicitud no esta pendiente para "
                            "la cuenta."
                    MOVE "N" TO WS-SOL-VALIDA
                 ELSE
                 IF WS-SOL-SOLICITA(WS-SOL-ELEGIDA) = WS-OPERADOR-ID
                    DISPLAY "La solicitud la aplica un operador "
                            "distinto del que la pidio."
                    MOVE "N" TO WS-SOL-VALIDA
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       CARGAR-SOLICITUDES-AJUSTE.
           MOVE 0 TO WS-NUM-SOLICITUDES
           MOVE "N" TO WS-FIN-SOLICITUDES
           OPEN INPUT solicitudes-ajuste
           IF fs-solicitudes = "00"
              READ solicitudes-ajuste
                   AT END MOVE "S" TO WS-FIN-SOLICITUDES
              END-READ
              PERFORM UNTIL WS-FIN-SOLICITUDES = "S"
                 IF WS-NUM-SOLICITUDES < 1000
                    ADD 1 TO WS-NUM-SOLICITUDES
                    MOVE ajuste-solicitado-registro
                       TO WS-SOL-FILA(WS-NUM-SOLICITUDES)
                    READ solicitudes-ajuste
                         AT END MOVE "S" TO WS-FIN-SOLICITUDES
                    END-READ
                 ELSE
                    DISPLAY "ajustes_solicitados.txt supera las 1000 "
                            "solicitudes: no se ofrecen."
                    MOVE "ERROR" TO error-severidad
                    MOVE "CARGAR-SOLICITUDES-AJUSTE" TO error-parrafo
                    MOVE "ajustes_solicitados.txt supera la tabla."
                         TO mensaje-error
                    PERFORM ACEPTAR-FECHA-HORA
                    PERFORM ESCRIBIR-ERROR-LOG
                    MOVE 0 TO WS-NUM-SOLICITUDES
                    MOVE "S" TO WS-FIN-SOLICITUDES
                 END-IF
              END-PERFORM
              CLOSE solicitudes-ajuste
           END-IF.

       MOSTRAR-SOLICITUD-CUENTA.
           IF WS-SOL-ESTADO(WS-S) = "P"
              AND WS-SOL-CUENTA(WS-S) = CUENTA-ID
              ADD 1 TO WS-SOL-PENDIENTES
              MOVE WS-S TO WS-S-ED
              MOVE WS-SOL-MONTO(WS-S) TO WS-SOL-MONTO-ED
              DISPLAY "Solicitud " WS-S-ED ") " WS-SOL-ORIGEN(WS-S)
                      " " WS-SOL-REFERENCIA(WS-S)
                      " del " WS-SOL-FECHA(WS-S)
                      " " WS-SOL-NATURALEZA(WS-S)
                      " " WS-SOL-MONTO-ED
                      " Motivo: " WS-SOL-MOTIVO(WS-S)
                      " Pide: " WS-SOL-SOLICITA(WS-S)
           END-IF.

      * La solicitud fija monto, signo y motivo; la autorizacion por
      * umbral y los asientos son los del ajuste tecleado.
       TOMAR-SOLICITUD-AJUSTE.
           IF WS-SOL-NATURALEZA(WS-SOL-ELEGIDA) = "D"
              COMPUTE WS-MONTO = 0 - WS-SOL-MONTO(WS-SOL-ELEGIDA)
           ELSE
              MOVE WS-SOL-MONTO(WS-SOL-ELEGIDA) TO WS-MONTO
           END-IF
           MOVE WS-SOL-MONTO(WS-SOL-ELEGIDA) TO WS-SOL-MONTO-ED
           DISPLAY "Monto a aplicar: " WS-SOL-MONTO-ED " ("
                   WS-SOL-NATURALEZA(WS-SOL-ELEGIDA) ")"
           MOVE WS-SOL-MOTIVO(WS-SOL-ELEGIDA) TO WS-MOTIVO-AJUSTE
           PERFORM BUSCAR-MOTIVO-AJUSTE.

       MARCAR-SOLICITUD-APLICADA.
           MOVE "A" TO WS-SOL-ESTADO(WS-SOL-ELEGIDA)
           MOVE WS-FECHA-PROCESO TO WS-SOL-FECHA-APLIC(WS-SOL-ELEGIDA)
           MOVE WS-OPERADOR-ID TO WS-SOL-APLICA(WS-SOL-ELEGIDA)
           OPEN OUTPUT solicitudes-ajuste
           PERFORM GRABAR-SOLICITUD-AJUSTE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NUM-SOLICITUDES
           CLOSE solicitudes-ajuste
           DISPLAY "Solicitud " WS-SOL-REFERENCIA(WS-SOL-ELEGIDA)
                   " marcada como aplicada.".

       GRABAR-SOLICITUD-AJUSTE.
           MOVE WS-SOL-FILA(WS-S) TO ajuste-solicitado-registro
           WRITE ajuste-solicitado-registro.

       PEDIR-MOTIVO-AJUSTE.
           IF WS-MOTIVOS-CARGADOS = "N"
              PERFORM CARGAR-MOTIVOS-AJUSTE
           END-IF
           DISPLAY "Codigo de motivo del ajuste: "
           ACCEPT WS-MOTIVO-AJUSTE
           PERFORM BUSCAR-MOTIVO-AJUSTE.

       BUSCAR-MOTIVO-AJUSTE.
           IF WS-MOTIVOS-CARGADOS = "N"
              PERFORM CARGAR-MOTIVOS-AJUSTE
           END-IF
           MOVE 0 TO WS-MOT-IDX
           PERFORM COMPARAR-MOTIVO-AJUSTE
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MOTIVOS
           END-IF.

       APLICAR-AJUSTE-SALDO.
              MOVE "N" TO WS-AJUSTE-APLICADO
              COMPUTE CUENTA-SALDO = CUENTA-SALDO + WS-MONTO

              EXEC SQL
                END-EXEC

                PERFORM REGISTRAR-AJUSTE-LIBROS
                MOVE "S" TO WS-AJUSTE-APLICADO
              END-IF.

      * El ajuste manual deja la misma huella que cualquier posteo:
