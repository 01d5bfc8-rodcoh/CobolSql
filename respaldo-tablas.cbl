      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respaldo nocturno de las tablas maestras antes del
      *          posteo. Descarga clientes, cuentas, cuentas_titulares,
      *          prestamos y clientes_auditoria, cada una a su archivo
      *          fechado respaldo_<tabla>_AAAAMMDD.txt (AAAAMMDD = fecha
      *          de proceso), con cabecera "H" (origen = nombre de la
      *          tabla, fecha de negocio = fecha de proceso) y cola "Z"
      *          (LOTECTL.CPY) con la cantidad de filas y el hash de
      *          control. En cuentas el hash es la suma de los saldos
      *          en valor absoluto y en prestamos la de los saldos
      *          pendientes, ambos en centavos; en las tablas sin
      *          importes (clientes, titulares, auditoria) es la suma
      *          de los identificadores numericos de cliente o cuenta.
      *          RestaurarTablas vuelve a cargar una tabla desde
      *          cualquiera de estas generaciones despues de verificar
      *          esos totales. Un error de SQL o de archivo deja la
      *          generacion sin cola y termina con FATAL y codigo 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RespaldoTablas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT respaldo-out
            ASSIGN TO DYNAMIC WS-RUTA-RESPALDO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-respaldo.

       DATA DIVISION.
       FILE SECTION.
       FD  respaldo-out.
           COPY RESPCTL.
           COPY LOTECTL.

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-respaldo           PIC XX.
       01  WS-RUTA-RESPALDO      PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC X(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC X(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC X(2).
       01  WS-FECHA-COMPACTA     PIC X(8) VALUE SPACES.

       01  WS-TABLA-ARCHIVO      PIC X(10) VALUE SPACES.
       01  WS-ORIGEN-TABLA       PIC X(10) VALUE SPACES.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-FILAS              PIC 9(9) VALUE 0.
       01  WS-HASH               PIC 9(13) VALUE 0.
       01  WS-HASH-IMPORTE       PIC 9(13) VALUE 0.
       01  WS-ID-TEXTO           PIC X(6) VALUE SPACES.
       01  WS-ID-NUMERICO REDEFINES WS-ID-TEXTO PIC 9(6).
       01  WS-TOTAL-FILAS        PIC 9(9) VALUE 0.

       01  CLIENTE-REGISTRO.
           05 CLIENTE-ID         PIC X(6).
           05 CLIENTE-NOMBRE     PIC X(50).
           05 CLIENTE-CALLE      PIC X(50).
           05 CLIENTE-CIUDAD     PIC X(30).
           05 CLIENTE-PROVINCIA  PIC X(20).
           05 CLIENTE-CP         PIC X(10).
           05 CLIENTE-TELEFONO   PIC X(20).
           05 CLIENTE-EMAIL      PIC X(50).
           05 CLIENTE-ESTADO     PIC X(10).
           05 CLIENTE-MOTIVO     PIC X(40).
           05 CLIENTE-FECHA-EST  PIC X(10).
           05 CLIENTE-TIPO-DOC   PIC X(3).
           05 CLIENTE-NRO-DOC    PIC X(20).
           05 CLIENTE-VTO-DOC    PIC X(10).
           05 CLIENTE-FECHA-NAC  PIC X(10).
           05 CLIENTE-RIESGO     PIC X(5).
           05 CLIENTE-PROX-REV   PIC X(10).
           05 CLIENTE-SUCURSAL   PIC X(4).

       01  CUENTA-REGISTRO.
           05 CUENTA-ID          PIC X(6).
           05 CUENTA-CLIENTE-ID  PIC X(6).
           05 CUENTA-TIPO        PIC X(10).
           05 CUENTA-SALDO       PIC S9(9)V99.
           05 CUENTA-LIMITE      PIC 9(9)V99.
           05 CUENTA-MONEDA      PIC X(3).
           05 CUENTA-ESTADO      PIC X(10).
           05 CUENTA-FECHA-CIERRE PIC X(10).
           05 CUENTA-FECHA-APERTURA PIC X(10).
           05 CUENTA-SUCURSAL    PIC X(4).

       01  TITULAR-REGISTRO.
           05 TITULAR-CUENTA-ID  PIC X(6).
           05 TITULAR-CLIENTE-ID PIC X(6).
           05 TITULAR-ROL        PIC X(10).

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-CLIENTE-ID PIC X(6).
           05 PRESTAMO-TIPO      PIC X(20).
           05 PRESTAMO-PRINCIPAL PIC 9(9)V99.
           05 PRESTAMO-PLAZO     PIC 9(3).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-FECHA     PIC X(10).
           05 PRESTAMO-ESTADO    PIC X(8).
           05 PRESTAMO-MODALIDAD PIC X.
           05 PRESTAMO-TASA-VIGENTE PIC 9V99.
           05 PRESTAMO-CUOTA-VIGENTE PIC 9(9)V99.
           05 PRESTAMO-SUCURSAL  PIC X(4).

       01  AUDITORIA-REGISTRO.
           05 AUD-CLIENTE-ID     PIC X(6).
           05 AUD-OPERACION      PIC X(10).
           05 AUD-NOMBRE-ANTES   PIC X(50).
           05 AUD-DIRECCION-ANTES PIC X(100).
           05 AUD-TELEFONO-ANTES PIC X(20).
           05 AUD-EMAIL-ANTES    PIC X(50).
           05 AUD-NOMBRE-DESP    PIC X(50).
           05 AUD-DIRECCION-DESP PIC X(100).
           05 AUD-TELEFONO-DESP  PIC X(20).
           05 AUD-EMAIL-DESP     PIC X(50).
           05 AUD-FECHA-CAMBIO   PIC X(10).
           05 AUD-HORA-CAMBIO    PIC X(8).
           05 AUD-OPERADOR       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM ARMAR-FECHA-GENERACION.
       PERFORM RESPALDAR-CLIENTES.
       PERFORM RESPALDAR-CUENTAS.
       PERFORM RESPALDAR-TITULARES.
       PERFORM RESPALDAR-PRESTAMOS.
       PERFORM RESPALDAR-AUDITORIA.
       DISPLAY "Respaldo completo, filas descargadas: " WS-TOTAL-FILAS.
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

       ARMAR-FECHA-GENERACION.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           MOVE SPACES TO WS-FECHA-COMPACTA
           STRING WS-FP-AAAA WS-FP-MM WS-FP-DD
              DELIMITED BY SIZE INTO WS-FECHA-COMPACTA.

      ******************************************************************
      * Apertura de la generacion de una tabla: arma el nombre fechado
      * con WS-TABLA-ARCHIVO, abre el archivo y graba la cabecera "H".
      ******************************************************************
       ABRIR-RESPALDO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "respaldo_" DELIMITED BY SIZE
                  WS-TABLA-ARCHIVO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RESPALDO
           OPEN OUTPUT respaldo-out
           IF fs-respaldo NOT = "00"
              DISPLAY "No se pudo abrir " WS-NOMBRE-ARCHIVO-RUTA
                      " (estado " fs-respaldo ")"
              MOVE "FATAL" TO error-severidad
              MOVE "ABRIR-RESPALDO" TO error-parrafo
              MOVE "No se pudo abrir el archivo de respaldo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE 0 TO WS-FILAS
           MOVE 0 TO WS-HASH
           MOVE "N" TO WS-FIN-CURSOR
           MOVE "H"              TO CAB-TIPO-REGISTRO
           MOVE WS-ORIGEN-TABLA  TO CAB-ORIGEN
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-NEGOCIO
           WRITE lote-cabecera.

       CERRAR-RESPALDO.
           MOVE "Z"      TO COLA-TIPO-REGISTRO
           MOVE WS-FILAS TO COLA-CONTADOR
           MOVE WS-HASH  TO COLA-HASH-MONTOS
           WRITE lote-cola
           CLOSE respaldo-out
           ADD WS-FILAS TO WS-TOTAL-FILAS
           DISPLAY "Respaldo " WS-NOMBRE-ARCHIVO-RUTA
                   " filas: " WS-FILAS " hash: " WS-HASH.

      * Un SQLCODE distinto de 0 y de 100 en el cursor deja la
      * generacion sin cola: RestaurarTablas la rechaza por incompleta.
       ERROR-CURSOR.
           DISPLAY "Error al descargar " WS-TABLA-ARCHIVO ": "
                   SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-CURSOR" TO error-parrafo
           MOVE "Error de SQL al descargar una tabla al respaldo."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           CLOSE respaldo-out
           PERFORM DESCONECTAR-SQL.

      * Suma el identificador de cliente o cuenta al hash de las tablas
      * sin importes; un identificador no numerico no aporta.
       SUMAR-ID-AL-HASH.
           IF WS-ID-NUMERICO IS NUMERIC
              ADD WS-ID-NUMERICO TO WS-HASH
           END-IF.

      ******************************************************************
      * clientes
      ******************************************************************
       RESPALDAR-CLIENTES.
           MOVE "clientes" TO WS-TABLA-ARCHIVO
           MOVE "CLIENTES" TO WS-ORIGEN-TABLA
           PERFORM ABRIR-RESPALDO

           EXEC SQL
              DECLARE CUR-RESP-CLIENTES CURSOR FOR
              SELECT id_cliente,
                     nombre_cliente,
                     calle_cliente,
                     ciudad_cliente,
                     provincia_cliente,
                     cp_cliente,
                     telefono_cliente,
                     email_cliente,
                     estado_cliente,
                     motivo_estado,
                     fecha_estado,
                     COALESCE(tipo_documento, ' '),
                     COALESCE(nro_documento, ' '),
                     COALESCE(vencimiento_documento, ' '),
                     COALESCE(fecha_nacimiento, ' '),
                     COALESCE(riesgo_cliente, ' '),
                     COALESCE(proxima_revision_kyc, ' '),
                     COALESCE(sucursal_cliente, ' ')
              FROM clientes
              ORDER BY id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-RESP-CLIENTES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CLIENTE
           PERFORM GRABAR-CLIENTE
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-RESP-CLIENTES
           END-EXEC
           PERFORM CERRAR-RESPALDO.

       FETCH-CLIENTE.
           EXEC SQL
              FETCH CUR-RESP-CLIENTES
              INTO :CLIENTE-ID,
                   :CLIENTE-NOMBRE,
                   :CLIENTE-CALLE,
                   :CLIENTE-CIUDAD,
                   :CLIENTE-PROVINCIA,
                   :CLIENTE-CP,
                   :CLIENTE-TELEFONO,
                   :CLIENTE-EMAIL,
                   :CLIENTE-ESTADO,
                   :CLIENTE-MOTIVO,
                   :CLIENTE-FECHA-EST,
                   :CLIENTE-TIPO-DOC,
                   :CLIENTE-NRO-DOC,
                   :CLIENTE-VTO-DOC,
                   :CLIENTE-FECHA-NAC,
                   :CLIENTE-RIESGO,
                   :CLIENTE-PROX-REV,
                   :CLIENTE-SUCURSAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GRABAR-CLIENTE.
           MOVE "D"               TO RCL-TIPO-REGISTRO
           MOVE CLIENTE-ID        TO RCL-ID
           MOVE CLIENTE-NOMBRE    TO RCL-NOMBRE
           MOVE CLIENTE-CALLE     TO RCL-CALLE
           MOVE CLIENTE-CIUDAD    TO RCL-CIUDAD
           MOVE CLIENTE-PROVINCIA TO RCL-PROVINCIA
           MOVE CLIENTE-CP        TO RCL-CP
           MOVE CLIENTE-TELEFONO  TO RCL-TELEFONO
           MOVE CLIENTE-EMAIL     TO RCL-EMAIL
           MOVE CLIENTE-ESTADO    TO RCL-ESTADO
           MOVE CLIENTE-MOTIVO    TO RCL-MOTIVO-ESTADO
           MOVE CLIENTE-FECHA-EST TO RCL-FECHA-ESTADO
           MOVE CLIENTE-TIPO-DOC  TO RCL-TIPO-DOC
           MOVE CLIENTE-NRO-DOC   TO RCL-NRO-DOC
           MOVE CLIENTE-VTO-DOC   TO RCL-VTO-DOC
           MOVE CLIENTE-FECHA-NAC TO RCL-FECHA-NAC
           MOVE CLIENTE-RIESGO    TO RCL-RIESGO
           MOVE CLIENTE-PROX-REV  TO RCL-PROX-REVISION
           MOVE CLIENTE-SUCURSAL  TO RCL-SUCURSAL
           WRITE respaldo-cliente
           ADD 1 TO WS-FILAS
           MOVE CLIENTE-ID TO WS-ID-TEXTO
           PERFORM SUMAR-ID-AL-HASH
           PERFORM FETCH-CLIENTE.

      ******************************************************************
      * cuentas
      ******************************************************************
       RESPALDAR-CUENTAS.
           MOVE "cuentas" TO WS-TABLA-ARCHIVO
           MOVE "CUENTAS" TO WS-ORIGEN-TABLA
           PERFORM ABRIR-RESPALDO

           EXEC SQL
              DECLARE CUR-RESP-CUENTAS CURSOR FOR
              SELECT id_cuenta,
                     id_cliente,
                     tipo_cuenta,
                     saldo_cuenta,
                     limite_sobregiro,
                     moneda_cuenta,
                     estado_cuenta,
                     fecha_cierre,
                     COALESCE(fecha_apertura, ' '),
                     COALESCE(sucursal_cuenta, ' ')
              FROM cuentas
              ORDER BY id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-RESP-CUENTAS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CUENTA
           PERFORM GRABAR-CUENTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-RESP-CUENTAS
           END-EXEC
           PERFORM CERRAR-RESPALDO.

       FETCH-CUENTA.
           EXEC SQL
              FETCH CUR-RESP-CUENTAS
              INTO :CUENTA-ID,
                   :CUENTA-CLIENTE-ID,
                   :CUENTA-TIPO,
                   :CUENTA-SALDO,
                   :CUENTA-LIMITE,
                   :CUENTA-MONEDA,
                   :CUENTA-ESTADO,
                   :CUENTA-FECHA-CIERRE,
                   :CUENTA-FECHA-APERTURA,
                   :CUENTA-SUCURSAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

      * El hash de cuentas suma el saldo sin signo en centavos (la cola
      * no lleva signo), asi que un saldo deudor alterado tambien lo
      * descuadra.
       GRABAR-CUENTA.
           MOVE "D"                 TO RCU-TIPO-REGISTRO
           MOVE CUENTA-ID           TO RCU-ID
           MOVE CUENTA-CLIENTE-ID   TO RCU-CLIENTE-ID
           MOVE CUENTA-TIPO         TO RCU-TIPO
           MOVE CUENTA-SALDO        TO RCU-SALDO
           MOVE CUENTA-LIMITE       TO RCU-LIMITE
           MOVE CUENTA-MONEDA       TO RCU-MONEDA
           MOVE CUENTA-ESTADO       TO RCU-ESTADO
           MOVE CUENTA-FECHA-CIERRE TO RCU-FECHA-CIERRE
           MOVE CUENTA-FECHA-APERTURA TO RCU-FECHA-APERTURA
           MOVE CUENTA-SUCURSAL     TO RCU-SUCURSAL
           WRITE respaldo-cuenta
           ADD 1 TO WS-FILAS
           IF CUENTA-SALDO < 0
              COMPUTE WS-HASH-IMPORTE = CUENTA-SALDO * -100
           ELSE
              COMPUTE WS-HASH-IMPORTE = CUENTA-SALDO * 100
           END-IF
           ADD WS-HASH-IMPORTE TO WS-HASH
           PERFORM FETCH-CUENTA.

      ******************************************************************
      * cuentas_titulares
      ******************************************************************
       RESPALDAR-TITULARES.
           MOVE "titulares" TO WS-TABLA-ARCHIVO
           MOVE "TITULARES" TO WS-ORIGEN-TABLA
           PERFORM ABRIR-RESPALDO

           EXEC SQL
              DECLARE CUR-RESP-TITULARES CURSOR FOR
              SELECT id_cuenta,
                     id_cliente,
                     rol_titular
              FROM cuentas_titulares
              ORDER BY id_cuenta, id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-RESP-TITULARES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-TITULAR
           PERFORM GRABAR-TITULAR
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-RESP-TITULARES
           END-EXEC
           PERFORM CERRAR-RESPALDO.

       FETCH-TITULAR.
           EXEC SQL
              FETCH CUR-RESP-TITULARES
              INTO :TITULAR-CUENTA-ID,
                   :TITULAR-CLIENTE-ID,
                   :TITULAR-ROL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GRABAR-TITULAR.
           MOVE "D"                TO RTI-TIPO-REGISTRO
           MOVE TITULAR-CUENTA-ID  TO RTI-CUENTA-ID
           MOVE TITULAR-CLIENTE-ID TO RTI-CLIENTE-ID
           MOVE TITULAR-ROL        TO RTI-ROL
           WRITE respaldo-titular
           ADD 1 TO WS-FILAS
           MOVE TITULAR-CUENTA-ID TO WS-ID-TEXTO
           PERFORM SUMAR-ID-AL-HASH
           PERFORM FETCH-TITULAR.

      ******************************************************************
      * prestamos
      ******************************************************************
       RESPALDAR-PRESTAMOS.
           MOVE "prestamos" TO WS-TABLA-ARCHIVO
           MOVE "PRESTAMOS" TO WS-ORIGEN-TABLA
           PERFORM ABRIR-RESPALDO

           EXEC SQL
              DECLARE CUR-RESP-PRESTAMOS CURSOR FOR
              SELECT id_prestamo,
                     id_cliente,
                     tipo_prestamo,
                     principal,
                     plazo_meses,
                     saldo_pendiente,
                     fecha_origen,
                     estado_prestamo,
                     modalidad_tasa,
                     tasa_vigente,
                     cuota_vigente,
                     COALESCE(sucursal_prestamo, ' ')
              FROM prestamos
              ORDER BY id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-RESP-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM GRABAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-RESP-PRESTAMOS
           END-EXEC
           PERFORM CERRAR-RESPALDO.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-RESP-PRESTAMOS
              INTO :PRESTAMO-ID,
                   :PRESTAMO-CLIENTE-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-PRINCIPAL,
                   :PRESTAMO-PLAZO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-FECHA,
                   :PRESTAMO-ESTADO,
                   :PRESTAMO-MODALIDAD,
                   :PRESTAMO-TASA-VIGENTE,
                   :PRESTAMO-CUOTA-VIGENTE,
                   :PRESTAMO-SUCURSAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GRABAR-PRESTAMO.
           MOVE "D"                 TO RPR-TIPO-REGISTRO
           MOVE PRESTAMO-ID         TO RPR-ID
           MOVE PRESTAMO-CLIENTE-ID TO RPR-CLIENTE-ID
           MOVE PRESTAMO-TIPO       TO RPR-TIPO
           MOVE PRESTAMO-PRINCIPAL  TO RPR-PRINCIPAL
           MOVE PRESTAMO-PLAZO      TO RPR-PLAZO
           MOVE PRESTAMO-SALDO      TO RPR-SALDO
           MOVE PRESTAMO-FECHA      TO RPR-FECHA-ORIGEN
           MOVE PRESTAMO-ESTADO     TO RPR-ESTADO
           MOVE PRESTAMO-MODALIDAD  TO RPR-MODALIDAD
           MOVE PRESTAMO-TASA-VIGENTE  TO RPR-TASA-VIGENTE
           MOVE PRESTAMO-CUOTA-VIGENTE TO RPR-CUOTA-VIGENTE
           MOVE PRESTAMO-SUCURSAL   TO RPR-SUCURSAL
           WRITE respaldo-prestamo
           ADD 1 TO WS-FILAS
           COMPUTE WS-HASH-IMPORTE = PRESTAMO-SALDO * 100
           ADD WS-HASH-IMPORTE TO WS-HASH
           PERFORM FETCH-PRESTAMO.

      ******************************************************************
      * clientes_auditoria
      ******************************************************************
       RESPALDAR-AUDITORIA.
           MOVE "auditoria" TO WS-TABLA-ARCHIVO
           MOVE "AUDITORIA" TO WS-ORIGEN-TABLA
           PERFORM ABRIR-RESPALDO

           EXEC SQL
              DECLARE CUR-RESP-AUDITORIA CURSOR FOR
              SELECT id_cliente,
                     operacion,
                     nombre_antes,
                     direccion_antes,
                     telefono_antes,
                     email_antes,
                     nombre_despues,
                     direccion_despues,
                     telefono_despues,
                     email_despues,
                     fecha_cambio,
                     hora_cambio,
                     operador
              FROM clientes_auditoria
              ORDER BY fecha_cambio, hora_cambio, id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-RESP-AUDITORIA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-AUDITORIA
           PERFORM GRABAR-AUDITORIA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-RESP-AUDITORIA
           END-EXEC
           PERFORM CERRAR-RESPALDO.

       FETCH-AUDITORIA.
           EXEC SQL
              FETCH CUR-RESP-AUDITORIA
              INTO :AUD-CLIENTE-ID,
                   :AUD-OPERACION,
                   :AUD-NOMBRE-ANTES,
                   :AUD-DIRECCION-ANTES,
                   :AUD-TELEFONO-ANTES,
                   :AUD-EMAIL-ANTES,
                   :AUD-NOMBRE-DESP,
                   :AUD-DIRECCION-DESP,
                   :AUD-TELEFONO-DESP,
                   :AUD-EMAIL-DESP,
                   :AUD-FECHA-CAMBIO,
                   :AUD-HORA-CAMBIO,
                   :AUD-OPERADOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GRABAR-AUDITORIA.
           MOVE "D"                 TO RAU-TIPO-REGISTRO
           MOVE AUD-CLIENTE-ID      TO RAU-CLIENTE-ID
           MOVE AUD-OPERACION       TO RAU-OPERACION
           MOVE AUD-NOMBRE-ANTES    TO RAU-NOMBRE-ANTES
           MOVE AUD-DIRECCION-ANTES TO RAU-DIRECCION-ANTES
           MOVE AUD-TELEFONO-ANTES  TO RAU-TELEFONO-ANTES
           MOVE AUD-EMAIL-ANTES     TO RAU-EMAIL-ANTES
           MOVE AUD-NOMBRE-DESP     TO RAU-NOMBRE-DESP
           MOVE AUD-DIRECCION-DESP  TO RAU-DIRECCION-DESP
           MOVE AUD-TELEFONO-DESP   TO RAU-TELEFONO-DESP
           MOVE AUD-EMAIL-DESP      TO RAU-EMAIL-DESP
           MOVE AUD-FECHA-CAMBIO    TO RAU-FECHA-CAMBIO
           MOVE AUD-HORA-CAMBIO     TO RAU-HORA-CAMBIO
           MOVE AUD-OPERADOR        TO RAU-OPERADOR
           WRITE respaldo-auditoria
           ADD 1 TO WS-FILAS
           MOVE AUD-CLIENTE-ID TO WS-ID-TEXTO
           PERFORM SUMAR-ID-AL-HASH
           PERFORM FETCH-AUDITORIA.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM RespaldoTablas.
