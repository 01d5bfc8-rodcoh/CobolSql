      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restauracion de una tabla maestra desde una generacion
      *          de respaldo_<tabla>_AAAAMMDD.txt que dejo
      *          RespaldoTablas. Reservado al rol supervisor ("3"): el
      *          operador se firma, elige la tabla (clientes, cuentas,
      *          cuentas_titulares, prestamos o clientes_auditoria) y
      *          la generacion. Antes de tocar la base se lee todo el
      *          archivo y se verifica la cabecera "H" (origen de la
      *          tabla elegida y fecha de la generacion) y la cola "Z"
      *          (cantidad de filas y hash, calculados igual que en el
      *          respaldo); si algo no cuadra la generacion se rechaza
      *          sin cambios. Con la confirmacion del supervisor se
      *          borra el contenido de la tabla y se vuelven a insertar
      *          las filas del respaldo en una sola unidad de trabajo:
      *          cualquier error deshace todo (ROLLBACK) y la tabla
      *          queda como estaba. Cada restauracion, exitosa o no,
      *          se anota en restauraciones_log.txt y en la bitacora
      *          de errores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestaurarTablas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT respaldo-in
            ASSIGN TO DYNAMIC WS-RUTA-RESPALDO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-respaldo.

           SELECT restauraciones-log
            ASSIGN TO DYNAMIC WS-RUTA-LOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-log.

       DATA DIVISION.
       FILE SECTION.
       FD  respaldo-in.
           COPY RESPCTL.
           COPY LOTECTL.

       FD  restauraciones-log.
       01  restauracion-registro.
           05 RES-FECHA          PIC X(10).
           05 RES-HORA           PIC X(8).
           05 RES-OPERADOR       PIC X(8).
           05 RES-TABLA          PIC X(10).
           05 RES-GENERACION     PIC X(8).
           05 RES-FILAS          PIC 9(9).
           05 RES-RESULTADO      PIC X(10).  *> RESTAURADA / FALLIDA

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-respaldo           PIC XX.
       01  fs-log                PIC XX.
       01  WS-RUTA-RESPALDO      PIC X(120) VALUE SPACES.
       01  WS-RUTA-LOG           PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-OPERADOR-ID      PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK      PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL     PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE   PIC X(20) VALUE SPACES.

       01  WS-OPCION-TABLA       PIC X VALUE SPACE.
       01  WS-TABLA-ARCHIVO      PIC X(10) VALUE SPACES.
       01  WS-ORIGEN-TABLA       PIC X(10) VALUE SPACES.
       01  WS-GENERACION         PIC X(8) VALUE SPACES.
       01  WS-GENERACION-PARTES REDEFINES WS-GENERACION.
           05 WS-GEN-AAAA        PIC X(4).
           05 WS-GEN-MM          PIC X(2).
           05 WS-GEN-DD          PIC X(2).
       01  WS-FECHA-GENERACION   PIC X(10) VALUE SPACES.
       01  WS-CONFIRMA           PIC X VALUE "N".

       01  WS-FIN-ARCHIVO        PIC X VALUE "N".
       01  WS-RESPALDO-VALIDO    PIC X VALUE "S".
       01  WS-MOTIVO-RECHAZO     PIC X(60) VALUE SPACES.
       01  WS-VISTA-CABECERA     PIC X VALUE "N".
       01  WS-VISTA-COLA         PIC X VALUE "N".
       01  WS-ERROR-CARGA        PIC X VALUE "N".
       01  WS-RESULTADO          PIC X(10) VALUE SPACES.
       01  WS-FILAS              PIC 9(9) VALUE 0.
       01  WS-HASH               PIC 9(13) VALUE 0.
       01  WS-HASH-IMPORTE       PIC 9(13) VALUE 0.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE 0.
       01  WS-COLA-HASH          PIC 9(13) VALUE 0.
       01  WS-FILAS-CARGADAS     PIC 9(9) VALUE 0.
       01  WS-ID-TEXTO           PIC X(6) VALUE SPACES.
       01  WS-ID-NUMERICO REDEFINES WS-ID-TEXTO PIC 9(6).
       01  WS-FECHA-HOY          PIC X(10) VALUE SPACES.
       01  WS-HOY-NUM            PIC 9(8) VALUE 0.
       01  WS-HOY-PARTES REDEFINES WS-HOY-NUM.
           05 WS-HOY-AAAA        PIC 9(4).
           05 WS-HOY-MM          PIC 9(2).
           05 WS-HOY-DD          PIC 9(2).
       01  WS-HORA-HOY           PIC X(8) VALUE SPACES.

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
       PERFORM FIRMAR-OPERADOR.
       PERFORM ELEGIR-TABLA.
       PERFORM ELEGIR-GENERACION.
       PERFORM VERIFICAR-RESPALDO.
       PERFORM CONFIRMAR-RESTAURACION.
       PERFORM CARGAR-TABLA.
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

      * Firma de operador: solo un supervisor (rol "3") puede
      * reemplazar el contenido de una tabla maestra.
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
           IF WS-OPERADOR-ROL NOT = "3"
              DISPLAY "Restauracion de tablas reservada al rol "
                      "supervisor."
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

       ELEGIR-TABLA.
           DISPLAY "--------------------"
           DISPLAY "1. clientes"
           DISPLAY "2. cuentas"
           DISPLAY "3. cuentas_titulares"
           DISPLAY "4. prestamos"
           DISPLAY "5. clientes_auditoria"
           DISPLAY "--------------------"
           DISPLAY "Tabla a restaurar: "
           ACCEPT WS-OPCION-TABLA
           EVALUATE WS-OPCION-TABLA
              WHEN "1"
                 MOVE "clientes"  TO WS-TABLA-ARCHIVO
                 MOVE "CLIENTES"  TO WS-ORIGEN-TABLA
              WHEN "2"
                 MOVE "cuentas"   TO WS-TABLA-ARCHIVO
                 MOVE "CUENTAS"   TO WS-ORIGEN-TABLA
              WHEN "3"
                 MOVE "titulares" TO WS-TABLA-ARCHIVO
                 MOVE "TITULARES" TO WS-ORIGEN-TABLA
              WHEN "4"
                 MOVE "prestamos" TO WS-TABLA-ARCHIVO
                 MOVE "PRESTAMOS" TO WS-ORIGEN-TABLA
              WHEN "5"
                 MOVE "auditoria" TO WS-TABLA-ARCHIVO
                 MOVE "AUDITORIA" TO WS-ORIGEN-TABLA
              WHEN OTHER
                 DISPLAY "Opcion no valida."
                 MOVE 1 TO RETURN-CODE
                 PERFORM DESCONECTAR-SQL
           END-EVALUATE.

       ELEGIR-GENERACION.
           DISPLAY "Generacion a restaurar (AAAAMMDD): "
           ACCEPT WS-GENERACION
           IF WS-GENERACION IS NOT NUMERIC
              DISPLAY "La generacion debe ser una fecha AAAAMMDD."
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE SPACES TO WS-FECHA-GENERACION
           STRING WS-GEN-AAAA "-" WS-GEN-MM "-" WS-GEN-DD
              DELIMITED BY SIZE INTO WS-FECHA-GENERACION
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "respaldo_" DELIMITED BY SIZE
                  WS-TABLA-ARCHIVO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-GENERACION DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RESPALDO.

      ******************************************************************
      * Primera pasada: lectura completa de la generacion sin tocar la
      * base. La cabecera debe ser el primer registro y corresponder a
      * la tabla y la fecha elegidas; la cola debe ser el ultimo y su
      * cantidad y hash deben coincidir con lo leido.
      ******************************************************************
       VERIFICAR-RESPALDO.
           OPEN INPUT respaldo-in
           IF fs-respaldo NOT = "00"
              DISPLAY "No se encontro " WS-NOMBRE-ARCHIVO-RUTA
                      " (estado " fs-respaldo ")"
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           MOVE "S" TO WS-RESPALDO-VALIDO
           MOVE "N" TO WS-VISTA-CABECERA
           MOVE "N" TO WS-VISTA-COLA
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE 0   TO WS-FILAS
           MOVE 0   TO WS-HASH
           PERFORM LEER-RESPALDO
           PERFORM VERIFICAR-REGISTRO
               UNTIL WS-FIN-ARCHIVO = "S"
                  OR WS-RESPALDO-VALIDO = "N"
           CLOSE respaldo-in

           IF WS-RESPALDO-VALIDO = "S"
              IF WS-VISTA-COLA = "N"
                 MOVE "Generacion sin cola Z (respaldo incompleto)."
                      TO WS-MOTIVO-RECHAZO
                 MOVE "N" TO WS-RESPALDO-VALIDO
              ELSE
                 IF WS-COLA-CONTADOR NOT = WS-FILAS
                    OR WS-COLA-HASH NOT = WS-HASH
                    MOVE "Cantidad u hash no cuadran con la cola Z."
                         TO WS-MOTIVO-RECHAZO
                    MOVE "N" TO WS-RESPALDO-VALIDO
                 END-IF
              END-IF
           END-IF

           IF WS-RESPALDO-VALIDO = "N"
              DISPLAY "Generacion rechazada: " WS-MOTIVO-RECHAZO
              DISPLAY "   Filas leidas: " WS-FILAS " hash: " WS-HASH
              DISPLAY "   Cola:         " WS-COLA-CONTADOR
                      " hash: " WS-COLA-HASH
              MOVE "ERROR" TO error-severidad
              MOVE "VERIFICAR-RESPALDO" TO error-parrafo
              MOVE "Restauracion rechazada: respaldo sin control."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 0 TO WS-FILAS-CARGADAS
              MOVE "RECHAZADA" TO WS-RESULTADO
              PERFORM ANOTAR-RESTAURACION
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Generacion verificada: " WS-FILAS
                   " filas, hash " WS-HASH.

       LEER-RESPALDO.
           READ respaldo-in
              AT END
                 MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       VERIFICAR-REGISTRO.
           EVALUATE TRUE
              WHEN WS-VISTA-COLA = "S"
                 MOVE "Registros despues de la cola Z."
                      TO WS-MOTIVO-RECHAZO
                 MOVE "N" TO WS-RESPALDO-VALIDO
              WHEN WS-VISTA-CABECERA = "N"
                 PERFORM VERIFICAR-CABECERA
              WHEN CAB-TIPO-REGISTRO = "Z"
                 MOVE "S" TO WS-VISTA-COLA
                 MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
                 MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
              WHEN CAB-TIPO-REGISTRO = "D"
                 ADD 1 TO WS-FILAS
                 PERFORM ACUMULAR-HASH
              WHEN OTHER
                 MOVE "Registro de tipo desconocido en la generacion."
                      TO WS-MOTIVO-RECHAZO
                 MOVE "N" TO WS-RESPALDO-VALIDO
           END-EVALUATE
           PERFORM LEER-RESPALDO.

       VERIFICAR-CABECERA.
           MOVE "S" TO WS-VISTA-CABECERA
           IF CAB-TIPO-REGISTRO NOT = "H"
              MOVE "La generacion no empieza con cabecera H."
                   TO WS-MOTIVO-RECHAZO
              MOVE "N" TO WS-RESPALDO-VALIDO
           ELSE
              IF CAB-ORIGEN NOT = WS-ORIGEN-TABLA
                 MOVE "La cabecera es de otra tabla."
                      TO WS-MOTIVO-RECHAZO
                 MOVE "N" TO WS-RESPALDO-VALIDO
              END-IF
              IF CAB-FECHA-NEGOCIO NOT = WS-FECHA-GENERACION
                 MOVE "La fecha de la cabecera no es la generacion."
                      TO WS-MOTIVO-RECHAZO
                 MOVE "N" TO WS-RESPALDO-VALIDO
              END-IF
           END-IF.

      * Mismo hash que RespaldoTablas: saldos en centavos para cuentas
      * (sin signo) y prestamos; identificador numerico en las demas.
       ACUMULAR-HASH.
           EVALUATE WS-OPCION-TABLA
              WHEN "1"
                 MOVE RCL-ID TO WS-ID-TEXTO
                 PERFORM SUMAR-ID-AL-HASH
              WHEN "2"
                 IF RCU-SALDO < 0
                    COMPUTE WS-HASH-IMPORTE = RCU-SALDO * -100
                 ELSE
                    COMPUTE WS-HASH-IMPORTE = RCU-SALDO * 100
                 END-IF
                 ADD WS-HASH-IMPORTE TO WS-HASH
              WHEN "3"
                 MOVE RTI-CUENTA-ID TO WS-ID-TEXTO
                 PERFORM SUMAR-ID-AL-HASH
              WHEN "4"
                 COMPUTE WS-HASH-IMPORTE = RPR-SALDO * 100
                 ADD WS-HASH-IMPORTE TO WS-HASH
              WHEN "5"
                 MOVE RAU-CLIENTE-ID TO WS-ID-TEXTO
                 PERFORM SUMAR-ID-AL-HASH
           END-EVALUATE.

       SUMAR-ID-AL-HASH.
           IF WS-ID-NUMERICO IS NUMERIC
              ADD WS-ID-NUMERICO TO WS-HASH
           END-IF.

       CONFIRMAR-RESTAURACION.
           DISPLAY "Se reemplazara TODO el contenido de la tabla "
                   WS-TABLA-ARCHIVO " con " WS-FILAS
                   " filas del respaldo " WS-GENERACION "."
           DISPLAY "Confirma la restauracion (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY "Restauracion cancelada, la tabla no se toco."
              PERFORM DESCONECTAR-SQL
           END-IF.

      ******************************************************************
      * Segunda pasada: borrado de la tabla e insercion de las filas
      * del respaldo. Nada se confirma hasta terminar sin errores.
      ******************************************************************
       CARGAR-TABLA.
           MOVE "N" TO WS-ERROR-CARGA
           MOVE 0   TO WS-FILAS-CARGADAS
           PERFORM VACIAR-TABLA

           IF WS-ERROR-CARGA = "N"
              OPEN INPUT respaldo-in
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-RESPALDO
              PERFORM CARGAR-REGISTRO
                  UNTIL WS-FIN-ARCHIVO = "S"
                     OR WS-ERROR-CARGA = "S"
              CLOSE respaldo-in
           END-IF

           IF WS-ERROR-CARGA = "S"
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY "Restauracion deshecha, la tabla quedo como "
                      "estaba."
              MOVE "ERROR" TO error-severidad
              MOVE "CARGAR-TABLA" TO error-parrafo
              MOVE "Restauracion de tabla fallida y deshecha."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE "FALLIDA" TO WS-RESULTADO
              PERFORM ANOTAR-RESTAURACION
              MOVE 1 TO RETURN-CODE
           ELSE
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY "Tabla " WS-TABLA-ARCHIVO " restaurada: "
                      WS-FILAS-CARGADAS " filas."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-TABLA" TO error-parrafo
              MOVE "Tabla maestra restaurada desde respaldo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE "RESTAURADA" TO WS-RESULTADO
              PERFORM ANOTAR-RESTAURACION
           END-IF.

       VACIAR-TABLA.
           EVALUATE WS-OPCION-TABLA
              WHEN "1"
                 EXEC SQL
                    DELETE FROM clientes
                 END-EXEC
              WHEN "2"
                 EXEC SQL
                    DELETE FROM cuentas
                 END-EXEC
              WHEN "3"
                 EXEC SQL
                    DELETE FROM cuentas_titulares
                 END-EXEC
              WHEN "4"
                 EXEC SQL
                    DELETE FROM prestamos
                 END-EXEC
              WHEN "5"
                 EXEC SQL
                    DELETE FROM clientes_auditoria
                 END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY "Error al vaciar " WS-TABLA-ARCHIVO ": "
                      SQLCODE " - " SQLSTATE
              MOVE "S" TO WS-ERROR-CARGA
           END-IF.

       CARGAR-REGISTRO.
           IF CAB-TIPO-REGISTRO = "D"
              EVALUATE WS-OPCION-TABLA
                 WHEN "1"
                    PERFORM INSERTAR-CLIENTE
                 WHEN "2"
                    PERFORM INSERTAR-CUENTA
                 WHEN "3"
                    PERFORM INSERTAR-TITULAR
                 WHEN "4"
                    PERFORM INSERTAR-PRESTAMO
                 WHEN "5"
                    PERFORM INSERTAR-AUDITORIA
              END-EVALUATE
              IF SQLCODE NOT = 0
                 DISPLAY "Error al insertar la fila "
                         WS-FILAS-CARGADAS " de " WS-TABLA-ARCHIVO
                         ": " SQLCODE " - " SQLSTATE
                 MOVE "S" TO WS-ERROR-CARGA
              ELSE
                 ADD 1 TO WS-FILAS-CARGADAS
              END-IF
           END-IF
           PERFORM LEER-RESPALDO.

       INSERTAR-CLIENTE.
           MOVE RCL-ID            TO CLIENTE-ID
           MOVE RCL-NOMBRE        TO CLIENTE-NOMBRE
           MOVE RCL-CALLE         TO CLIENTE-CALLE
           MOVE RCL-CIUDAD        TO CLIENTE-CIUDAD
           MOVE RCL-PROVINCIA     TO CLIENTE-PROVINCIA
           MOVE RCL-CP            TO CLIENTE-CP
           MOVE RCL-TELEFONO      TO CLIENTE-TELEFONO
           MOVE RCL-EMAIL         TO CLIENTE-EMAIL
           MOVE RCL-ESTADO        TO CLIENTE-ESTADO
           MOVE RCL-MOTIVO-ESTADO TO CLIENTE-MOTIVO
           MOVE RCL-FECHA-ESTADO  TO CLIENTE-FECHA-EST
      * Un respaldo anterior a los datos de identificacion los trae
      * en blanco: el cliente vuelve sin datos KYC, como estaba.
           MOVE RCL-TIPO-DOC      TO CLIENTE-TIPO-DOC
           MOVE RCL-NRO-DOC       TO CLIENTE-NRO-DOC
           MOVE RCL-VTO-DOC       TO CLIENTE-VTO-DOC
           MOVE RCL-FECHA-NAC     TO CLIENTE-FECHA-NAC
           MOVE RCL-RIESGO        TO CLIENTE-RIESGO
           MOVE RCL-PROX-REVISION TO CLIENTE-PROX-REV
           MOVE RCL-SUCURSAL      TO CLIENTE-SUCURSAL
           EXEC SQL
              INSERT INTO clientes
                 (id_cliente, nombre_cliente, calle_cliente,
                  ciudad_cliente, provincia_cliente, cp_cliente,
                  telefono_cliente, email_cliente, estado_cliente,
                  motivo_estado, fecha_estado, tipo_documento,
                  nro_documento, vencimiento_documento,
                  fecha_nacimiento, riesgo_cliente,
                  proxima_revision_kyc, sucursal_cliente)
              VALUES
                 (:CLIENTE-ID, :CLIENTE-NOMBRE, :CLIENTE-CALLE,
                  :CLIENTE-CIUDAD, :CLIENTE-PROVINCIA, :CLIENTE-CP,
                  :CLIENTE-TELEFONO, :CLIENTE-EMAIL, :CLIENTE-ESTADO,
                  :CLIENTE-MOTIVO, :CLIENTE-FECHA-EST,
                  :CLIENTE-TIPO-DOC, :CLIENTE-NRO-DOC,
                  :CLIENTE-VTO-DOC, :CLIENTE-FECHA-NAC,
                  :CLIENTE-RIESGO, :CLIENTE-PROX-REV,
                  :CLIENTE-SUCURSAL)
           END-EXEC.

       INSERTAR-CUENTA.
           MOVE RCU-ID           TO CUENTA-ID
           MOVE RCU-CLIENTE-ID   TO CUENTA-CLIENTE-ID
           MOVE RCU-TIPO         TO CUENTA-TIPO
           MOVE RCU-SALDO        TO CUENTA-SALDO
           MOVE RCU-LIMITE       TO CUENTA-LIMITE
           MOVE RCU-MONEDA       TO CUENTA-MONEDA
           MOVE RCU-ESTADO       TO CUENTA-ESTADO
           MOVE RCU-FECHA-CIERRE TO CUENTA-FECHA-CIERRE
      * Un respaldo anterior a la fecha de apertura la trae en blanco.
           MOVE RCU-FECHA-APERTURA TO CUENTA-FECHA-APERTURA
      * Un respaldo anterior a la sucursal de la cuenta la trae en
      * blanco; la conversion de sucursales la vuelve a asignar.
           MOVE RCU-SUCURSAL     TO CUENTA-SUCURSAL
           EXEC SQL
              INSERT INTO cuentas
                 (id_cuenta, id_cliente, tipo_cuenta, saldo_cuenta,
                  limite_sobregiro, moneda_cuenta, estado_cuenta,
                  fecha_cierre, fecha_apertura, sucursal_cuenta)
              VALUES
                 (:CUENTA-ID, :CUENTA-CLIENTE-ID, :CUENTA-TIPO,
                  :CUENTA-SALDO, :CUENTA-LIMITE, :CUENTA-MONEDA,
                  :CUENTA-ESTADO, :CUENTA-FECHA-CIERRE,
                  :CUENTA-FECHA-APERTURA, :CUENTA-SUCURSAL)
           END-EXEC.

       INSERTAR-TITULAR.
           MOVE RTI-CUENTA-ID  TO TITULAR-CUENTA-ID
           MOVE RTI-CLIENTE-ID TO TITULAR-CLIENTE-ID
           MOVE RTI-ROL        TO TITULAR-ROL
           EXEC SQL
              INSERT INTO cuentas_titulares
                 (id_cuenta, id_cliente, rol_titular)
              VALUES
                 (:TITULAR-CUENTA-ID, :TITULAR-CLIENTE-ID,
                  :TITULAR-ROL)
           END-EXEC.

       INSERTAR-PRESTAMO.
           MOVE RPR-ID           TO PRESTAMO-ID
           MOVE RPR-CLIENTE-ID   TO PRESTAMO-CLIENTE-ID
           MOVE RPR-TIPO         TO PRESTAMO-TIPO
           MOVE RPR-PRINCIPAL    TO PRESTAMO-PRINCIPAL
           MOVE RPR-PLAZO        TO PRESTAMO-PLAZO
           MOVE RPR-SALDO        TO PRESTAMO-SALDO
           MOVE RPR-FECHA-ORIGEN TO PRESTAMO-FECHA
           MOVE RPR-ESTADO       TO PRESTAMO-ESTADO
      * Un respaldo anterior a la tasa variable no trae modalidad:
      * el prestamo vuelve como de tasa fija.
           IF RPR-MODALIDAD = "V"
              MOVE "V" TO PRESTAMO-MODALIDAD
           ELSE
              MOVE "F" TO PRESTAMO-MODALIDAD
           END-IF
           IF RPR-TASA-VIGENTE NUMERIC
              MOVE RPR-TASA-VIGENTE TO PRESTAMO-TASA-VIGENTE
           ELSE
              MOVE 0 TO PRESTAMO-TASA-VIGENTE
           END-IF
           IF RPR-CUOTA-VIGENTE NUMERIC
              MOVE RPR-CUOTA-VIGENTE TO PRESTAMO-CUOTA-VIGENTE
           ELSE
              MOVE 0 TO PRESTAMO-CUOTA-VIGENTE
           END-IF
           MOVE RPR-SUCURSAL     TO PRESTAMO-SUCURSAL
           EXEC SQL
              INSERT INTO prestamos
                 (id_prestamo, id_cliente, tipo_prestamo, principal,
                  plazo_meses, saldo_pendiente, fecha_origen,
                  estado_prestamo, modalidad_tasa, tasa_vigente,
                  cuota_vigente, sucursal_prestamo)
              VALUES
                 (:PRESTAMO-ID, :PRESTAMO-CLIENTE-ID, :PRESTAMO-TIPO,
                  :PRESTAMO-PRINCIPAL, :PRESTAMO-PLAZO,
                  :PRESTAMO-SALDO, :PRESTAMO-FECHA, :PRESTAMO-ESTADO,
                  :PRESTAMO-MODALIDAD, :PRESTAMO-TASA-VIGENTE,
                  :PRESTAMO-CUOTA-VIGENTE, :PRESTAMO-SUCURSAL)
           END-EXEC.

       INSERTAR-AUDITORIA.
           MOVE RAU-CLIENTE-ID      TO AUD-CLIENTE-ID
           MOVE RAU-OPERACION       TO AUD-OPERACION
           MOVE RAU-NOMBRE-ANTES    TO AUD-NOMBRE-ANTES
           MOVE RAU-DIRECCION-ANTES TO AUD-DIRECCION-ANTES
           MOVE RAU-TELEFONO-ANTES  TO AUD-TELEFONO-ANTES
           MOVE RAU-EMAIL-ANTES     TO AUD-EMAIL-ANTES
           MOVE RAU-NOMBRE-DESP     TO AUD-NOMBRE-DESP
           MOVE RAU-DIRECCION-DESP  TO AUD-DIRECCION-DESP
           MOVE RAU-TELEFONO-DESP   TO AUD-TELEFONO-DESP
           MOVE RAU-EMAIL-DESP      TO AUD-EMAIL-DESP
           MOVE RAU-FECHA-CAMBIO    TO AUD-FECHA-CAMBIO
           MOVE RAU-HORA-CAMBIO     TO AUD-HORA-CAMBIO
           MOVE RAU-OPERADOR        TO AUD-OPERADOR
           EXEC SQL
              INSERT INTO clientes_auditoria
                 (id_cliente, operacion, nombre_antes,
                  direccion_antes, telefono_antes, email_antes,
                  nombre_despues, direccion_despues,
                  telefono_despues, email_despues, fecha_cambio,
                  hora_cambio, operador)
              VALUES
                 (:AUD-CLIENTE-ID, :AUD-OPERACION,
                  :AUD-NOMBRE-ANTES, :AUD-DIRECCION-ANTES,
                  :AUD-TELEFONO-ANTES, :AUD-EMAIL-ANTES,
                  :AUD-NOMBRE-DESP, :AUD-DIRECCION-DESP,
                  :AUD-TELEFONO-DESP, :AUD-EMAIL-DESP,
                  :AUD-FECHA-CAMBIO, :AUD-HORA-CAMBIO,
                  :AUD-OPERADOR)
           END-EXEC.

      * Una linea por intento de restauracion en restauraciones_log.txt
      * (fecha y hora reales, operador, tabla, generacion, filas
      * cargadas y resultado). WS-RESULTADO llega ya cargado.
       ANOTAR-RESTAURACION.
           MOVE "restauraciones_log.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-LOG
           ACCEPT WS-HOY-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-FECHA-HOY
           STRING WS-HOY-AAAA "-" WS-HOY-MM "-" WS-HOY-DD
              DELIMITED BY SIZE INTO WS-FECHA-HOY
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN EXTEND restauraciones-log
           IF fs-log = "35"
              OPEN OUTPUT restauraciones-log
              CLOSE restauraciones-log
              OPEN EXTEND restauraciones-log
           END-IF
           MOVE WS-FECHA-HOY      TO RES-FECHA
           MOVE WS-HORA-HOY       TO RES-HORA
           MOVE WS-OPERADOR-ID    TO RES-OPERADOR
           MOVE WS-ORIGEN-TABLA   TO RES-TABLA
           MOVE WS-GENERACION     TO RES-GENERACION
           MOVE WS-FILAS-CARGADAS TO RES-FILAS
           MOVE WS-RESULTADO      TO RES-RESULTADO
           WRITE restauracion-registro
           CLOSE restauraciones-log.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM RestaurarTablas.
