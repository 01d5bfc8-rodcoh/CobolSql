      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido nocturno de integridad referencial. Cruza las
      *          tablas SQL entre si (cuentas contra clientes,
      *          cuentas_titulares contra cuentas y clientes, prestamos
      *          contra clientes) y contra los maestros planos
      *          (plazos_fijos.dat, ordenes_permanentes.dat,
      *          retenciones.txt y empleados_banco.dat) y emite el
      *          reporte de excepciones integridad_rep.txt agrupado por
      *          severidad:
      *            ERROR - rompe el posteo o un paso de la proxima
      *                    corrida (la transaccion o el credito iria
      *                    al suspenso o fallaria); cada una se anota
      *                    tambien como ERROR con registrar-error, asi
      *                    que AlertaErrores la copia a las alertas
      *                    del operador.
      *            WARN  - referencia rota que no detiene el proceso
      *                    pero deja datos huerfanos.
      *            INFO  - inconsistencia menor o maestro ausente.
      *          El programa no corrige nada: solo informa. Termina con
      *          codigo cero aunque haya excepciones (el reporte es el
      *          resultado); un error de SQL al barrer es FATAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegridadReferencial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT ordenes-file
            ASSIGN TO DYNAMIC WS-RUTA-ORDENES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-ordenes.

           SELECT retenciones-file
            ASSIGN TO DYNAMIC WS-RUTA-RETENCIONES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-retenciones.

           SELECT banco-datos
            ASSIGN TO DYNAMIC WS-RUTA-BANCO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-banco.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  plazos-file.
       01  plazo-registro.
           05 PF-ID               PIC X(6).
           05 PF-CLIENTE          PIC X(6).
           05 PF-CUENTA           PIC X(6).
           05 PF-PRINCIPAL        PIC 9(9)V99.
           05 PF-PLAZO            PIC 9(3).
           05 PF-TASA             PIC 9V9999.
           05 PF-FECHA-INICIO     PIC X(10).
           05 PF-FECHA-VENC       PIC X(10).
           05 PF-ESTADO           PIC X.       *> V=vigente P=pagado

       FD  ordenes-file.
       01  orden-registro.
           05 ORD-CLIENTE         PIC 9(6).
           05 ORD-CONTRAPARTE     PIC X(6).
           05 ORD-TIPO            PIC X(10).
           05 ORD-MONTO           PIC 9(7)V99.
           05 ORD-FRECUENCIA      PIC X.
           05 ORD-PROXIMA         PIC X(10).
           05 ORD-ACTIVA          PIC X.       *> S/N

       FD  retenciones-file.
       01  retencion-registro.
           05 HLD-CUENTA          PIC X(6).
           05 HLD-MONTO           PIC 9(7)V99.
           05 HLD-FECHA-DEPOSITO  PIC X(10).
           05 HLD-FECHA-LIBERA    PIC X(10).
           05 HLD-ESTADO          PIC X.       *> P=pendiente L=liberada

       FD  banco-datos.
       01  banco-registro.
           05 BAN-EMP-ID          PIC 9(4).
           05 BAN-BANCO           PIC X(10).
           05 BAN-CUENTA          PIC X(20).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-plazos             PIC XX.
       01  fs-ordenes            PIC XX.
       01  fs-retenciones        PIC XX.
       01  fs-banco              PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-ORDENES       PIC X(120) VALUE SPACES.
       01  WS-RUTA-RETENCIONES   PIC X(120) VALUE SPACES.
       01  WS-RUTA-BANCO         PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-FIN-ARCHIVO        PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

      * Claves y resultados de las busquedas puntuales.
       01  WS-CUENTA-BUSQUEDA    PIC X(6) VALUE SPACES.
       01  WS-CUENTA-HALLADA     PIC X VALUE "N".
       01  WS-CUENTA-CLIENTE     PIC X(6) VALUE SPACES.
       01  WS-CUENTA-ESTADO      PIC X(10) VALUE SPACES.
       01  WS-CLIENTE-BUSQUEDA   PIC X(6) VALUE SPACES.
       01  WS-CLIENTE-NUM        PIC 9(6) VALUE 0.
       01  WS-CLIENTE-HALLADO    PIC X VALUE "N".
       01  WS-CLIENTE-ESTADO     PIC X(10) VALUE SPACES.
       01  WS-CUENTAS-ABIERTAS   PIC 9(5) VALUE 0.
       01  WS-CUENTAS-TOTALES    PIC 9(5) VALUE 0.

      * Filas de los cursores del barrido SQL.
       01  WS-FILA-ID            PIC X(6) VALUE SPACES.
       01  WS-FILA-CLIENTE       PIC X(6) VALUE SPACES.
       01  WS-FILA-ESTADO        PIC X(10) VALUE SPACES.
       01  WS-FILA-MARCA         PIC X(10) VALUE SPACES.

      * Excepciones acumuladas para imprimirlas por severidad.
       01  WS-EXCEPCIONES.
           05 WS-EXC-FILA OCCURS 2000 TIMES.
              10 WS-EXC-SEVERIDAD PIC X(5).
              10 WS-EXC-CONTROL   PIC X(20).
              10 WS-EXC-CLAVE     PIC X(12).
              10 WS-EXC-DETALLE   PIC X(60).
       01  WS-NUM-EXCEPCIONES    PIC 9(4) VALUE 0.
       01  WS-EXCEPCIONES-EXCED  PIC X VALUE "N".
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-SEVERIDAD-IMPRESA  PIC X(5) VALUE SPACES.
       01  WS-SEVERIDAD-ACTUAL   PIC X(5) VALUE SPACES.
       01  WS-CONTROL-ACTUAL     PIC X(20) VALUE SPACES.
       01  WS-CLAVE-ACTUAL       PIC X(12) VALUE SPACES.
       01  WS-DETALLE-ACTUAL     PIC X(60) VALUE SPACES.
       01  WS-CANT-ERROR         PIC 9(5) VALUE 0.
       01  WS-CANT-WARN          PIC 9(5) VALUE 0.
       01  WS-CANT-INFO          PIC 9(5) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM VERIFICAR-CUENTAS-CLIENTE.
       PERFORM VERIFICAR-TITULARES.
       PERFORM VERIFICAR-PRESTAMOS.
       PERFORM VERIFICAR-PLAZOS-FIJOS.
       PERFORM VERIFICAR-ORDENES.
       PERFORM VERIFICAR-RETENCIONES.
       PERFORM VERIFICAR-EMPLEADOS-BANCO.
       PERFORM EMITIR-REPORTE.
       DISPLAY "Integridad: " WS-CANT-ERROR " ERROR, " WS-CANT-WARN
               " WARN, " WS-CANT-INFO " INFO.".
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

      * Un SQLCODE inesperado en un cursor del barrido deja el
      * reporte incompleto: se corta con FATAL.
       ERROR-BARRIDO.
           DISPLAY "Error de SQL en el barrido de integridad: "
                   SQLCODE " - " SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "ERROR-BARRIDO" TO error-parrafo
           MOVE "Error de SQL en el barrido de integridad referencial."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Registro de una excepcion: WS-SEVERIDAD-ACTUAL,
      * WS-CONTROL-ACTUAL, WS-CLAVE-ACTUAL y WS-DETALLE-ACTUAL llegan
      * cargados. Las de severidad ERROR van ademas a la bitacora.
      ******************************************************************
       AGREGAR-EXCEPCION.
           EVALUATE WS-SEVERIDAD-ACTUAL
              WHEN "ERROR"
                 ADD 1 TO WS-CANT-ERROR
              WHEN "WARN"
                 ADD 1 TO WS-CANT-WARN
              WHEN OTHER
                 ADD 1 TO WS-CANT-INFO
           END-EVALUATE
           IF WS-NUM-EXCEPCIONES < 2000
              ADD 1 TO WS-NUM-EXCEPCIONES
              MOVE WS-SEVERIDAD-ACTUAL
                 TO WS-EXC-SEVERIDAD(WS-NUM-EXCEPCIONES)
              MOVE WS-CONTROL-ACTUAL
                 TO WS-EXC-CONTROL(WS-NUM-EXCEPCIONES)
              MOVE WS-CLAVE-ACTUAL
                 TO WS-EXC-CLAVE(WS-NUM-EXCEPCIONES)
              MOVE WS-DETALLE-ACTUAL
                 TO WS-EXC-DETALLE(WS-NUM-EXCEPCIONES)
           ELSE
              MOVE "S" TO WS-EXCEPCIONES-EXCED
           END-IF
           IF WS-SEVERIDAD-ACTUAL = "ERROR"
              MOVE "ERROR" TO error-severidad
              MOVE WS-CONTROL-ACTUAL TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING WS-CLAVE-ACTUAL DELIMITED BY SPACE
                     ": " DELIMITED BY SIZE
                     WS-DETALLE-ACTUAL DELIMITED BY SIZE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

      ******************************************************************
      * Busquedas puntuales usadas por los cruces de los maestros.
      ******************************************************************
       BUSCAR-CUENTA.
           MOVE "N" TO WS-CUENTA-HALLADA
           MOVE SPACES TO WS-CUENTA-ESTADO
           MOVE SPACES TO WS-CUENTA-CLIENTE

           EXEC SQL
              SELECT id_cliente,
                     estado_cuenta
              INTO :WS-CUENTA-CLIENTE,
                   :WS-CUENTA-ESTADO
              FROM cuentas
              WHERE id_cuenta = :WS-CUENTA-BUSQUEDA
           END-EXEC

           IF SQLCODE = 0
              MOVE "S" TO WS-CUENTA-HALLADA
           END-IF.

       BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO
           MOVE SPACES TO WS-CLIENTE-ESTADO

           EXEC SQL
              SELECT estado_cliente
              INTO :WS-CLIENTE-ESTADO
              FROM clientes
              WHERE id_cliente = :WS-CLIENTE-BUSQUEDA
           END-EXEC

           IF SQLCODE = 0
              MOVE "S" TO WS-CLIENTE-HALLADO
           END-IF.

      * El posteo usa la primera cuenta abierta del cliente; un
      * cliente sin cuentas abiertas manda todo al suspenso.
       CONTAR-CUENTAS-CLIENTE.
           MOVE 0 TO WS-CUENTAS-ABIERTAS
           MOVE 0 TO WS-CUENTAS-TOTALES

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CUENTAS-TOTALES
              FROM cuentas
              WHERE id_cliente = :WS-CLIENTE-BUSQUEDA
           END-EXEC

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CUENTAS-ABIERTAS
              FROM cuentas
              WHERE id_cliente = :WS-CLIENTE-BUSQUEDA
                AND estado_cuenta <> 'CERRADA'
           END-EXEC.

      ******************************************************************
      * cuentas cuyo id_cliente ya no existe en clientes (borrado a
      * mano o por una fusion incompleta).
      ******************************************************************
       VERIFICAR-CUENTAS-CLIENTE.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUENTAS-HUERFANAS CURSOR FOR
              SELECT c.id_cuenta,
                     c.id_cliente,
                     c.estado_cuenta
              FROM cuentas c
              WHERE NOT EXISTS
                    (SELECT 1 FROM clientes k
                     WHERE k.id_cliente = c.id_cliente)
              ORDER BY c.id_cuenta
           END-EXEC

           EXEC SQL
              OPEN CUR-CUENTAS-HUERFANAS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-BARRIDO
           END-IF

           PERFORM FETCH-CUENTA-HUERFANA
           PERFORM REGISTRAR-CUENTA-HUERFANA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUENTAS-HUERFANAS
           END-EXEC.

       FETCH-CUENTA-HUERFANA.
           EXEC SQL
              FETCH CUR-CUENTAS-HUERFANAS
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-BARRIDO
           END-EVALUATE.

      * Una cuenta cerrada sin cliente ya no mueve nada (INFO); una
      * abierta queda fuera de todo el proceso por cliente (WARN).
       REGISTRAR-CUENTA-HUERFANA.
           IF WS-FILA-ESTADO = "CERRADA"
              MOVE "INFO" TO WS-SEVERIDAD-ACTUAL
           ELSE
              MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
           END-IF
           MOVE "CUENTA-SIN-CLIENTE" TO WS-CONTROL-ACTUAL
           MOVE WS-FILA-ID TO WS-CLAVE-ACTUAL
           MOVE SPACES TO WS-DETALLE-ACTUAL
           STRING "cuenta apunta a id_cliente inexistente "
                  DELIMITED BY SIZE
                  WS-FILA-CLIENTE DELIMITED BY SIZE
                  INTO WS-DETALLE-ACTUAL
           PERFORM AGREGAR-EXCEPCION
           PERFORM FETCH-CUENTA-HUERFANA.

      ******************************************************************
      * cuentas_titulares: la cuenta debe existir y no estar CERRADA,
      * y el cliente titular debe existir.
      ******************************************************************
       VERIFICAR-TITULARES.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-TITULARES-ROTOS CURSOR FOR
              SELECT t.id_cuenta,
                     t.id_cliente,
                     COALESCE(c.estado_cuenta, '*SINCUENTA'),
                     CASE WHEN k.id_cliente IS NULL
                          THEN '*SIN CLI' ELSE ' ' END
              FROM cuentas_titulares t
              LEFT JOIN cuentas c ON c.id_cuenta = t.id_cuenta
              LEFT JOIN clientes k ON k.id_cliente = t.id_cliente
              WHERE c.id_cuenta IS NULL
                 OR c.estado_cuenta = 'CERRADA'
                 OR k.id_cliente IS NULL
              ORDER BY t.id_cuenta, t.id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-TITULARES-ROTOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-BARRIDO
           END-IF

           PERFORM FETCH-TITULAR-ROTO
           PERFORM REGISTRAR-TITULAR-ROTO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-TITULARES-ROTOS
           END-EXEC.

       FETCH-TITULAR-ROTO.
           EXEC SQL
              FETCH CUR-TITULARES-ROTOS
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-ESTADO,
                   :WS-FILA-MARCA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-BARRIDO
           END-EVALUATE.

       REGISTRAR-TITULAR-ROTO.
           MOVE WS-FILA-ID TO WS-CLAVE-ACTUAL
           IF WS-FILA-ESTADO = "*SINCUENTA"
              MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
              MOVE "TITULAR-SIN-CUENTA" TO WS-CONTROL-ACTUAL
              MOVE SPACES TO WS-DETALLE-ACTUAL
              STRING "titular " DELIMITED BY SIZE
                     WS-FILA-CLIENTE DELIMITED BY SIZE
                     " de una cuenta inexistente" DELIMITED BY SIZE
                     INTO WS-DETALLE-ACTUAL
              PERFORM AGREGAR-EXCEPCION
           END-IF
           IF WS-FILA-ESTADO = "CERRADA"
              MOVE "INFO" TO WS-SEVERIDAD-ACTUAL
              MOVE "TITULAR-CTA-CERRADA" TO WS-CONTROL-ACTUAL
              MOVE SPACES TO WS-DETALLE-ACTUAL
              STRING "titular " DELIMITED BY SIZE
                     WS-FILA-CLIENTE DELIMITED BY SIZE
                     " sigue en una cuenta CERRADA" DELIMITED BY SIZE
                     INTO WS-DETALLE-ACTUAL
              PERFORM AGREGAR-EXCEPCION
           END-IF
           IF WS-FILA-MARCA = "*SIN CLI"
              MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
              MOVE "TITULAR-SIN-CLIENTE" TO WS-CONTROL-ACTUAL
              MOVE SPACES TO WS-DETALLE-ACTUAL
              STRING "titular con id_cliente inexistente "
                     DELIMITED BY SIZE
                     WS-FILA-CLIENTE DELIMITED BY SIZE
                     INTO WS-DETALLE-ACTUAL
              PERFORM AGREGAR-EXCEPCION
           END-IF
           PERFORM FETCH-TITULAR-ROTO.

      ******************************************************************
      * prestamos de clientes que ya no existen (por ejemplo un
      * duplicado eliminado por FusionClientes sin reapuntar sus
      * prestamos). El posteo acepta el pago de un prestamo solo si
      * el cliente que paga es el del prestamo, asi que un prestamo
      * vigente huerfano manda sus pagos al suspenso: ERROR.
      ******************************************************************
       VERIFICAR-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS-HUERFANOS CURSOR FOR
              SELECT p.id_prestamo,
                     p.id_cliente,
                     p.estado_prestamo
              FROM prestamos p
              WHERE NOT EXISTS
                    (SELECT 1 FROM clientes k
                     WHERE k.id_cliente = p.id_cliente)
              ORDER BY p.id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS-HUERFANOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERROR-BARRIDO
           END-IF

           PERFORM FETCH-PRESTAMO-HUERFANO
           PERFORM REGISTRAR-PRESTAMO-HUERFANO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS-HUERFANOS
           END-EXEC.

       FETCH-PRESTAMO-HUERFANO.
           EXEC SQL
              FETCH CUR-PRESTAMOS-HUERFANOS
              INTO :WS-FILA-ID,
                   :WS-FILA-CLIENTE,
                   :WS-FILA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 PERFORM ERROR-BARRIDO
           END-EVALUATE.

       REGISTRAR-PRESTAMO-HUERFANO.
           IF WS-FILA-ESTADO = "CANCELAD"
              MOVE "INFO" TO WS-SEVERIDAD-ACTUAL
           ELSE
              MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
           END-IF
           MOVE "PRESTAMO-SIN-CLIENTE" TO WS-CONTROL-ACTUAL
           MOVE WS-FILA-ID TO WS-CLAVE-ACTUAL
           MOVE SPACES TO WS-DETALLE-ACTUAL
           STRING "prestamo de id_cliente inexistente "
                  DELIMITED BY SIZE
                  WS-FILA-CLIENTE DELIMITED BY SIZE
                  INTO WS-DETALLE-ACTUAL
           PERFORM AGREGAR-EXCEPCION
           PERFORM FETCH-PRESTAMO-HUERFANO.

      ******************************************************************
      * plazos_fijos.dat: un certificado vigente debe tener su cuenta
      * de acreditacion existente y no CERRADA (PlazosFijos le paga el
      * vencimiento ahi) y su cliente existente.
      ******************************************************************
       VERIFICAR-PLAZOS-FIJOS.
           MOVE "plazos_fijos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PLAZOS
           OPEN INPUT plazos-file
           IF fs-plazos NOT = "00"
              PERFORM MAESTRO-AUSENTE
           ELSE
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-PLAZO
              PERFORM CRUZAR-PLAZO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE plazos-file
           END-IF.

       LEER-PLAZO.
           READ plazos-file
              AT END
                 MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CRUZAR-PLAZO.
           IF PF-ESTADO = "V"
              MOVE PF-ID TO WS-CLAVE-ACTUAL
              MOVE PF-CUENTA TO WS-CUENTA-BUSQUEDA
              PERFORM BUSCAR-CUENTA
              EVALUATE TRUE
                 WHEN WS-CUENTA-HALLADA = "N"
                    MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                    MOVE "PLAZO-CTA-INEXIST" TO WS-CONTROL-ACTUAL
                    MOVE SPACES TO WS-DETALLE-ACTUAL
                    STRING "certificado vigente sobre cuenta "
                           DELIMITED BY SIZE
                           PF-CUENTA DELIMITED BY SIZE
                           " inexistente" DELIMITED BY SIZE
                           INTO WS-DETALLE-ACTUAL
                    PERFORM AGREGAR-EXCEPCION
                 WHEN WS-CUENTA-ESTADO = "CERRADA"
                    MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                    MOVE "PLAZO-CTA-CERRADA" TO WS-CONTROL-ACTUAL
                    MOVE SPACES TO WS-DETALLE-ACTUAL
                    STRING "certificado vigente sobre cuenta "
                           DELIMITED BY SIZE
                           PF-CUENTA DELIMITED BY SIZE
                           " CERRADA" DELIMITED BY SIZE
                           INTO WS-DETALLE-ACTUAL
                    PERFORM AGREGAR-EXCEPCION
                 WHEN WS-CUENTA-CLIENTE NOT = PF-CLIENTE
                    MOVE "INFO" TO WS-SEVERIDAD-ACTUAL
                    MOVE "PLAZO-OTRO-CLIENTE" TO WS-CONTROL-ACTUAL
                    MOVE SPACES TO WS-DETALLE-ACTUAL
                    STRING "cuenta " DELIMITED BY SIZE
                           PF-CUENTA DELIMITED BY SIZE
                           " es de otro cliente que el certificado"
                           DELIMITED BY SIZE
                           INTO WS-DETALLE-ACTUAL
                    PERFORM AGREGAR-EXCEPCION
              END-EVALUATE
              MOVE PF-CLIENTE TO WS-CLIENTE-BUSQUEDA
              PERFORM BUSCAR-CLIENTE
              IF WS-CLIENTE-HALLADO = "N"
                 MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
                 MOVE "PLAZO-SIN-CLIENTE" TO WS-CONTROL-ACTUAL
                 MOVE SPACES TO WS-DETALLE-ACTUAL
                 STRING "certificado de id_cliente inexistente "
                        DELIMITED BY SIZE
                        PF-CLIENTE DELIMITED BY SIZE
                        INTO WS-DETALLE-ACTUAL
                 PERFORM AGREGAR-EXCEPCION
              END-IF
           END-IF
           PERFORM LEER-PLAZO.

      ******************************************************************
      * ordenes_permanentes.dat: una orden activa se postea como una
      * transaccion del cliente ordenante; necesita que el cliente
      * tenga una cuenta abierta y, si paga a una contraparte, que la
      * cuenta contraparte exista y no este CERRADA. Cualquiera de las
      * dos faltas manda la orden al suspenso: ERROR.
      ******************************************************************
       VERIFICAR-ORDENES.
           MOVE "ordenes_permanentes.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ORDENES
           OPEN INPUT ordenes-file
           IF fs-ordenes NOT = "00"
              PERFORM MAESTRO-AUSENTE
           ELSE
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-ORDEN
              PERFORM CRUZAR-ORDEN
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE ordenes-file
           END-IF.

       LEER-ORDEN.
           READ ordenes-file
              AT END
                 MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CRUZAR-ORDEN.
           IF ORD-ACTIVA = "S"
              MOVE ORD-CLIENTE TO WS-CLIENTE-NUM
              MOVE WS-CLIENTE-NUM TO WS-CLIENTE-BUSQUEDA
              MOVE WS-CLIENTE-BUSQUEDA TO WS-CLAVE-ACTUAL
              PERFORM BUSCAR-CLIENTE
              PERFORM CONTAR-CUENTAS-CLIENTE
              EVALUATE TRUE
                 WHEN WS-CLIENTE-HALLADO = "N"
                    MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                    MOVE "ORDEN-SIN-CLIENTE" TO WS-CONTROL-ACTUAL
                    MOVE "orden activa de un cliente inexistente"
                       TO WS-DETALLE-ACTUAL
                    PERFORM AGREGAR-EXCEPCION
                 WHEN WS-CUENTAS-ABIERTAS = 0
                    MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                    MOVE "ORDEN-SIN-CUENTA" TO WS-CONTROL-ACTUAL
                    MOVE "orden activa de un cliente sin cuenta abierta"
                       TO WS-DETALLE-ACTUAL
                    PERFORM AGREGAR-EXCEPCION
              END-EVALUATE
              IF ORD-CONTRAPARTE NOT = SPACES
                 MOVE ORD-CONTRAPARTE TO WS-CUENTA-BUSQUEDA
                 PERFORM BUSCAR-CUENTA
                 IF WS-CUENTA-HALLADA = "N"
                    OR WS-CUENTA-ESTADO = "CERRADA"
                    MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                    MOVE "ORDEN-CONTRA-INVALIDA" TO WS-CONTROL-ACTUAL
                    MOVE SPACES TO WS-DETALLE-ACTUAL
                    IF WS-CUENTA-HALLADA = "N"
                       STRING "orden paga a cuenta inexistente "
                              DELIMITED BY SIZE
                              ORD-CONTRAPARTE DELIMITED BY SIZE
                              INTO WS-DETALLE-ACTUAL
                    ELSE
                       STRING "orden paga a cuenta CERRADA "
                              DELIMITED BY SIZE
                              ORD-CONTRAPARTE DELIMITED BY SIZE
                              INTO WS-DETALLE-ACTUAL
                    END-IF
                    PERFORM AGREGAR-EXCEPCION
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-ORDEN.

      ******************************************************************
      * retenciones.txt: una retencion pendiente se libera sobre su
      * cuenta; si la cuenta no existe o esta CERRADA,
      * LiberarRetenciones no puede devolver el disponible: ERROR.
      ******************************************************************
       VERIFICAR-RETENCIONES.
           MOVE "retenciones.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-RETENCIONES
           OPEN INPUT retenciones-file
           IF fs-retenciones NOT = "00"
              PERFORM MAESTRO-AUSENTE
           ELSE
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-RETENCION
              PERFORM CRUZAR-RETENCION
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE retenciones-file
           END-IF.

       LEER-RETENCION.
           READ retenciones-file
              AT END
                 MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CRUZAR-RETENCION.
           IF HLD-ESTADO = "P"
              MOVE HLD-CUENTA TO WS-CUENTA-BUSQUEDA
              MOVE HLD-CUENTA TO WS-CLAVE-ACTUAL
              PERFORM BUSCAR-CUENTA
              IF WS-CUENTA-HALLADA = "N"
                 OR WS-CUENTA-ESTADO = "CERRADA"
                 MOVE "ERROR" TO WS-SEVERIDAD-ACTUAL
                 MOVE "RETENCION-CTA-INVALIDA" TO WS-CONTROL-ACTUAL
                 MOVE SPACES TO WS-DETALLE-ACTUAL
                 IF WS-CUENTA-HALLADA = "N"
                    STRING "retencion pendiente sobre cuenta "
                           DELIMITED BY SIZE
                           "inexistente, libera " DELIMITED BY SIZE
                           HLD-FECHA-LIBERA DELIMITED BY SIZE
                           INTO WS-DETALLE-ACTUAL
                 ELSE
                    STRING "retencion pendiente sobre cuenta "
                           DELIMITED BY SIZE
                           "CERRADA, libera " DELIMITED BY SIZE
                           HLD-FECHA-LIBERA DELIMITED BY SIZE
                           INTO WS-DETALLE-ACTUAL
                 END-IF
                 PERFORM AGREGAR-EXCEPCION
              END-IF
           END-IF
           PERFORM LEER-RETENCION.

      ******************************************************************
      * empleados_banco.dat: TransferenciasBanco acredita el neto en la
      * casa cuando el legajo es un id_cliente con cuenta (la primera
      * por id_cuenta) y si no transfiere al banco externo del
      * registro. Se avisa si esa primera cuenta esta CERRADA o si el
      * empleado no tiene ni cuenta en la casa ni datos bancarios.
      ******************************************************************
       VERIFICAR-EMPLEADOS-BANCO.
           MOVE "empleados_banco.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BANCO
           OPEN INPUT banco-datos
           IF fs-banco NOT = "00"
              PERFORM MAESTRO-AUSENTE
           ELSE
              MOVE "N" TO WS-FIN-ARCHIVO
              PERFORM LEER-BANCO
              PERFORM CRUZAR-EMPLEADO-BANCO
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE banco-datos
           END-IF.

       LEER-BANCO.
           READ banco-datos
              AT END
                 MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       CRUZAR-EMPLEADO-BANCO.
           MOVE BAN-EMP-ID TO WS-CLIENTE-NUM
           MOVE WS-CLIENTE-NUM TO WS-CLIENTE-BUSQUEDA
           MOVE BAN-EMP-ID TO WS-CLAVE-ACTUAL
           PERFORM CONTAR-CUENTAS-CLIENTE
           IF WS-CUENTAS-TOTALES > 0
              PERFORM BUSCAR-PRIMERA-CUENTA
              IF WS-CUENTA-ESTADO = "CERRADA"
                 MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
                 MOVE "EMPLEADO-CTA-CERRADA" TO WS-CONTROL-ACTUAL
                 MOVE SPACES TO WS-DETALLE-ACTUAL
                 STRING "la nomina se acreditaria en la cuenta "
                        DELIMITED BY SIZE
                        WS-CUENTA-BUSQUEDA DELIMITED BY SIZE
                        " CERRADA" DELIMITED BY SIZE
                        INTO WS-DETALLE-ACTUAL
                 PERFORM AGREGAR-EXCEPCION
              END-IF
           ELSE
              IF BAN-BANCO = SPACES OR BAN-CUENTA = SPACES
                 MOVE "WARN" TO WS-SEVERIDAD-ACTUAL
                 MOVE "EMPLEADO-SIN-CUENTA" TO WS-CONTROL-ACTUAL
                 MOVE "sin cuenta en la casa ni datos de banco externo"
                    TO WS-DETALLE-ACTUAL
                 PERFORM AGREGAR-EXCEPCION
              END-IF
           END-IF
           PERFORM LEER-BANCO.

       BUSCAR-PRIMERA-CUENTA.
           MOVE SPACES TO WS-CUENTA-BUSQUEDA
           MOVE SPACES TO WS-CUENTA-ESTADO

           EXEC SQL
              SELECT id_cuenta,
                     estado_cuenta
              INTO :WS-CUENTA-BUSQUEDA,
                   :WS-CUENTA-ESTADO
              FROM cuentas
              WHERE id_cliente = :WS-CLIENTE-BUSQUEDA
              ORDER BY id_cuenta
              LIMIT 1
           END-EXEC.

      * Un maestro plano que no se puede abrir se informa y se sigue
      * con el resto del barrido.
       MAESTRO-AUSENTE.
           MOVE "INFO" TO WS-SEVERIDAD-ACTUAL
           MOVE "MAESTRO-AUSENTE" TO WS-CONTROL-ACTUAL
           MOVE SPACES TO WS-CLAVE-ACTUAL
           MOVE SPACES TO WS-DETALLE-ACTUAL
           STRING "no se pudo abrir " DELIMITED BY SIZE
                  WS-NOMBRE-ARCHIVO-RUTA DELIMITED BY SPACE
                  INTO WS-DETALLE-ACTUAL
           PERFORM AGREGAR-EXCEPCION.

      ******************************************************************
      * Reporte de excepciones: una seccion por severidad (ERROR, WARN,
      * INFO) y el resumen de cantidades al pie.
      ******************************************************************
       EMITIR-REPORTE.
           MOVE "integridad_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "EXCEPCIONES DE INTEGRIDAD REFERENCIAL" TO REP-NOMBRE
           MOVE "SEV.  CONTROL              CLAVE        DETALLE"
              TO REP-ENCABEZADO-COLS
           MOVE "IntegridadReferencial" TO REP-PROGRAMA
           PERFORM REP-INICIAR

           MOVE "ERROR" TO WS-SEVERIDAD-IMPRESA
           PERFORM IMPRIMIR-SEVERIDAD
           MOVE "WARN"  TO WS-SEVERIDAD-IMPRESA
           PERFORM IMPRIMIR-SEVERIDAD
           MOVE "INFO"  TO WS-SEVERIDAD-IMPRESA
           PERFORM IMPRIMIR-SEVERIDAD

           IF WS-NUM-EXCEPCIONES = 0
              MOVE "Sin excepciones: todas las referencias cuadran."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           IF WS-EXCEPCIONES-EXCED = "S"
              MOVE "Mas de 2000 excepciones: detalle truncado."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-ERROR TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total ERROR: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-WARN TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total WARN:  " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CANT-INFO TO WS-CANT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Total INFO:  " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

       IMPRIMIR-SEVERIDAD.
           PERFORM IMPRIMIR-EXCEPCION
               VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-EXCEPCIONES.

       IMPRIMIR-EXCEPCION.
           IF WS-EXC-SEVERIDAD(WS-I) = WS-SEVERIDAD-IMPRESA
              MOVE SPACES TO REP-DETALLE
              STRING WS-EXC-SEVERIDAD(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EXC-CONTROL(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EXC-CLAVE(WS-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EXC-DETALLE(WS-I) DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
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

       END PROGRAM IntegridadReferencial.
