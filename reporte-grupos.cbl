      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de exposicion por grupo economico
      *          (grupos_economicos / grupos_miembros, ver
      *          GestionGrupos), para que Creditos vea el limite por
      *          deudor sobre el grupo entero y no cliente por cliente.
      *          Por cada grupo activo suma, en moneda local:
      *            - depositos: saldo de las cuentas no cerradas ni
      *              prescritas cuyo titular es miembro;
      *            - plazos fijos vigentes de plazos_fijos.dat de los
      *              miembros, en la moneda de la cuenta vinculada;
      *            - prestamos: saldo_pendiente de los prestamos no
      *              cancelados de los miembros.
      *          Lo que esta en moneda extranjera se pasa a local con
      *          el tipo de cambio vigente de tipos_cambio.dat (el de
      *          CierreMensual); sin tipo de cambio queda afuera y
      *          avisado. Los prestamos se muestran como porcentaje del
      *          capital computable de parametros_concentracion.dat
      *          (PCN-CAPITAL), y se marca LIMITE el grupo que supera
      *          el porcentaje de concentracion PCN-LIMITE-PCT y MORA
      *          el que tiene algun prestamo de un miembro en estado
      *          MORA. Sin el archivo de parametros el reporte sale
      *          sin porcentaje ni marca de limite y queda un ERROR.
      *          Deja grupos_rep.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteGrupos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT tipos-cambio
            ASSIGN TO DYNAMIC WS-RUTA-TIPOS-CAMBIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-cambio.

           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       01  parametro-concentracion-registro.
           05 PCN-CAPITAL         PIC 9(13)V99.
           05 PCN-LIMITE-PCT      PIC 9(3)V99.

       FD  tipos-cambio.
       01  tipo-cambio-registro.
           05 TC-MONEDA           PIC X(3).
           05 TC-FECHA            PIC X(10).
           05 TC-TASA             PIC 9(3)V9(6).

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

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-cambio             PIC XX.
       01  fs-plazos             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-TIPOS-CAMBIO  PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FIN-CAMBIO         PIC X VALUE "N".
       01  WS-FIN-PLAZOS         PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-PARAMETROS-OK      PIC X VALUE "N".
       01  WS-CAPITAL            PIC 9(13)V99 VALUE 0.
       01  WS-LIMITE-PCT         PIC 9(3)V99 VALUE 0.

      * Tipo de cambio vigente por moneda (el ultimo no posterior a
      * la fecha de proceso).
       01  WS-TIPOS-CAMBIO.
           05 WS-TCA-FILA OCCURS 20 TIMES.
              10 WS-TCA-MONEDA   PIC X(3).
              10 WS-TCA-FECHA    PIC X(10).
              10 WS-TCA-TASA     PIC 9(3)V9(6).
       01  WS-NUM-CAMBIOS        PIC 9(2) VALUE 0.
       01  WS-TCA-IDX            PIC 9(2) VALUE 0.
       01  WS-TCA-I              PIC 9(2) VALUE 0.
       01  WS-MONEDA-BUSCADA     PIC X(3) VALUE SPACES.
       01  WS-MONTO-ORIGEN       PIC S9(13)V99 VALUE 0.
       01  WS-MONTO-LOCAL        PIC S9(13)V99 VALUE 0.
       01  WS-SIN-TASA           PIC 9(5) VALUE 0.

      * Grupos activos con sus acumulados en moneda local.
       01  WS-GRUPOS.
           05 WS-GRP-FILA OCCURS 200 TIMES.
              10 WS-GRP-ID       PIC X(6).
              10 WS-GRP-NOMBRE   PIC X(40).
              10 WS-GRP-MIEMBROS PIC 9(3).
              10 WS-GRP-DEPOSITOS PIC S9(13)V99.
              10 WS-GRP-PLAZOS   PIC 9(13)V99.
              10 WS-GRP-PRESTAMOS PIC 9(13)V99.
              10 WS-GRP-EN-MORA  PIC 9(5).
       01  WS-NUM-GRUPOS         PIC 9(3) VALUE 0.
       01  WS-GRP-IDX            PIC 9(3) VALUE 0.
       01  WS-G                  PIC 9(3) VALUE 0.
       01  WS-GRUPO-BUSCADO      PIC X(6) VALUE SPACES.
       01  WS-GRUPOS-FUERA       PIC 9(5) VALUE 0.

      * Miembros de los grupos activos, para los plazos fijos.
       01  WS-MIEMBROS.
           05 WS-MBR-FILA OCCURS 2000 TIMES.
              10 WS-MBR-CLIENTE  PIC X(6).
              10 WS-MBR-GRUPO    PIC 9(3).
       01  WS-NUM-MIEMBROS       PIC 9(4) VALUE 0.
       01  WS-M                  PIC 9(4) VALUE 0.

       01  WS-GRUPO-LEIDO.
           05 WS-GL-ID           PIC X(6).
           05 WS-GL-NOMBRE       PIC X(40).
       01  WS-MIEMBRO-LEIDO.
           05 WS-ML-GRUPO        PIC X(6).
           05 WS-ML-CLIENTE      PIC X(6).
       01  WS-DEPOSITO-LEIDO.
           05 WS-DL-GRUPO        PIC X(6).
           05 WS-DL-MONEDA       PIC X(3).
           05 WS-DL-SALDO        PIC S9(13)V99.
       01  WS-PRESTAMO-LEIDO.
           05 WS-PL-GRUPO        PIC X(6).
           05 WS-PL-SALDO        PIC 9(13)V99.
           05 WS-PL-EN-MORA      PIC 9(5).
       01  WS-CUENTA-PLAZO       PIC X(6) VALUE SPACES.
       01  WS-MONEDA-CUENTA      PIC X(3) VALUE SPACES.

       01  WS-PCT-CAPITAL        PIC 9(5)V99 VALUE 0.
       01  WS-MARCAS             PIC X(11) VALUE SPACES.
       01  WS-SOBRE-LIMITE       PIC 9(3) VALUE 0.
       01  WS-CON-MORA           PIC 9(3) VALUE 0.

       01  WS-NOMBRE-ED          PIC X(20) VALUE SPACES.
       01  WS-MIEMBROS-ED        PIC ZZ9.
       01  WS-DEPOSITOS-ED       PIC -ZZZZZZZZZZ9.99.
       01  WS-PLAZOS-ED          PIC ZZZZZZZZZZZ9.99.
       01  WS-PRESTAMOS-ED       PIC ZZZZZZZZZZZ9.99.
       01  WS-PCT-ED             PIC ZZZ9.99.
       01  WS-PCT-TXT            PIC X(7) VALUE SPACES.
       01  WS-CAPITAL-ED         PIC ZZZZZZZZZZZZ9.99.
       01  WS-LIMITE-ED          PIC ZZ9.99.
       01  WS-CONTADOR-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS.
       PERFORM CARGAR-TIPOS-CAMBIO.
       PERFORM CARGAR-GRUPOS.
       PERFORM CARGAR-MIEMBROS.
       PERFORM SUMAR-DEPOSITOS.
       PERFORM SUMAR-PRESTAMOS.
       PERFORM SUMAR-PLAZOS-FIJOS.
       PERFORM ABRIR-REPORTE.
       PERFORM IMPRIMIR-GRUPO
           VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NUM-GRUPOS.
       PERFORM CERRAR-REPORTE.
       DISPLAY "Grupos economicos: " WS-NUM-GRUPOS
               "  sobre el limite: " WS-SOBRE-LIMITE
               "  con mora: " WS-CON-MORA.
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

      ******************************************************************
      * Capital computable y porcentaje de concentracion. Sin ellos
      * el reporte sale igual, sin porcentaje ni marca de limite.
      ******************************************************************
       CARGAR-PARAMETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE "parametros_concentracion.dat"
              TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           MOVE "N" TO WS-PARAMETROS-OK
           OPEN INPUT parametros-file
           IF fs-parametros = "00"
              READ parametros-file
                   AT END CONTINUE
                   NOT AT END
                       IF PCN-CAPITAL > 0 AND PCN-LIMITE-PCT > 0
                          MOVE PCN-CAPITAL    TO WS-CAPITAL
                          MOVE PCN-LIMITE-PCT TO WS-LIMITE-PCT
                          MOVE "S" TO WS-PARAMETROS-OK
                       END-IF
              END-READ
              CLOSE parametros-file
           END-IF
           IF WS-PARAMETROS-OK = "N"
              DISPLAY "Sin capital ni limite de concentracion: no se "
                      "evalua el limite por grupo."
              MOVE "ERROR" TO error-severidad
              MOVE "CARGAR-PARAMETROS" TO error-parrafo
              MOVE "Sin parametros de concentracion: limite sin evaluar"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       CARGAR-TIPOS-CAMBIO.
           MOVE "tipos_cambio.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-TIPOS-CAMBIO
           MOVE 0 TO WS-NUM-CAMBIOS
           MOVE "N" TO WS-FIN-CAMBIO
           OPEN INPUT tipos-cambio
           IF fs-cambio = "00"
              PERFORM LEER-TIPO-CAMBIO
              PERFORM GUARDAR-TIPO-CAMBIO
                  UNTIL WS-FIN-CAMBIO = "S"
              CLOSE tipos-cambio
           END-IF.

       LEER-TIPO-CAMBIO.
           READ tipos-cambio
                AT END MOVE "S" TO WS-FIN-CAMBIO
           END-READ.

       GUARDAR-TIPO-CAMBIO.
           IF TC-FECHA <= WS-FECHA-PROCESO
              MOVE TC-MONEDA TO WS-MONEDA-BUSCADA
              PERFORM BUSCAR-TIPO-CAMBIO
              IF WS-TCA-IDX = 0
                 IF WS-NUM-CAMBIOS < 20
                    ADD 1 TO WS-NUM-CAMBIOS
                    MOVE TC-MONEDA TO WS-TCA-MONEDA(WS-NUM-CAMBIOS)
                    MOVE TC-FECHA  TO WS-TCA-FECHA(WS-NUM-CAMBIOS)
                    MOVE TC-TASA   TO WS-TCA-TASA(WS-NUM-CAMBIOS)
                 END-IF
              ELSE
                 IF TC-FECHA >= WS-TCA-FECHA(WS-TCA-IDX)
                    MOVE TC-FECHA TO WS-TCA-FECHA(WS-TCA-IDX)
                    MOVE TC-TASA  TO WS-TCA-TASA(WS-TCA-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-TIPO-CAMBIO.

       BUSCAR-TIPO-CAMBIO.
           MOVE 0 TO WS-TCA-IDX
           PERFORM COMPARAR-TIPO-CAMBIO
               VARYING WS-TCA-I FROM 1 BY 1
                   UNTIL WS-TCA-I > WS-NUM-CAMBIOS.

       COMPARAR-TIPO-CAMBIO.
           IF WS-TCA-MONEDA(WS-TCA-I) = WS-MONEDA-BUSCADA
              MOVE WS-TCA-I TO WS-TCA-IDX
           END-IF.

      * WS-MONTO-ORIGEN en WS-MONEDA-BUSCADA a moneda local. Sin tipo
      * de cambio el importe queda en cero y se cuenta.
       CONVERTIR-A-LOCAL.
           IF WS-MONEDA-BUSCADA = SPACES
              MOVE WS-MONTO-ORIGEN TO WS-MONTO-LOCAL
           ELSE
              PERFORM BUSCAR-TIPO-CAMBIO
              IF WS-TCA-IDX = 0
                 MOVE 0 TO WS-MONTO-LOCAL
                 ADD 1 TO WS-SIN-TASA
              ELSE
                 COMPUTE WS-MONTO-LOCAL ROUNDED =
                         WS-MONTO-ORIGEN * WS-TCA-TASA(WS-TCA-IDX)
              END-IF
           END-IF.

      ******************************************************************
      * Grupos activos y sus miembros.
      ******************************************************************
       CARGAR-GRUPOS.
           MOVE 0 TO WS-NUM-GRUPOS
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-GRUPOS CURSOR FOR
              SELECT id_grupo, nombre_grupo
              FROM grupos_economicos
              WHERE estado_grupo = 'A'
              ORDER BY id_grupo
           END-EXEC

           EXEC SQL
              OPEN CUR-GRUPOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "CARGAR-GRUPOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-GRUPO
           PERFORM GUARDAR-GRUPO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-GRUPOS
           END-EXEC.

       FETCH-GRUPO.
           EXEC SQL
              FETCH CUR-GRUPOS
              INTO :WS-GL-ID,
                   :WS-GL-NOMBRE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-GRUPO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GUARDAR-GRUPO.
           IF WS-NUM-GRUPOS < 200
              ADD 1 TO WS-NUM-GRUPOS
              INITIALIZE WS-GRP-FILA(WS-NUM-GRUPOS)
              MOVE WS-GL-ID     TO WS-GRP-ID(WS-NUM-GRUPOS)
              MOVE WS-GL-NOMBRE TO WS-GRP-NOMBRE(WS-NUM-GRUPOS)
           ELSE
              ADD 1 TO WS-GRUPOS-FUERA
           END-IF
           PERFORM FETCH-GRUPO.

      * Fila del grupo WS-GRUPO-BUSCADO (cero si no esta cargado).
       BUSCAR-GRUPO.
           MOVE 0 TO WS-GRP-IDX
           PERFORM COMPARAR-GRUPO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NUM-GRUPOS.

       COMPARAR-GRUPO.
           IF WS-GRP-ID(WS-G) = WS-GRUPO-BUSCADO
              MOVE WS-G TO WS-GRP-IDX
           END-IF.

       CARGAR-MIEMBROS.
           MOVE 0 TO WS-NUM-MIEMBROS
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-MIEMBROS CURSOR FOR
              SELECT m.id_grupo, m.id_cliente
              FROM grupos_miembros m,
                   grupos_economicos g
              WHERE g.id_grupo = m.id_grupo
                AND g.estado_grupo = 'A'
              ORDER BY m.id_grupo, m.id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-MIEMBROS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "CARGAR-MIEMBROS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-MIEMBRO
           PERFORM GUARDAR-MIEMBRO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-MIEMBROS
           END-EXEC.

       FETCH-MIEMBRO.
           EXEC SQL
              FETCH CUR-MIEMBROS
              INTO :WS-ML-GRUPO,
                   :WS-ML-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-MIEMBRO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       GUARDAR-MIEMBRO.
           MOVE WS-ML-GRUPO TO WS-GRUPO-BUSCADO
           PERFORM BUSCAR-GRUPO
           IF WS-GRP-IDX > 0
              ADD 1 TO WS-GRP-MIEMBROS(WS-GRP-IDX)
              IF WS-NUM-MIEMBROS < 2000
                 ADD 1 TO WS-NUM-MIEMBROS
                 MOVE WS-ML-CLIENTE TO WS-MBR-CLIENTE(WS-NUM-MIEMBROS)
                 MOVE WS-GRP-IDX    TO WS-MBR-GRUPO(WS-NUM-MIEMBROS)
              END-IF
           END-IF
           PERFORM FETCH-MIEMBRO.

      ******************************************************************
      * Depositos por grupo y moneda, pasados a moneda local. Cuenta
      * el titular de la cuenta; los cotitulares no suman de nuevo.
      ******************************************************************
       SUMAR-DEPOSITOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-DEPOSITOS CURSOR FOR
              SELECT m.id_grupo,
                     COALESCE(c.moneda_cuenta, ' '),
                     SUM(c.saldo_cuenta)
              FROM grupos_miembros m,
                   cuentas c
              WHERE c.id_cliente = m.id_cliente
                AND COALESCE(c.estado_cuenta, ' ') <> 'CERRADA'
                AND COALESCE(c.estado_cuenta, ' ') <> 'PRESCRITA'
              GROUP BY m.id_grupo, COALESCE(c.moneda_cuenta, ' ')
              ORDER BY 1, 2
           END-EXEC

           EXEC SQL
              OPEN CUR-DEPOSITOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-DEPOSITOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-DEPOSITO
           PERFORM ACUMULAR-DEPOSITO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-DEPOSITOS
           END-EXEC.

       FETCH-DEPOSITO.
           EXEC SQL
              FETCH CUR-DEPOSITOS
              INTO :WS-DL-GRUPO,
                   :WS-DL-MONEDA,
                   :WS-DL-SALDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-DEPOSITO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-DEPOSITO.
           MOVE WS-DL-GRUPO TO WS-GRUPO-BUSCADO
           PERFORM BUSCAR-GRUPO
           IF WS-GRP-IDX > 0
              MOVE WS-DL-MONEDA TO WS-MONEDA-BUSCADA
              MOVE WS-DL-SALDO  TO WS-MONTO-ORIGEN
              PERFORM CONVERTIR-A-LOCAL
              ADD WS-MONTO-LOCAL TO WS-GRP-DEPOSITOS(WS-GRP-IDX)
           END-IF
           PERFORM FETCH-DEPOSITO.

      ******************************************************************
      * Prestamos no cancelados por grupo (moneda local), con la
      * cantidad de prestamos de miembros en estado MORA.
      ******************************************************************
       SUMAR-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS CURSOR FOR
              SELECT m.id_grupo,
                     SUM(p.saldo_pendiente),
                     SUM(CASE WHEN p.estado_prestamo LIKE 'MORA%'
                              THEN 1 ELSE 0 END)
              FROM grupos_miembros m,
                   prestamos p
              WHERE p.id_cliente = m.id_cliente
                AND p.estado_prestamo <> 'CANCELAD'
              GROUP BY m.id_grupo
              ORDER BY 1
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "SUMAR-PRESTAMOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM ACUMULAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-PRESTAMOS
              INTO :WS-PL-GRUPO,
                   :WS-PL-SALDO,
                   :WS-PL-EN-MORA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-PRESTAMO" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-PRESTAMO.
           MOVE WS-PL-GRUPO TO WS-GRUPO-BUSCADO
           PERFORM BUSCAR-GRUPO
           IF WS-GRP-IDX > 0
              ADD WS-PL-SALDO   TO WS-GRP-PRESTAMOS(WS-GRP-IDX)
              ADD WS-PL-EN-MORA TO WS-GRP-EN-MORA(WS-GRP-IDX)
           END-IF
           PERFORM FETCH-PRESTAMO.

      ******************************************************************
      * Plazos fijos vigentes de los miembros, en la moneda de la
      * cuenta vinculada y pasados a moneda local.
      ******************************************************************
       SUMAR-PLAZOS-FIJOS.
           MOVE "plazos_fijos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PLAZOS
           OPEN INPUT plazos-file
           IF fs-plazos = "00"
              PERFORM LEER-PLAZO
              PERFORM ACUMULAR-PLAZO
                  UNTIL WS-FIN-PLAZOS = "S"
              CLOSE plazos-file
           ELSE
              DISPLAY "Sin plazos_fijos.dat: no se suman plazos "
                      "fijos. Estado: " fs-plazos
              MOVE "WARN" TO error-severidad
              MOVE "SUMAR-PLAZOS-FIJOS" TO error-parrafo
              MOVE "No se pudo abrir plazos_fijos.dat."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       LEER-PLAZO.
           READ plazos-file
                AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ.

       ACUMULAR-PLAZO.
           IF PF-ESTADO = "V"
              MOVE 0 TO WS-GRP-IDX
              PERFORM COMPARAR-MIEMBRO
                  VARYING WS-M FROM 1 BY 1
                      UNTIL WS-M > WS-NUM-MIEMBROS
                         OR WS-GRP-IDX > 0
              IF WS-GRP-IDX > 0
                 MOVE PF-CUENTA TO WS-CUENTA-PLAZO
                 PERFORM LEER-MONEDA-CUENTA
                 MOVE WS-MONEDA-CUENTA TO WS-MONEDA-BUSCADA
                 MOVE PF-PRINCIPAL     TO WS-MONTO-ORIGEN
                 PERFORM CONVERTIR-A-LOCAL
                 ADD WS-MONTO-LOCAL TO WS-GRP-PLAZOS(WS-GRP-IDX)
              END-IF
           END-IF
           PERFORM LEER-PLAZO.

       COMPARAR-MIEMBRO.
           IF WS-MBR-CLIENTE(WS-M) = PF-CLIENTE
              MOVE WS-MBR-GRUPO(WS-M) TO WS-GRP-IDX
           END-IF.

      * Una cuenta vinculada que ya no esta en la tabla cuentas se
      * toma en moneda local.
       LEER-MONEDA-CUENTA.
           MOVE SPACES TO WS-MONEDA-CUENTA
           EXEC SQL
              SELECT COALESCE(moneda_cuenta, ' ')
              INTO :WS-MONEDA-CUENTA
              FROM cuentas
              WHERE id_cuenta = :WS-CUENTA-PLAZO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-MONEDA-CUENTA
           END-IF.

      * Una exposicion a medias no sirve para el limite: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al totalizar la exposicion por grupo."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Reporte.
      ******************************************************************
       ABRIR-REPORTE.
           MOVE "grupos_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "EXPOSICION POR GRUPO ECONOMICO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "GRUPO  NOMBRE               MIE       DEPOSITOS"
                  DELIMITED BY SIZE
                  "    PLAZOS FIJOS       PRESTAMOS  %CAPIT MARCAS"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "ReporteGrupos" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           MOVE SPACES TO REP-DETALLE
           IF WS-PARAMETROS-OK = "S"
              MOVE WS-CAPITAL TO WS-CAPITAL-ED
              MOVE WS-LIMITE-PCT TO WS-LIMITE-ED
              STRING "Capital computable: " DELIMITED BY SIZE
                     WS-CAPITAL-ED DELIMITED BY SIZE
                     "  Limite por grupo: " DELIMITED BY SIZE
                     WS-LIMITE-ED DELIMITED BY SIZE
                     "% del capital" DELIMITED BY SIZE
                     INTO REP-DETALLE
           ELSE
              MOVE "Sin capital computable: el limite no se evalua."
                 TO REP-DETALLE
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-GRUPO.
           MOVE SPACES TO WS-MARCAS
           MOVE SPACES TO WS-PCT-TXT
           IF WS-PARAMETROS-OK = "S"
              COMPUTE WS-PCT-CAPITAL ROUNDED =
                      WS-GRP-PRESTAMOS(WS-G) * 100 / WS-CAPITAL
              MOVE WS-PCT-CAPITAL TO WS-PCT-ED
              MOVE WS-PCT-ED TO WS-PCT-TXT
              IF WS-PCT-CAPITAL > WS-LIMITE-PCT
                 MOVE "LIMITE" TO WS-MARCAS
                 ADD 1 TO WS-SOBRE-LIMITE
              END-IF
           END-IF
           IF WS-GRP-EN-MORA(WS-G) > 0
              MOVE "MORA" TO WS-MARCAS(8:4)
              ADD 1 TO WS-CON-MORA
           END-IF
           MOVE WS-GRP-NOMBRE(WS-G)    TO WS-NOMBRE-ED
           MOVE WS-GRP-MIEMBROS(WS-G)  TO WS-MIEMBROS-ED
           MOVE WS-GRP-DEPOSITOS(WS-G) TO WS-DEPOSITOS-ED
           MOVE WS-GRP-PLAZOS(WS-G)    TO WS-PLAZOS-ED
           MOVE WS-GRP-PRESTAMOS(WS-G) TO WS-PRESTAMOS-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-GRP-ID(WS-G) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MIEMBROS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPOSITOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PLAZOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRESTAMOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCAS DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CERRAR-REPORTE.
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-NUM-GRUPOS TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Grupos informados:        " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-SOBRE-LIMITE TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Sobre el limite (LIMITE): " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE WS-CON-MORA TO WS-CONTADOR-ED
           MOVE SPACES TO REP-DETALLE
           STRING "Con miembros en mora:     " DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           IF WS-SIN-TASA > 0
              MOVE WS-SIN-TASA TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Importes sin tipo de cambio (no sumados): "
                     DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "CONVERTIR-A-LOCAL" TO error-parrafo
              MOVE "Exposicion por grupo con monedas sin tipo de cambio"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           IF WS-GRUPOS-FUERA > 0
              MOVE "Mas de 200 grupos: el resto no se informa."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "GUARDAR-GRUPO" TO error-parrafo
              MOVE "Reporte de grupos con mas de 200 grupos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           IF WS-SOBRE-LIMITE > 0
              MOVE "WARN" TO error-severidad
              MOVE "IMPRIMIR-GRUPO" TO error-parrafo
              MOVE "Grupos economicos sobre el limite de concentracion"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
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

       END PROGRAM ReporteGrupos.
