      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de brecha de liquidez por plazo de
      *          vencimiento, para Tesoreria. Reparte en las bandas
      *          estandar (hasta 7 dias, 1 mes, 3 meses, 6 meses,
      *          1 anio y mas de 1 anio, base 30/360 desde la fecha de
      *          proceso) las salidas y entradas de fondos:
      *            - salidas por plazos fijos vigentes de
      *              plazos_fijos.dat, por PF-FECHA-VENC, con la moneda
      *              de la cuenta vinculada;
      *            - salidas por saldos a la vista (saldos acreedores
      *              de cuentas no cerradas ni prescritas), por
      *              moneda: la parte volatil va a la primera banda y
      *              la estable a la ultima, segun el porcentaje
      *              estable de parametros_liquidez.dat (PLQ-PCT-
      *              ESTABLE 9V99; sin el archivo se toma 0.70 y queda
      *              un WARN);
      *            - entradas por capital de prestamos (en moneda
      *              local): el capital facturado e impago de
      *              prestamos_cuotas por su fecha de vencimiento (lo
      *              ya vencido va a la primera banda) y el capital no
      *              facturado por el resto del plan, cuota a cuota,
      *              con la misma cuota nivelada que
      *              FacturacionPrestamos.
      *          Por moneda muestra entradas, salidas, brecha y brecha
      *          acumulada de cada banda en liquidez_rep.txt, y deja
      *          el mismo cuadro en formato fijo para la presentacion
      *          de liquidez al regulador en liquidez_regulador_
      *          AAAAMM.txt: cabecera "H" (origen LIQUIDEZ), un "D"
      *          por moneda y banda y cola "Z" con cantidad y hash de
      *          entradas mas salidas (ver LOTECTL.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrechaLiquidez.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros-file
            ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros.

           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT regulador-out
            ASSIGN TO DYNAMIC WS-RUTA-REGULADOR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-regulador.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       01  parametro-liquidez-registro.
           05 PLQ-PCT-ESTABLE     PIC 9V99.

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

       FD  regulador-out.
       01  regulador-registro.
           05 LIQ-TIPO-REGISTRO   PIC X.       *> "D"
           05 LIQ-MONEDA          PIC X(3).    *> Blanco=moneda local
           05 LIQ-BANDA           PIC 9(2).    *> 01=7 dias ... 06
           05 LIQ-ENTRADAS        PIC 9(13)V99.
           05 LIQ-SALIDAS         PIC 9(13)V99.
           05 LIQ-BRECHA          PIC S9(13)V99
                                  SIGN IS LEADING SEPARATE.
           05 LIQ-ACUMULADA       PIC S9(13)V99
                                  SIGN IS LEADING SEPARATE.
           COPY LOTECTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-parametros         PIC XX.
       01  fs-plazos             PIC XX.
       01  fs-regulador          PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PARAMETROS    PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REGULADOR     PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-PCT-ESTABLE        PIC 9V99 VALUE 0.70.
       01  WS-FIN-PLAZOS         PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FECHA-PARTES.
           05 WS-FP-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FP-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FP-DD           PIC 9(2).
       01  WS-FECHA-VTO-PARTES.
           05 WS-FV-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FV-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FV-DD           PIC 9(2).
       01  WS-DIAS-PROCESO       PIC 9(7) VALUE 0.
       01  WS-DIAS-VTO           PIC 9(7) VALUE 0.
       01  WS-DIAS-RESTANTES     PIC S9(7) VALUE 0.
       01  WS-FECHA-COMPACTA     PIC X(6) VALUE SPACES.

      * Bandas de vencimiento: limite superior en dias (la ultima
      * banda no tiene limite) y leyenda para el reporte.
       01  WS-BANDAS-VALORES.
           05 FILLER PIC X(17) VALUE "0007HASTA 7 DIAS ".
           05 FILLER PIC X(17) VALUE "0030HASTA 1 MES  ".
           05 FILLER PIC X(17) VALUE "0090HASTA 3 MESES".
           05 FILLER PIC X(17) VALUE "0180HASTA 6 MESES".
           05 FILLER PIC X(17) VALUE "0360HASTA 1 ANIO ".
           05 FILLER PIC X(17) VALUE "9999MAS DE 1 ANIO".
       01  WS-BANDAS REDEFINES WS-BANDAS-VALORES.
           05 WS-BND-FILA OCCURS 6 TIMES.
              10 WS-BND-HASTA    PIC 9(4).
              10 WS-BND-LEYENDA  PIC X(13).
       01  WS-BANDA              PIC 9(2) VALUE 0.
       01  WS-B                  PIC 9(2) VALUE 0.

      * Acumulados por moneda y banda. Moneda en blanco = local.
       01  WS-MONEDAS.
           05 WS-MON-FILA OCCURS 10 TIMES.
              10 WS-MON-CODIGO   PIC X(3).
              10 WS-MON-VISTA    PIC 9(13)V99.
              10 WS-MON-BANDA OCCURS 6 TIMES.
                 15 WS-MB-ENTRADAS    PIC 9(13)V99.
                 15 WS-MB-SALIDAS-PF  PIC 9(13)V99.
                 15 WS-MB-SALIDAS-VISTA PIC 9(13)V99.
       01  WS-NUM-MONEDAS        PIC 9(2) VALUE 0.
       01  WS-MON-IDX            PIC 9(2) VALUE 0.
       01  WS-M                  PIC 9(2) VALUE 0.
       01  WS-MONEDA-BUSCADA     PIC X(3) VALUE SPACES.
       01  WS-MONEDAS-FUERA      PIC 9(5) VALUE 0.

       01  WS-VISTA-ESTABLE      PIC 9(13)V99 VALUE 0.
       01  WS-VISTA-VOLATIL      PIC 9(13)V99 VALUE 0.
       01  WS-ENTRADAS-BANDA     PIC 9(13)V99 VALUE 0.
       01  WS-SALIDAS-BANDA      PIC 9(13)V99 VALUE 0.
       01  WS-BRECHA-BANDA       PIC S9(13)V99 VALUE 0.
       01  WS-BRECHA-ACUMULADA   PIC S9(13)V99 VALUE 0.

      * Plazos fijos: moneda de la cuenta vinculada.
       01  WS-CUENTA-PLAZO       PIC X(6) VALUE SPACES.
       01  WS-MONEDA-CUENTA      PIC X(3) VALUE SPACES.
       01  WS-PLAZOS-LEIDOS      PIC 9(5) VALUE 0.

       01  WS-VISTA-LEIDA.
           05 WS-VL-MONEDA       PIC X(3).
           05 WS-VL-SALDO        PIC 9(13)V99.

       01  WS-CUOTA-LEIDA.
           05 WS-CL-VENCIMIENTO  PIC X(10).
           05 WS-CL-CAPITAL      PIC 9(9)V99.

       01  PRESTAMOS-REGISTRO.
           05 PRESTAMO-ID        PIC X(6).
           05 PRESTAMO-TIPO      PIC X(20).
           05 PRESTAMO-PRINCIPAL PIC 9(9)V99.
           05 PRESTAMO-PLAZO     PIC 9(3).
           05 PRESTAMO-SALDO     PIC 9(9)V99.
           05 PRESTAMO-FECHA     PIC X(10).
           05 PRESTAMO-MODALIDAD PIC X.
           05 PRESTAMO-TASA-VIGENTE PIC 9V99.
           05 PRESTAMO-CUOTA-VIGENTE PIC 9(9)V99.
       01  WS-FECHA-ORIGEN.
           05 WS-FO-AAAA         PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FO-MM           PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FO-DD           PIC 9(2).
       01  WS-MESES-VTO          PIC 9(6) VALUE 0.
       01  WS-MESES-RESTO        PIC 9(2) VALUE 0.
       01  WS-ULTIMA-CUOTA       PIC 9(3) VALUE 0.
       01  WS-NRO-CUOTA          PIC 9(3) VALUE 0.
       01  WS-CAPITAL-IMPAGO     PIC 9(9)V99 VALUE 0.
       01  WS-NO-FACTURADO       PIC S9(9)V99 VALUE 0.
       01  WS-PRESTAMOS-LEIDOS   PIC 9(5) VALUE 0.

       01  WS-TASA               PIC 9V99 VALUE 0.
       01  WS-TASA-HALLADA       PIC X VALUE "N".
       01  WS-FACTOR             PIC 9(7)V9(8) VALUE 0.
       01  WS-NUMERADOR          PIC 9(11)V9(8) VALUE 0.
       01  WS-DENOMINADOR        PIC 9(3)V9(8) VALUE 0.
       01  WS-PERIODO            PIC 9(3) VALUE 0.
       01  WS-CUOTA              PIC 9(9)V99 VALUE 0.
       01  WS-INTERES            PIC 9(9)V99 VALUE 0.
       01  WS-CAPITAL            PIC S9(9)V99 VALUE 0.

       01  WS-REGISTROS-D        PIC 9(9) VALUE 0.
       01  WS-HASH-MONTOS        PIC 9(13) VALUE 0.
       01  WS-MONTO-ENTERO       PIC 9(13) VALUE 0.

       01  WS-MONTO-ED           PIC ZZZZZZZZZZZZ9.99.
       01  WS-PF-ED              PIC ZZZZZZZZZZZZ9.99.
       01  WS-VISTA-ED           PIC ZZZZZZZZZZZZ9.99.
       01  WS-BRECHA-ED          PIC -ZZZZZZZZZZZ9.99.
       01  WS-ACUMULADA-ED       PIC -ZZZZZZZZZZZ9.99.
       01  WS-PCT-ED             PIC 9.99.
       01  WS-MONEDA-ED          PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS.
       PERFORM RECORRER-PLAZOS-FIJOS.
       PERFORM RECORRER-SALDOS-VISTA.
       PERFORM RECORRER-CUOTAS-IMPAGAS.
       PERFORM RECORRER-PRESTAMOS.
       PERFORM ABRIR-SALIDAS.
       PERFORM IMPRIMIR-MONEDA
           VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MONEDAS.
       PERFORM CERRAR-SALIDAS.
       DISPLAY "Brecha de liquidez: " WS-NUM-MONEDAS " moneda(s), "
               WS-PLAZOS-LEIDOS " plazos fijos, "
               WS-PRESTAMOS-LEIDOS " prestamos.".
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
      * Porcentaje estable de los saldos a la vista. Sin el archivo
      * el reporte sale igual con el 0.70 de siempre y queda un WARN.
      ******************************************************************
       CARGAR-PARAMETROS.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-PROCESO = WS-FP-AAAA * 360
                   + WS-FP-MM * 30 + WS-FP-DD
           MOVE 0 TO WS-NUM-MONEDAS
           MOVE "parametros_liquidez.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PARAMETROS
           OPEN INPUT parametros-file
           IF fs-parametros = "00"
              READ parametros-file
                   AT END CONTINUE
                   NOT AT END
                       IF PLQ-PCT-ESTABLE NOT > 1
                          MOVE PLQ-PCT-ESTABLE TO WS-PCT-ESTABLE
                       END-IF
              END-READ
              CLOSE parametros-file
           ELSE
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-PARAMETROS" TO error-parrafo
              MOVE "Sin parametros de liquidez: porcentaje estable 0.70"
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           DISPLAY "Porcentaje estable de la vista: " WS-PCT-ESTABLE.

      ******************************************************************
      * Banda de un vencimiento (WS-FECHA-VTO-PARTES cargada). Lo ya
      * vencido cae en la primera banda.
      ******************************************************************
       CALCULAR-BANDA.
           COMPUTE WS-DIAS-VTO = WS-FV-AAAA * 360
                   + WS-FV-MM * 30 + WS-FV-DD
           COMPUTE WS-DIAS-RESTANTES = WS-DIAS-VTO - WS-DIAS-PROCESO
           MOVE 6 TO WS-BANDA
           PERFORM COMPARAR-BANDA
               VARYING WS-B FROM 5 BY -1 UNTIL WS-B < 1.

       COMPARAR-BANDA.
           IF WS-DIAS-RESTANTES <= WS-BND-HASTA(WS-B)
              MOVE WS-B TO WS-BANDA
           END-IF.

      * Fila de la moneda WS-MONEDA-BUSCADA; se agrega si es nueva.
      * Con la tabla llena lo que sobra se suma en la ultima fila.
       BUSCAR-MONEDA.
           MOVE 0 TO WS-MON-IDX
           PERFORM COMPARAR-MONEDA
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NUM-MONEDAS
           IF WS-MON-IDX = 0
              IF WS-NUM-MONEDAS < 10
                 ADD 1 TO WS-NUM-MONEDAS
                 MOVE WS-NUM-MONEDAS TO WS-MON-IDX
                 INITIALIZE WS-MON-FILA(WS-MON-IDX)
                 MOVE WS-MONEDA-BUSCADA TO WS-MON-CODIGO(WS-MON-IDX)
              ELSE
                 MOVE 10 TO WS-MON-IDX
                 ADD 1 TO WS-MONEDAS-FUERA
              END-IF
           END-IF.

       COMPARAR-MONEDA.
           IF WS-MON-CODIGO(WS-M) = WS-MONEDA-BUSCADA
              MOVE WS-M TO WS-MON-IDX
           END-IF.

      ******************************************************************
      * Salidas por plazos fijos vigentes, por fecha de vencimiento y
      * en la moneda de la cuenta vinculada.
      ******************************************************************
       RECORRER-PLAZOS-FIJOS.
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
              DISPLAY "Sin plazos_fijos.dat: no se informan plazos "
                      "fijos. Estado: " fs-plazos
              MOVE "WARN" TO error-severidad
              MOVE "RECORRER-PLAZOS-FIJOS" TO error-parrafo
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
              ADD 1 TO WS-PLAZOS-LEIDOS
              MOVE PF-CUENTA TO WS-CUENTA-PLAZO
              PERFORM LEER-MONEDA-CUENTA
              MOVE WS-MONEDA-CUENTA TO WS-MONEDA-BUSCADA
              PERFORM BUSCAR-MONEDA
              MOVE PF-FECHA-VENC TO WS-FECHA-VTO-PARTES
              PERFORM CALCULAR-BANDA
              ADD PF-PRINCIPAL
                 TO WS-MB-SALIDAS-PF(WS-MON-IDX, WS-BANDA)
           END-IF
           PERFORM LEER-PLAZO.

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

      ******************************************************************
      * Saldos a la vista por moneda: la parte estable va a la ultima
      * banda y la volatil a la primera.
      ******************************************************************
       RECORRER-SALDOS-VISTA.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-VISTA CURSOR FOR
              SELECT COALESCE(moneda_cuenta, ' '),
                     SUM(saldo_cuenta)
              FROM cuentas
              WHERE saldo_cuenta > 0
                AND COALESCE(estado_cuenta, ' ') <> 'CERRADA'
                AND COALESCE(estado_cuenta, ' ') <> 'PRESCRITA'
              GROUP BY COALESCE(moneda_cuenta, ' ')
              ORDER BY 1
           END-EXEC

           EXEC SQL
              OPEN CUR-VISTA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "RECORRER-SALDOS-VISTA" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-VISTA
           PERFORM ACUMULAR-VISTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-VISTA
           END-EXEC.

       FETCH-VISTA.
           EXEC SQL
              FETCH CUR-VISTA
              INTO :WS-VL-MONEDA,
                   :WS-VL-SALDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-VISTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-VISTA.
           MOVE WS-VL-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-MONEDA
           ADD WS-VL-SALDO TO WS-MON-VISTA(WS-MON-IDX)
           COMPUTE WS-VISTA-ESTABLE ROUNDED =
                   WS-VL-SALDO * WS-PCT-ESTABLE
           COMPUTE WS-VISTA-VOLATIL = WS-VL-SALDO - WS-VISTA-ESTABLE
           ADD WS-VISTA-VOLATIL
              TO WS-MB-SALIDAS-VISTA(WS-MON-IDX, 1)
           ADD WS-VISTA-ESTABLE
              TO WS-MB-SALIDAS-VISTA(WS-MON-IDX, 6)
           PERFORM FETCH-VISTA.

      ******************************************************************
      * Entradas por capital ya facturado y todavia impago, por fecha
      * de vencimiento de la cuota. Los prestamos son en moneda local.
      ******************************************************************
       RECORRER-CUOTAS-IMPAGAS.
           MOVE SPACES TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-MONEDA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUOTAS CURSOR FOR
              SELECT q.fecha_vencimiento,
                     q.capital_cuota - q.capital_pagado
              FROM prestamos_cuotas q
              JOIN prestamos p
                ON p.id_prestamo = q.id_prestamo
              WHERE p.estado_prestamo <> 'CANCELAD'
                AND q.capital_cuota > q.capital_pagado
           END-EXEC

           EXEC SQL
              OPEN CUR-CUOTAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "RECORRER-CUOTAS-IMPAGAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CUOTA
           PERFORM ACUMULAR-CUOTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUOTAS
           END-EXEC.

       FETCH-CUOTA.
           EXEC SQL
              FETCH CUR-CUOTAS
              INTO :WS-CL-VENCIMIENTO,
                   :WS-CL-CAPITAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CUOTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-CUOTA.
           MOVE WS-CL-VENCIMIENTO TO WS-FECHA-VTO-PARTES
           PERFORM CALCULAR-BANDA
           ADD WS-CL-CAPITAL TO WS-MB-ENTRADAS(WS-MON-IDX, WS-BANDA)
           PERFORM FETCH-CUOTA.

      ******************************************************************
      * Capital todavia no facturado de cada prestamo vigente,
      * proyectado cuota a cuota por el resto del plan.
      ******************************************************************
       RECORRER-PRESTAMOS.
           MOVE SPACES TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-MONEDA
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS CURSOR FOR
              SELECT id_prestamo,
                     tipo_prestamo,
                     principal,
                     plazo_meses,
                     saldo_pendiente,
                     fecha_origen,
                     modalidad_tasa,
                     tasa_vigente,
                     cuota_vigente
              FROM prestamos
              WHERE estado_prestamo <> 'CANCELAD'
                AND saldo_pendiente > 0
              ORDER BY id_prestamo
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "RECORRER-PRESTAMOS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-PRESTAMO
           PERFORM PROYECTAR-PRESTAMO
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-PRESTAMOS
           END-EXEC.

       FETCH-PRESTAMO.
           EXEC SQL
              FETCH CUR-PRESTAMOS
              INTO :PRESTAMO-ID,
                   :PRESTAMO-TIPO,
                   :PRESTAMO-PRINCIPAL,
                   :PRESTAMO-PLAZO,
                   :PRESTAMO-SALDO,
                   :PRESTAMO-FECHA,
                   :PRESTAMO-MODALIDAD,
                   :PRESTAMO-TASA-VIGENTE,
                   :PRESTAMO-CUOTA-VIGENTE
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

      * Un reporte de liquidez incompleto no sirve para la
      * presentacion: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al recorrer datos para la brecha de liquidez."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

       PROYECTAR-PRESTAMO.
           ADD 1 TO WS-PRESTAMOS-LEIDOS
           MOVE 0 TO WS-ULTIMA-CUOTA
           MOVE 0 TO WS-CAPITAL-IMPAGO
           EXEC SQL
              SELECT COALESCE(MAX(nro_cuota), 0),
                     COALESCE(SUM(capital_cuota - capital_pagado), 0)
              INTO :WS-ULTIMA-CUOTA,
                   :WS-CAPITAL-IMPAGO
              FROM prestamos_cuotas
              WHERE id_prestamo = :PRESTAMO-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "PROYECTAR-PRESTAMO" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           COMPUTE WS-NO-FACTURADO = PRESTAMO-SALDO - WS-CAPITAL-IMPAGO
           IF WS-NO-FACTURADO > 0
              PERFORM OBTENER-CUOTA-PLAN
              MOVE PRESTAMO-FECHA TO WS-FECHA-ORIGEN
              COMPUTE WS-NRO-CUOTA = WS-ULTIMA-CUOTA + 1
              COMPUTE WS-MESES-VTO = WS-FO-AAAA * 12 + WS-FO-MM
                      + WS-NRO-CUOTA
              PERFORM PROYECTAR-CUOTA
                  UNTIL WS-NO-FACTURADO NOT > 0
           END-IF
           PERFORM FETCH-PRESTAMO.

      * Misma cuota que factura FacturacionPrestamos: la vigente de
      * un prestamo de tasa variable revisado, o la del plan original.
       OBTENER-CUOTA-PLAN.
           IF PRESTAMO-MODALIDAD = "V"
              AND PRESTAMO-CUOTA-VIGENTE > 0
              MOVE PRESTAMO-TASA-VIGENTE  TO WS-TASA
              MOVE PRESTAMO-CUOTA-VIGENTE TO WS-CUOTA
           ELSE
              MOVE 0 TO WS-TASA
              MOVE "N" TO WS-TASA-HALLADA
              CALL "buscar-tasa-prestamo" USING PRESTAMO-TIPO
                                                PRESTAMO-FECHA
                                                WS-TASA
                                                WS-TASA-HALLADA
              IF WS-TASA-HALLADA = "N"
                 MOVE 0 TO WS-TASA
              END-IF
              PERFORM CALCULAR-CUOTA
           END-IF.

       CALCULAR-CUOTA.
           IF WS-TASA = 0
              COMPUTE WS-CUOTA ROUNDED =
                      PRESTAMO-PRINCIPAL / PRESTAMO-PLAZO
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM CAPITALIZAR-FACTOR
                  VARYING WS-PERIODO FROM 1 BY 1
                      UNTIL WS-PERIODO > PRESTAMO-PLAZO
              COMPUTE WS-NUMERADOR =
                      PRESTAMO-PRINCIPAL * WS-TASA * WS-FACTOR
              COMPUTE WS-DENOMINADOR = WS-FACTOR - 1
              COMPUTE WS-CUOTA ROUNDED =
                      WS-NUMERADOR / WS-DENOMINADOR
           END-IF.

       CAPITALIZAR-FACTOR.
           COMPUTE WS-FACTOR = WS-FACTOR + (WS-FACTOR * WS-TASA).

      * La ultima cuota del plazo, o una cuota que no llega a cubrir
      * el interes, lleva todo el capital que falte.
       PROYECTAR-CUOTA.
           PERFORM CALCULAR-VENCIMIENTO
           COMPUTE WS-INTERES ROUNDED = WS-NO-FACTURADO * WS-TASA
           COMPUTE WS-CAPITAL = WS-CUOTA - WS-INTERES
           IF WS-CAPITAL NOT > 0
              OR WS-CAPITAL > WS-NO-FACTURADO
              OR WS-NRO-CUOTA NOT < PRESTAMO-PLAZO
              MOVE WS-NO-FACTURADO TO WS-CAPITAL
           END-IF
           PERFORM CALCULAR-BANDA
           ADD WS-CAPITAL TO WS-MB-ENTRADAS(WS-MON-IDX, WS-BANDA)
           SUBTRACT WS-CAPITAL FROM WS-NO-FACTURADO
           ADD 1 TO WS-NRO-CUOTA
           ADD 1 TO WS-MESES-VTO.

      * La cuota n vence n meses despues del origen; el dia se topea
      * en 28. WS-MESES-VTO cuenta meses con enero = 1.
       CALCULAR-VENCIMIENTO.
           DIVIDE 12 INTO WS-MESES-VTO
               GIVING WS-FV-AAAA REMAINDER WS-MESES-RESTO
           IF WS-MESES-RESTO = 0
              SUBTRACT 1 FROM WS-FV-AAAA
              MOVE 12 TO WS-FV-MM
           ELSE
              MOVE WS-MESES-RESTO TO WS-FV-MM
           END-IF
           IF WS-FO-DD > 28
              MOVE 28 TO WS-FV-DD
           ELSE
              MOVE WS-FO-DD TO WS-FV-DD
           END-IF.

      ******************************************************************
      * Reporte y extracto para el regulador.
      ******************************************************************
       ABRIR-SALIDAS.
           STRING WS-FECHA-PROCESO(1:4) WS-FECHA-PROCESO(6:2)
                  DELIMITED BY SIZE INTO WS-FECHA-COMPACTA
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RUTA
           STRING "liquidez_regulador_" DELIMITED BY SIZE
                  WS-FECHA-COMPACTA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REGULADOR
           OPEN OUTPUT regulador-out
           MOVE "H"              TO CAB-TIPO-REGISTRO
           MOVE "LIQUIDEZ"       TO CAB-ORIGEN
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-NEGOCIO
           WRITE lote-cabecera

           MOVE "liquidez_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           OPEN OUTPUT reporte-out
           MOVE "BRECHA DE LIQUIDEZ POR PLAZO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "BANDA                ENTRADAS  SALIDAS PL.FIJO"
                  DELIMITED BY SIZE
                  "    SALIDAS VISTA           BRECHA      BRECHA ACUM"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "BrechaLiquidez" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       IMPRIMIR-MONEDA.
           IF WS-MON-CODIGO(WS-M) = SPACES
              MOVE "LOCAL" TO WS-MONEDA-ED
           ELSE
              MOVE WS-MON-CODIGO(WS-M) TO WS-MONEDA-ED
           END-IF
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "MONEDA: " DELIMITED BY SIZE
                  WS-MONEDA-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE 0 TO WS-BRECHA-ACUMULADA
           PERFORM IMPRIMIR-BANDA
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 6
           MOVE WS-MON-VISTA(WS-M) TO WS-VISTA-ED
           MOVE WS-PCT-ESTABLE TO WS-PCT-ED
           MOVE SPACES TO REP-DETALLE
           STRING "   Saldos a la vista: " DELIMITED BY SIZE
                  WS-VISTA-ED DELIMITED BY SIZE
                  " (estable " DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  " a mas de 1 anio, resto a 7 dias)"
                  DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       IMPRIMIR-BANDA.
           MOVE WS-MB-ENTRADAS(WS-M, WS-B) TO WS-ENTRADAS-BANDA
           COMPUTE WS-SALIDAS-BANDA = WS-MB-SALIDAS-PF(WS-M, WS-B)
                   + WS-MB-SALIDAS-VISTA(WS-M, WS-B)
           COMPUTE WS-BRECHA-BANDA =
                   WS-ENTRADAS-BANDA - WS-SALIDAS-BANDA
           ADD WS-BRECHA-BANDA TO WS-BRECHA-ACUMULADA

           MOVE WS-ENTRADAS-BANDA TO WS-MONTO-ED
           MOVE WS-MB-SALIDAS-PF(WS-M, WS-B) TO WS-PF-ED
           MOVE WS-MB-SALIDAS-VISTA(WS-M, WS-B) TO WS-VISTA-ED
           MOVE WS-BRECHA-BANDA TO WS-BRECHA-ED
           MOVE WS-BRECHA-ACUMULADA TO WS-ACUMULADA-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-BND-LEYENDA(WS-B) DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PF-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VISTA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BRECHA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACUMULADA-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE

           MOVE "D"                   TO LIQ-TIPO-REGISTRO
           MOVE WS-MON-CODIGO(WS-M)   TO LIQ-MONEDA
           MOVE WS-B                  TO LIQ-BANDA
           MOVE WS-ENTRADAS-BANDA     TO LIQ-ENTRADAS
           MOVE WS-SALIDAS-BANDA      TO LIQ-SALIDAS
           MOVE WS-BRECHA-BANDA       TO LIQ-BRECHA
           MOVE WS-BRECHA-ACUMULADA   TO LIQ-ACUMULADA
           WRITE regulador-registro
           ADD 1 TO WS-REGISTROS-D
           COMPUTE WS-MONTO-ENTERO = WS-ENTRADAS-BANDA * 100
           ADD WS-MONTO-ENTERO TO WS-HASH-MONTOS
           COMPUTE WS-MONTO-ENTERO = WS-SALIDAS-BANDA * 100
           ADD WS-MONTO-ENTERO TO WS-HASH-MONTOS.

       CERRAR-SALIDAS.
           IF WS-MONEDAS-FUERA > 0
              MOVE SPACES TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "Mas de 10 monedas: el resto se sumo en la ultima."
                   TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "BUSCAR-MONEDA" TO error-parrafo
              MOVE "Brecha de liquidez con mas de 10 monedas."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out

           MOVE "Z"            TO COLA-TIPO-REGISTRO
           MOVE WS-REGISTROS-D TO COLA-CONTADOR
           MOVE WS-HASH-MONTOS TO COLA-HASH-MONTOS
           WRITE lote-cola
           CLOSE regulador-out.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM BrechaLiquidez.
