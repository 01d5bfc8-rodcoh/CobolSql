      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prueba diaria de los auxiliares contra el mayor
      *          general. Toma el archivo de saldos del mayor que
      *          entrega Contaduria (saldos_mayor.txt: cuenta de
      *          control y saldo en su lado natural, con cabecera "H"
      *          de origen CONTADURIA y fecha de negocio igual a la
      *          fecha de proceso, y cola "Z" con cantidad y hash de
      *          saldos sin signo, ver LOTECTL.CPY); si el control no
      *          cuadra la prueba no se hace y queda un ERROR.
      *          Totaliza los auxiliares:
      *            - cuentas, saldo_cuenta por tipo_cuenta y moneda;
      *            - prestamos, saldo_pendiente por tipo_prestamo;
      *            - plazos fijos vigentes de plazos_fijos.dat,
      *              principal por moneda de la cuenta vinculada;
      *          y lleva cada total a su cuenta de control con
      *          cuentas_contables.dat, el mismo mapeo de
      *          InterfazContable. La clave de mapeo (MAP-TIPO) se
      *          arma con la clase en las posiciones 1-2 (CT, PR o
      *          PF), el codigo en 3-12 (tipo de cuenta o los diez
      *          primeros caracteres del tipo de prestamo, en
      *          mayusculas; en blanco para plazos fijos) y la moneda
      *          en 13-15 (blanco = local; los prestamos son en moneda
      *          local). La cuenta de control es la de haber para
      *          cuentas y plazos fijos y la de debe para prestamos.
      *          Los totales de una misma cuenta de control se suman y
      *          se comparan con el saldo del mayor; el detalle queda
      *          en prueba_mayor_rep.txt, con los totales sin mapeo
      *          aparte. Cada diferencia entra al registro de breaks
      *          de la reconciliacion (conciliacion_breaks.txt) con
      *          origen MAYR y la cuenta de control, y envejece como
      *          los breaks diarios: la misma cuenta de control abierta
      *          se actualiza, y la que hoy cuadra se cierra sola con
      *          codigo AUTO. Se resuelven en GestionBreaks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PruebaMayor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mayor-file
            ASSIGN TO DYNAMIC WS-RUTA-MAYOR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-mayor.

           SELECT mapeo-file
            ASSIGN TO DYNAMIC WS-RUTA-MAPEO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-mapeo.

           SELECT plazos-file
            ASSIGN TO DYNAMIC WS-RUTA-PLAZOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-plazos.

           SELECT breaks-file
            ASSIGN TO DYNAMIC WS-RUTA-BREAKS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-breaks.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  mayor-file.
       01  mayor-registro.
           05 SMY-CUENTA-GL       PIC X(8).
           05 SMY-SALDO           PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE.
           COPY LOTECTL.

       FD  mapeo-file.
       01  mapeo-registro.
           05 MAP-TIPO            PIC X(15).
           05 MAP-CTA-DEBE        PIC X(8).
           05 MAP-CTA-HABER       PIC X(8).

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

      * Mismo registro de breaks que ReconciliacionDiaria; los de
      * esta prueba van con origen MAYR y BRK-CUENTA en "MAYOR".
       FD  breaks-file.
       01  break-registro.
           05 BRK-CUENTA          PIC X(6).
           05 BRK-FECHA-PRIMERA   PIC X(10).
           05 BRK-FECHA-ULTIMA    PIC X(10).
           05 BRK-MONTO           PIC S9(9)V99.
           05 BRK-ESTADO          PIC X.       *> A/C/R
           05 BRK-CODIGO-RES      PIC X(4).
           05 BRK-ORIGEN          PIC X(4).    *> blanco/MAYR
           05 BRK-CUENTA-GL       PIC X(8).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-mayor              PIC XX.
       01  fs-mapeo              PIC XX.
       01  fs-plazos             PIC XX.
       01  fs-breaks             PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-MAYOR         PIC X(120) VALUE SPACES.
       01  WS-RUTA-MAPEO         PIC X(120) VALUE SPACES.
       01  WS-RUTA-PLAZOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-BREAKS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-FIN-MAYOR          PIC X VALUE "N".
       01  WS-FIN-MAPEO          PIC X VALUE "N".
       01  WS-FIN-PLAZOS         PIC X VALUE "N".
       01  WS-FIN-BREAKS         PIC X VALUE "N".
       01  WS-FIN-CURSOR         PIC X VALUE "N".

      * Control del lote del mayor: cuenta y hash de saldos.
       01  WS-LOTE-OK            PIC X VALUE "S".
       01  WS-COLA-PRESENTE      PIC X VALUE "N".
       01  WS-CUENTA-LOTE        PIC 9(9) VALUE ZEROS.
       01  WS-HASH-LOTE          PIC 9(13) VALUE ZEROS.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE ZEROS.
       01  WS-COLA-HASH          PIC 9(13) VALUE ZEROS.
       01  WS-SALDO-ENTERO       PIC 9(13) VALUE ZEROS.
       01  WS-MOTIVO-RECHAZO     PIC X(60) VALUE SPACES.

      * Saldos del mayor por cuenta de control.
       01  WS-MAYOR.
           05 WS-MAY-FILA OCCURS 200 TIMES.
              10 WS-MAY-CUENTA   PIC X(8).
              10 WS-MAY-SALDO    PIC S9(13)V99.
       01  WS-NUM-MAYOR          PIC 9(3) VALUE 0.
       01  WS-MAY-IDX            PIC 9(3) VALUE 0.
       01  WS-Y                  PIC 9(3) VALUE 0.

       01  WS-MAPEOS.
           05 WS-MAP-FILA OCCURS 60 TIMES.
              10 WS-MAP-TIPO     PIC X(15).
              10 WS-MAP-DEBE     PIC X(8).
              10 WS-MAP-HABER    PIC X(8).
       01  WS-NUM-MAPEOS         PIC 9(2) VALUE 0.
       01  WS-MAP-IDX            PIC 9(2) VALUE 0.
       01  WS-P                  PIC 9(2) VALUE 0.

      * Clave de mapeo de un total de auxiliar.
       01  WS-CLAVE-AUX.
           05 WS-CLV-CLASE       PIC X(2).    *> CT/PR/PF
           05 WS-CLV-CODIGO      PIC X(10).
           05 WS-CLV-MONEDA      PIC X(3).

      * Totales de auxiliares por clave, con su cuenta de control.
       01  WS-AUXILIARES.
           05 WS-AUX-FILA OCCURS 100 TIMES.
              10 WS-AUX-CLAVE    PIC X(15).
              10 WS-AUX-TOTAL    PIC S9(13)V99.
              10 WS-AUX-CTA-GL   PIC X(8).
       01  WS-NUM-AUXILIARES     PIC 9(3) VALUE 0.
       01  WS-AUX-IDX            PIC 9(3) VALUE 0.
       01  WS-A                  PIC 9(3) VALUE 0.
       01  WS-MONTO-AUX          PIC S9(13)V99 VALUE 0.
       01  WS-AUX-FUERA          PIC 9(5) VALUE 0.
       01  WS-SIN-MAPEO          PIC 9(3) VALUE 0.

      * Prueba por cuenta de control.
       01  WS-CONTROLES.
           05 WS-CTL-FILA OCCURS 100 TIMES.
              10 WS-CTL-CUENTA   PIC X(8).
              10 WS-CTL-AUXILIAR PIC S9(13)V99.
              10 WS-CTL-MAYOR    PIC S9(13)V99.
              10 WS-CTL-DIFERENCIA PIC S9(13)V99.
       01  WS-NUM-CONTROLES      PIC 9(3) VALUE 0.
       01  WS-CTL-IDX            PIC 9(3) VALUE 0.
       01  WS-C                  PIC 9(3) VALUE 0.
       01  WS-CUENTA-BUSCADA     PIC X(8) VALUE SPACES.
       01  WS-CON-DIFERENCIA     PIC 9(3) VALUE 0.

       01  WS-CUENTA-LEIDA.
           05 WS-CL-TIPO         PIC X(10).
           05 WS-CL-MONEDA       PIC X(3).
           05 WS-CL-SALDO        PIC S9(13)V99.
       01  WS-PRESTAMO-LEIDO.
           05 WS-PL-TIPO         PIC X(20).
           05 WS-PL-SALDO        PIC S9(13)V99.
       01  WS-CUENTA-PLAZO       PIC X(6) VALUE SPACES.
       01  WS-MONEDA-CUENTA      PIC X(3) VALUE SPACES.

       01  WS-BREAKS.
           05 WS-BRK-FILA OCCURS 300 TIMES.
              10 WS-BRK-CUENTA   PIC X(6).
              10 WS-BRK-PRIMERA  PIC X(10).
              10 WS-BRK-ULTIMA   PIC X(10).
              10 WS-BRK-MONTO    PIC S9(9)V99.
              10 WS-BRK-ESTADO   PIC X.
              10 WS-BRK-CODIGO   PIC X(4).
              10 WS-BRK-ORIGEN   PIC X(4).
              10 WS-BRK-CTA-GL   PIC X(8).
              10 WS-BRK-VISTO    PIC X.
       01  WS-NUM-BREAKS         PIC 9(3) VALUE 0.
       01  WS-BRK-IDX            PIC 9(3) VALUE 0.
       01  WS-B                  PIC 9(3) VALUE 0.
       01  WS-BREAKS-NUEVOS      PIC 9(3) VALUE 0.
       01  WS-BREAKS-CERRADOS    PIC 9(3) VALUE 0.

       01  WS-CLASE-ED           PIC X(14) VALUE SPACES.
       01  WS-MONEDA-ED          PIC X(5) VALUE SPACES.
       01  WS-AUXILIAR-ED        PIC -ZZZZZZZZZZZZ9.99.
       01  WS-MAYOR-ED           PIC -ZZZZZZZZZZZZ9.99.
       01  WS-DIFERENCIA-ED      PIC -ZZZZZZZZZZZZ9.99.
       01  WS-CONTADOR-ED        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM RESOLVER-RUTAS.
       PERFORM ABRIR-REPORTE.
       PERFORM VERIFICAR-SALDOS-MAYOR.
       IF WS-LOTE-OK = "N"
          PERFORM RECHAZAR-PRUEBA
       ELSE
          PERFORM CARGAR-MAPEO
          PERFORM CARGAR-SALDOS-MAYOR
          PERFORM TOTALIZAR-CUENTAS
          PERFORM TOTALIZAR-PRESTAMOS
          PERFORM TOTALIZAR-PLAZOS-FIJOS
          PERFORM IMPRIMIR-AUXILIARES
          PERFORM PROBAR-CONTROLES
          PERFORM ACTUALIZAR-REGISTRO-BREAKS
       END-IF
       PERFORM CERRAR-REPORTE.
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
           MOVE "saldos_mayor.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MAYOR
           MOVE "cuentas_contables.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-MAPEO
           MOVE "plazos_fijos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PLAZOS
           MOVE "conciliacion_breaks.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BREAKS
           MOVE "prueba_mayor_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

      ******************************************************************
      * Control del archivo del mayor: la cabecera es obligatoria, con
      * la fecha de negocio del dia, y la cola debe cuadrar en cuenta
      * y en hash de saldos. Sin eso no hay prueba.
      ******************************************************************
       VERIFICAR-SALDOS-MAYOR.
           MOVE "S" TO WS-LOTE-OK
           MOVE "N" TO WS-COLA-PRESENTE
           MOVE 0 TO WS-CUENTA-LOTE
           MOVE 0 TO WS-HASH-LOTE
           MOVE "N" TO WS-FIN-MAYOR
           OPEN INPUT mayor-file
           IF fs-mayor NOT = "00"
              MOVE "N" TO WS-LOTE-OK
              MOVE "No llego el archivo de saldos del mayor."
                 TO WS-MOTIVO-RECHAZO
           ELSE
              PERFORM LEER-MAYOR
              IF WS-FIN-MAYOR = "S" OR CAB-TIPO-REGISTRO NOT = "H"
                 MOVE "N" TO WS-LOTE-OK
                 MOVE "Saldos del mayor sin cabecera de control."
                    TO WS-MOTIVO-RECHAZO
              ELSE
                 IF CAB-FECHA-NEGOCIO NOT = WS-FECHA-PROCESO
                    MOVE "N" TO WS-LOTE-OK
                    MOVE "Saldos del mayor de otra fecha de negocio."
                       TO WS-MOTIVO-RECHAZO
                 END-IF
                 PERFORM LEER-MAYOR
                 PERFORM CONTAR-REGISTRO-MAYOR
                     UNTIL WS-FIN-MAYOR = "S"
                 IF WS-LOTE-OK = "S"
                    PERFORM EVALUAR-CONTROL-MAYOR
                 END-IF
              END-IF
              CLOSE mayor-file
           END-IF.

       LEER-MAYOR.
           READ mayor-file
                AT END MOVE "S" TO WS-FIN-MAYOR
           END-READ.

       CONTAR-REGISTRO-MAYOR.
           IF mayor-registro = SPACES
              CONTINUE
           ELSE
           IF COLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-COLA-PRESENTE
              MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
              MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
           ELSE
              ADD 1 TO WS-CUENTA-LOTE
              COMPUTE WS-SALDO-ENTERO = SMY-SALDO * 100
              ADD WS-SALDO-ENTERO TO WS-HASH-LOTE
           END-IF
           END-IF
           PERFORM LEER-MAYOR.

       EVALUAR-CONTROL-MAYOR.
           IF WS-COLA-PRESENTE = "N"
              MOVE "N" TO WS-LOTE-OK
              MOVE "Saldos del mayor con cabecera pero sin cola."
                 TO WS-MOTIVO-RECHAZO
           ELSE
              IF WS-COLA-CONTADOR NOT = WS-CUENTA-LOTE
                 MOVE "N" TO WS-LOTE-OK
                 MOVE "Saldos del mayor: la cuenta no cuadra."
                    TO WS-MOTIVO-RECHAZO
              ELSE
                 IF WS-COLA-HASH NOT = WS-HASH-LOTE
                    MOVE "N" TO WS-LOTE-OK
                    MOVE "Saldos del mayor: el hash no cuadra."
                       TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.

      * Sin un mayor valido no se prueba nada ni se tocan los breaks;
      * queda el ERROR para que AlertaErrores avise al operador.
       RECHAZAR-PRUEBA.
           DISPLAY "Prueba contra el mayor no realizada: "
                   WS-MOTIVO-RECHAZO
           MOVE "ERROR" TO error-severidad
           MOVE "VERIFICAR-SALDOS-MAYOR" TO error-parrafo
           MOVE WS-MOTIVO-RECHAZO TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE SPACES TO REP-DETALLE
           STRING "PRUEBA NO REALIZADA: " DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

       CARGAR-MAPEO.
           MOVE 0 TO WS-NUM-MAPEOS
           MOVE "N" TO WS-FIN-MAPEO
           OPEN INPUT mapeo-file
           IF fs-mapeo NOT = "00"
              DISPLAY "No se pudo abrir cuentas_contables.dat. "
                      "Estado: " fs-mapeo
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-MAPEO" TO error-parrafo
              MOVE "Prueba del mayor sin mapeo de cuentas contables."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              READ mapeo-file
                   AT END MOVE "S" TO WS-FIN-MAPEO
              END-READ
              PERFORM GUARDAR-MAPEO
                  UNTIL WS-FIN-MAPEO = "S"
              CLOSE mapeo-file
           END-IF.

       GUARDAR-MAPEO.
           IF WS-NUM-MAPEOS < 60
              ADD 1 TO WS-NUM-MAPEOS
              MOVE MAP-TIPO      TO WS-MAP-TIPO(WS-NUM-MAPEOS)
              MOVE MAP-CTA-DEBE  TO WS-MAP-DEBE(WS-NUM-MAPEOS)
              MOVE MAP-CTA-HABER TO WS-MAP-HABER(WS-NUM-MAPEOS)
           END-IF
           READ mapeo-file
                AT END MOVE "S" TO WS-FIN-MAPEO
           END-READ.

       CARGAR-SALDOS-MAYOR.
           MOVE 0 TO WS-NUM-MAYOR
           MOVE "N" TO WS-FIN-MAYOR
           OPEN INPUT mayor-file
           PERFORM LEER-MAYOR
           PERFORM GUARDAR-SALDO-MAYOR
               UNTIL WS-FIN-MAYOR = "S"
           CLOSE mayor-file.

       GUARDAR-SALDO-MAYOR.
           IF mayor-registro = SPACES
              OR CAB-TIPO-REGISTRO = "H" OR CAB-TIPO-REGISTRO = "Z"
              CONTINUE
           ELSE
              IF WS-NUM-MAYOR < 200
                 ADD 1 TO WS-NUM-MAYOR
                 MOVE SMY-CUENTA-GL TO WS-MAY-CUENTA(WS-NUM-MAYOR)
                 MOVE SMY-SALDO     TO WS-MAY-SALDO(WS-NUM-MAYOR)
              END-IF
           END-IF
           PERFORM LEER-MAYOR.

      ******************************************************************
      * Totales de los auxiliares. Cada total se guarda con su clave
      * de mapeo y la cuenta de control que le corresponde.
      ******************************************************************
       TOTALIZAR-CUENTAS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-CUENTAS CURSOR FOR
              SELECT UPPER(COALESCE(tipo_cuenta, ' ')),
                     COALESCE(moneda_cuenta, ' '),
                     SUM(saldo_cuenta)
              FROM cuentas
              GROUP BY UPPER(COALESCE(tipo_cuenta, ' ')),
                       COALESCE(moneda_cuenta, ' ')
              ORDER BY 1, 2
           END-EXEC

           EXEC SQL
              OPEN CUR-CUENTAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "TOTALIZAR-CUENTAS" TO error-parrafo
              PERFORM ERROR-CURSOR
           END-IF

           PERFORM FETCH-CUENTA
           PERFORM ACUMULAR-CUENTA
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-CUENTAS
           END-EXEC.

       FETCH-CUENTA.
           EXEC SQL
              FETCH CUR-CUENTAS
              INTO :WS-CL-TIPO,
                   :WS-CL-MONEDA,
                   :WS-CL-SALDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE "FETCH-CUENTA" TO error-parrafo
                 PERFORM ERROR-CURSOR
           END-EVALUATE.

       ACUMULAR-CUENTA.
           MOVE "CT"         TO WS-CLV-CLASE
           MOVE WS-CL-TIPO   TO WS-CLV-CODIGO
           MOVE WS-CL-MONEDA TO WS-CLV-MONEDA
           MOVE WS-CL-SALDO  TO WS-MONTO-AUX
           PERFORM ACUMULAR-AUXILIAR
           PERFORM FETCH-CUENTA.

       TOTALIZAR-PRESTAMOS.
           MOVE "N" TO WS-FIN-CURSOR

           EXEC SQL
              DECLARE CUR-PRESTAMOS CURSOR FOR
              SELECT UPPER(COALESCE(tipo_prestamo, ' ')),
                     SUM(saldo_pendiente)
              FROM prestamos
              GROUP BY UPPER(COALESCE(tipo_prestamo, ' '))
              ORDER BY 1
           END-EXEC

           EXEC SQL
              OPEN CUR-PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "TOTALIZAR-PRESTAMOS" TO error-parrafo
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
              INTO :WS-PL-TIPO,
                   :WS-PL-SALDO
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
           MOVE "PR"        TO WS-CLV-CLASE
           MOVE WS-PL-TIPO  TO WS-CLV-CODIGO
           MOVE SPACES      TO WS-CLV-MONEDA
           MOVE WS-PL-SALDO TO WS-MONTO-AUX
           PERFORM ACUMULAR-AUXILIAR
           PERFORM FETCH-PRESTAMO.

       TOTALIZAR-PLAZOS-FIJOS.
           OPEN INPUT plazos-file
           IF fs-plazos = "00"
              PERFORM LEER-PLAZO
              PERFORM ACUMULAR-PLAZO
                  UNTIL WS-FIN-PLAZOS = "S"
              CLOSE plazos-file
           ELSE
              DISPLAY "Sin plazos_fijos.dat: no se prueban plazos "
                      "fijos. Estado: " fs-plazos
              MOVE "WARN" TO error-severidad
              MOVE "TOTALIZAR-PLAZOS-FIJOS" TO error-parrafo
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
              MOVE PF-CUENTA TO WS-CUENTA-PLAZO
              PERFORM LEER-MONEDA-CUENTA
              MOVE "PF"             TO WS-CLV-CLASE
              MOVE SPACES           TO WS-CLV-CODIGO
              MOVE WS-MONEDA-CUENTA TO WS-CLV-MONEDA
              MOVE PF-PRINCIPAL     TO WS-MONTO-AUX
              PERFORM ACUMULAR-AUXILIAR
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

      * Suma WS-MONTO-AUX al total de la clave WS-CLAVE-AUX; una
      * clave nueva se agrega con su cuenta de control del mapeo.
      * Con la tabla llena lo que sobra queda sin probar y avisado.
       ACUMULAR-AUXILIAR.
           MOVE 0 TO WS-AUX-IDX
           PERFORM COMPARAR-AUXILIAR
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NUM-AUXILIARES
           IF WS-AUX-IDX = 0
              IF WS-NUM-AUXILIARES < 100
                 ADD 1 TO WS-NUM-AUXILIARES
                 MOVE WS-NUM-AUXILIARES TO WS-AUX-IDX
                 MOVE WS-CLAVE-AUX TO WS-AUX-CLAVE(WS-AUX-IDX)
                 MOVE 0 TO WS-AUX-TOTAL(WS-AUX-IDX)
                 PERFORM BUSCAR-CUENTA-CONTROL
              ELSE
                 ADD 1 TO WS-AUX-FUERA
              END-IF
           END-IF
           IF WS-AUX-IDX > 0
              ADD WS-MONTO-AUX TO WS-AUX-TOTAL(WS-AUX-IDX)
           END-IF.

       COMPARAR-AUXILIAR.
           IF WS-AUX-CLAVE(WS-A) = WS-CLAVE-AUX
              MOVE WS-A TO WS-AUX-IDX
           END-IF.

       BUSCAR-CUENTA-CONTROL.
           MOVE SPACES TO WS-AUX-CTA-GL(WS-AUX-IDX)
           MOVE 0 TO WS-MAP-IDX
           PERFORM COMPARAR-MAPEO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NUM-MAPEOS
           IF WS-MAP-IDX > 0
              IF WS-CLV-CLASE = "PR"
                 MOVE WS-MAP-DEBE(WS-MAP-IDX)
                    TO WS-AUX-CTA-GL(WS-AUX-IDX)
              ELSE
                 MOVE WS-MAP-HABER(WS-MAP-IDX)
                    TO WS-AUX-CTA-GL(WS-AUX-IDX)
              END-IF
           END-IF.

       COMPARAR-MAPEO.
           IF WS-MAP-TIPO(WS-P) = WS-CLAVE-AUX
              MOVE WS-P TO WS-MAP-IDX
           END-IF.

      * Un total de auxiliares a medias no prueba nada: FATAL.
       ERROR-CURSOR.
           DISPLAY "Error al leer la base de datos: " SQLCODE " - "
                   SQLSTATE
           MOVE "FATAL" TO error-severidad
           MOVE "Error al totalizar auxiliares para el mayor."
                TO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           MOVE 1 TO RETURN-CODE
           PERFORM DESCONECTAR-SQL.

      ******************************************************************
      * Reporte: totales de auxiliares con su cuenta de control, y la
      * prueba de cada cuenta de control contra el mayor.
      ******************************************************************
       ABRIR-REPORTE.
           OPEN OUTPUT reporte-out
           MOVE "PRUEBA DE AUXILIARES CONTRA EL MAYOR" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "PruebaMayor" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       IMPRIMIR-AUXILIARES.
           MOVE "TOTALES DE AUXILIARES" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "AUXILIAR       CODIGO     MONEDA"
                  DELIMITED BY SIZE
                  "            TOTAL  CUENTA DE CONTROL"
                  DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM IMPRIMIR-AUXILIAR
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NUM-AUXILIARES
           IF WS-AUX-FUERA > 0
              MOVE "Mas de 100 auxiliares: el resto no se probo."
                 TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE "WARN" TO error-severidad
              MOVE "ACUMULAR-AUXILIAR" TO error-parrafo
              MOVE "Prueba del mayor con mas de 100 auxiliares."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       IMPRIMIR-AUXILIAR.
           MOVE WS-AUX-CLAVE(WS-A) TO WS-CLAVE-AUX
           EVALUATE WS-CLV-CLASE
              WHEN "CT"
                 MOVE "CUENTAS"      TO WS-CLASE-ED
              WHEN "PR"
                 MOVE "PRESTAMOS"    TO WS-CLASE-ED
              WHEN OTHER
                 MOVE "PLAZOS FIJOS" TO WS-CLASE-ED
           END-EVALUATE
           IF WS-CLV-MONEDA = SPACES
              MOVE "LOCAL" TO WS-MONEDA-ED
           ELSE
              MOVE WS-CLV-MONEDA TO WS-MONEDA-ED
           END-IF
           MOVE WS-AUX-TOTAL(WS-A) TO WS-AUXILIAR-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-CLASE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLV-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONEDA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUXILIAR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO REP-DETALLE
           IF WS-AUX-CTA-GL(WS-A) = SPACES
              MOVE "SIN MAPEO" TO REP-DETALLE(52:9)
              ADD 1 TO WS-SIN-MAPEO
           ELSE
              MOVE WS-AUX-CTA-GL(WS-A) TO REP-DETALLE(52:8)
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

      * Los totales con la misma cuenta de control se suman y se
      * comparan con el saldo que informa el mayor (cero si el mayor
      * no trae la cuenta).
       PROBAR-CONTROLES.
           MOVE 0 TO WS-NUM-CONTROLES
           PERFORM CONSOLIDAR-AUXILIAR
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NUM-AUXILIARES
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE "PRUEBA POR CUENTA DE CONTROL" TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           STRING "CUENTA GL       AUXILIARES             MAYOR"
                  DELIMITED BY SIZE
                  "        DIFERENCIA  ESTADO"
                  DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM PROBAR-CONTROL
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CONTROLES.

       CONSOLIDAR-AUXILIAR.
           IF WS-AUX-CTA-GL(WS-A) NOT = SPACES
              MOVE WS-AUX-CTA-GL(WS-A) TO WS-CUENTA-BUSCADA
              MOVE 0 TO WS-CTL-IDX
              PERFORM COMPARAR-CONTROL
                  VARYING WS-C FROM 1 BY 1
                      UNTIL WS-C > WS-NUM-CONTROLES
              IF WS-CTL-IDX = 0
                 ADD 1 TO WS-NUM-CONTROLES
                 MOVE WS-NUM-CONTROLES TO WS-CTL-IDX
                 MOVE WS-CUENTA-BUSCADA TO WS-CTL-CUENTA(WS-CTL-IDX)
                 MOVE 0 TO WS-CTL-AUXILIAR(WS-CTL-IDX)
                 MOVE 0 TO WS-CTL-MAYOR(WS-CTL-IDX)
                 MOVE 0 TO WS-CTL-DIFERENCIA(WS-CTL-IDX)
              END-IF
              ADD WS-AUX-TOTAL(WS-A) TO WS-CTL-AUXILIAR(WS-CTL-IDX)
           END-IF.

       COMPARAR-CONTROL.
           IF WS-CTL-CUENTA(WS-C) = WS-CUENTA-BUSCADA
              MOVE WS-C TO WS-CTL-IDX
           END-IF.

       PROBAR-CONTROL.
           MOVE 0 TO WS-MAY-IDX
           PERFORM COMPARAR-MAYOR
               VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NUM-MAYOR
           IF WS-MAY-IDX > 0
              MOVE WS-MAY-SALDO(WS-MAY-IDX) TO WS-CTL-MAYOR(WS-C)
           END-IF
           COMPUTE WS-CTL-DIFERENCIA(WS-C) =
                   WS-CTL-AUXILIAR(WS-C) - WS-CTL-MAYOR(WS-C)
           MOVE WS-CTL-AUXILIAR(WS-C)   TO WS-AUXILIAR-ED
           MOVE WS-CTL-MAYOR(WS-C)      TO WS-MAYOR-ED
           MOVE WS-CTL-DIFERENCIA(WS-C) TO WS-DIFERENCIA-ED
           MOVE SPACES TO REP-DETALLE
           STRING WS-CTL-CUENTA(WS-C) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUXILIAR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MAYOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIFERENCIA-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO REP-DETALLE
           IF WS-CTL-DIFERENCIA(WS-C) = 0
              MOVE "OK" TO REP-DETALLE(65:2)
           ELSE
              MOVE "DIFERENCIA" TO REP-DETALLE(65:10)
              ADD 1 TO WS-CON-DIFERENCIA
           END-IF
           PERFORM REP-ESCRIBIR-DETALLE.

       COMPARAR-MAYOR.
           IF WS-MAY-CUENTA(WS-Y) = WS-CTL-CUENTA(WS-C)
              MOVE WS-Y TO WS-MAY-IDX
           END-IF.

       CERRAR-REPORTE.
           IF WS-LOTE-OK = "S"
              MOVE SPACES TO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE WS-NUM-CONTROLES TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Cuentas de control probadas: " DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE WS-CON-DIFERENCIA TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Con diferencia:              " DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              MOVE WS-SIN-MAPEO TO WS-CONTADOR-ED
              MOVE SPACES TO REP-DETALLE
              STRING "Totales sin mapeo:           " DELIMITED BY SIZE
                     WS-CONTADOR-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
              PERFORM AVISAR-RESULTADO
           END-IF
           PERFORM REP-FINALIZAR
           CLOSE reporte-out.

      * Las diferencias ya quedan como breaks; el WARN es para que el
      * operador sepa que hay algo nuevo que mirar.
       AVISAR-RESULTADO.
           IF WS-SIN-MAPEO > 0
              MOVE "WARN" TO error-severidad
              MOVE "IMPRIMIR-AUXILIAR" TO error-parrafo
              MOVE "Totales de auxiliares sin cuenta de control."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           IF WS-CON-DIFERENCIA > 0
              MOVE "WARN" TO error-severidad
              MOVE "PROBAR-CONTROL" TO error-parrafo
              MOVE "Auxiliares con diferencia contra el mayor."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF
           DISPLAY "Prueba contra el mayor: " WS-NUM-CONTROLES
                   " cuenta(s) de control, " WS-CON-DIFERENCIA
                   " con diferencia, " WS-SIN-MAPEO " sin mapeo."
           DISPLAY "Breaks del mayor nuevos: " WS-BREAKS-NUEVOS
                   "  cerrados solos: " WS-BREAKS-CERRADOS.

      ******************************************************************
      * Registro de breaks: se carga completo, se anotan las
      * diferencias de hoy y se reescribe. Solo se tocan los breaks de
      * origen MAYR; los de la reconciliacion diaria quedan igual.
      ******************************************************************
       ACTUALIZAR-REGISTRO-BREAKS.
           PERFORM CARGAR-BREAKS
           PERFORM ANOTAR-BREAK
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CONTROLES
           PERFORM CERRAR-BREAK-AUSENTE
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           OPEN OUTPUT breaks-file
           PERFORM ESCRIBIR-BREAK
               VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
           CLOSE breaks-file.

       CARGAR-BREAKS.
           MOVE 0 TO WS-NUM-BREAKS
           MOVE "N" TO WS-FIN-BREAKS
           OPEN INPUT breaks-file
           IF fs-breaks = "00"
              READ breaks-file
                   AT END MOVE "S" TO WS-FIN-BREAKS
              END-READ
              PERFORM GUARDAR-BREAK
                  UNTIL WS-FIN-BREAKS = "S"
              CLOSE breaks-file
           END-IF.

       GUARDAR-BREAK.
           IF WS-NUM-BREAKS < 300
              ADD 1 TO WS-NUM-BREAKS
              MOVE BRK-CUENTA        TO WS-BRK-CUENTA(WS-NUM-BREAKS)
              MOVE BRK-FECHA-PRIMERA TO WS-BRK-PRIMERA(WS-NUM-BREAKS)
              MOVE BRK-FECHA-ULTIMA  TO WS-BRK-ULTIMA(WS-NUM-BREAKS)
              MOVE BRK-MONTO         TO WS-BRK-MONTO(WS-NUM-BREAKS)
              MOVE BRK-ESTADO        TO WS-BRK-ESTADO(WS-NUM-BREAKS)
              MOVE BRK-CODIGO-RES    TO WS-BRK-CODIGO(WS-NUM-BREAKS)
              MOVE BRK-ORIGEN        TO WS-BRK-ORIGEN(WS-NUM-BREAKS)
              MOVE BRK-CUENTA-GL     TO WS-BRK-CTA-GL(WS-NUM-BREAKS)
              MOVE "N"               TO WS-BRK-VISTO(WS-NUM-BREAKS)
           END-IF
           READ breaks-file
                AT END MOVE "S" TO WS-FIN-BREAKS
           END-READ.

      * La diferencia de hoy se casa con el break abierto de la misma
      * cuenta de control: se actualiza importe y ultima fecha y la
      * fecha de la primera vista no se toca, asi envejece.
       ANOTAR-BREAK.
           IF WS-CTL-DIFERENCIA(WS-C) NOT = 0
              MOVE 0 TO WS-BRK-IDX
              PERFORM COMPARAR-BREAK
                  VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NUM-BREAKS
              IF WS-BRK-IDX = 0
                 IF WS-NUM-BREAKS < 300
                    ADD 1 TO WS-NUM-BREAKS
                    ADD 1 TO WS-BREAKS-NUEVOS
                    MOVE WS-NUM-BREAKS TO WS-BRK-IDX
                    MOVE "MAYOR" TO WS-BRK-CUENTA(WS-BRK-IDX)
                    MOVE WS-FECHA-PROCESO TO WS-BRK-PRIMERA(WS-BRK-IDX)
                    MOVE "A"    TO WS-BRK-ESTADO(WS-BRK-IDX)
                    MOVE SPACES TO WS-BRK-CODIGO(WS-BRK-IDX)
                    MOVE "MAYR" TO WS-BRK-ORIGEN(WS-BRK-IDX)
                    MOVE WS-CTL-CUENTA(WS-C)
                       TO WS-BRK-CTA-GL(WS-BRK-IDX)
                 END-IF
              END-IF
              IF WS-BRK-IDX > 0
                 MOVE WS-CTL-DIFERENCIA(WS-C)
                    TO WS-BRK-MONTO(WS-BRK-IDX)
                 MOVE WS-FECHA-PROCESO TO WS-BRK-ULTIMA(WS-BRK-IDX)
                 MOVE "S" TO WS-BRK-VISTO(WS-BRK-IDX)
              END-IF
           END-IF.

       COMPARAR-BREAK.
           IF WS-BRK-ORIGEN(WS-B) = "MAYR"
              AND WS-BRK-CTA-GL(WS-B) = WS-CTL-CUENTA(WS-C)
              AND WS-BRK-ESTADO(WS-B) = "A"
              MOVE WS-B TO WS-BRK-IDX
           END-IF.

      * Un break del mayor abierto que hoy cuadro se cierra solo.
       CERRAR-BREAK-AUSENTE.
           IF WS-BRK-ORIGEN(WS-B) = "MAYR"
              AND WS-BRK-ESTADO(WS-B) = "A"
              AND WS-BRK-VISTO(WS-B) = "N"
              MOVE "C" TO WS-BRK-ESTADO(WS-B)
              MOVE "AUTO" TO WS-BRK-CODIGO(WS-B)
              MOVE WS-FECHA-PROCESO TO WS-BRK-ULTIMA(WS-B)
              ADD 1 TO WS-BREAKS-CERRADOS
           END-IF.

       ESCRIBIR-BREAK.
           MOVE WS-BRK-CUENTA(WS-B)  TO BRK-CUENTA
           MOVE WS-BRK-PRIMERA(WS-B) TO BRK-FECHA-PRIMERA
           MOVE WS-BRK-ULTIMA(WS-B)  TO BRK-FECHA-ULTIMA
           MOVE WS-BRK-MONTO(WS-B)   TO BRK-MONTO
           MOVE WS-BRK-ESTADO(WS-B)  TO BRK-ESTADO
           MOVE WS-BRK-CODIGO(WS-B)  TO BRK-CODIGO-RES
           MOVE WS-BRK-ORIGEN(WS-B)  TO BRK-ORIGEN
           MOVE WS-BRK-CTA-GL(WS-B)  TO BRK-CUENTA-GL
           WRITE break-registro.

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       COPY REPPROC.

       END PROGRAM PruebaMayor.
