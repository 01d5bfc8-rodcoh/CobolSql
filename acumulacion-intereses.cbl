      * Date:
      * Purpose: Acumulacion de intereses directamente contra la
      *          tabla cuentas. Recorre todas las cuentas, aplica la
      *          tasa del producto de la cuenta (catalogo
      *          productos_cuenta.dat) con el subprograma
      *          calcular-intereses (un periodo por corrida), retiene
      *          el impuesto sobre el interes ganado a la tasa
      *          configurada en parametros_fiscales.dat, acredita el
           05 WS-HOY-MM          PIC X(2).
           05 WS-HOY-DD          PIC X(2).
       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       COPY PRODCTL.
       01  WS-PRODUCTO-BUSCADO   PIC X(10) VALUE SPACES.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM CONECTAR-SQL.
       PERFORM CARGAR-PARAMETROS-FISCALES.
       PERFORM CARGAR-TASA-SOBREGIRO.
       PERFORM VERIFICAR-CATALOGO.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM RECORRER-CUENTAS.
       PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Tasa de interes por sobregiro: "
                   WS-TASA-SOBREGIRO.

      * Sin catalogo de productos ninguna cuenta tendria tasa: la
      * corrida se detiene antes de tocar saldos.
       VERIFICAR-CATALOGO.
           MOVE SPACES TO WS-PRODUCTO-BUSCADO
           CALL "buscar-producto" USING WS-PRODUCTO-BUSCADO
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "E"
              DISPLAY "No se pudo leer productos_cuenta.dat."
              MOVE "FATAL" TO error-severidad
              MOVE "VERIFICAR-CATALOGO" TO error-parrafo
              MOVE "No se pudo leer el catalogo de productos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN OUTPUT diario-acumulacion
           MOVE "DIARIO DE ACUMULACION DE INTERESES" TO diario-linea

      * El interes de cada cuenta se calcula con el mismo subprograma
      * calcular-intereses del resto del taller: se le pasa tasa cero
      * para que busque la tasa del producto y la devuelva en
      * el parametro, que es la tasa que se informa en el diario. Un
      * saldo cero no genera interes; un saldo negativo (sobregiro
      * autorizado) paga interes deudor a la tasa separada en vez de
