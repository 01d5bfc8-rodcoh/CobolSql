       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-ACC-PROGRAMA       PIC X(20) VALUE "EstadosCuenta".
       01  WS-ACC-OPCION         PIC X(25) VALUE SPACES.
       01  WS-FECHA-PEDIDO-AMD.
           05 WS-PED-AAAA        PIC 9(4).
           05 WS-PED-MM          PIC 9(2).
      * posteriores (archivos siguientes mas el mes corriente), y la
      * apertura restando el neto del propio periodo. El estado sale
      * marcado REIMPRESION con la fecha del pedido y el operador
      * solicitante, y el pedido queda en la bitacora de accesos a
      * datos de clientes.
      ******************************************************************
       REIMPRESION-MES.
           DISPLAY "ID del cliente: "
              PERFORM ORDENAR-MOVS-REIMP
              PERFORM CARGAR-TABLA-REIMP
              PERFORM EMITIR-REIMPRESION
              MOVE SPACES TO WS-ACC-OPCION
              STRING "REIMPRESION " DELIMITED BY SIZE
                     WS-REIMP-PERIODO DELIMITED BY SIZE
                     INTO WS-ACC-OPCION
              CALL "registrar-acceso" USING WS-REIMP-OPERADOR
                                            WS-ACC-PROGRAMA
                                            WS-ACC-OPCION
                                            WS-REIMP-CLIENTE
           END-IF.

       ORDENAR-MOVS-REIMP.
