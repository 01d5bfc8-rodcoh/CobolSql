
      * Partidas del suspenso rechazadas HOY (por fecha de rechazo):
      * su monto explica parte de la diferencia entre lo aceptado y
      * lo posteado. Las partidas de la liquidacion de tarjetas (TARJ)
      * y de la compensacion entrante (CAMI) no pasaron nunca por las
      * aceptadas y no entran en la cuenta.
       SUMAR-SUSPENSO-DIA.
           MOVE 0 TO WS-SUSPENSO-DIA
           MOVE 0 TO WS-SUSPENSO-CANT
       ACUMULAR-SUSPENSO.
           IF SUS-FECHA-RECHAZO = WS-FECHA-PROCESO
              AND SUS-ESTADO = "P"
              AND SUS-SUCURSAL NOT = "TARJ"
              AND SUS-SUCURSAL NOT = "CAMI"
              ADD 1 TO WS-SUSPENSO-CANT
              ADD SUS-MONTO-TRANSACCION TO WS-SUSPENSO-DIA
           END-IF
