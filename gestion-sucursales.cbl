      *          no figuran o estan cerrados (adios sucursales
      *          fantasma por un codigo mal tecleado) y el resumen y
      *          el analisis de tipos arman los subtotales por region
      *          con nombres en vez de codigos pelados. Aca solo se
      *          reabre una sucursal: el cierre se hace desde
      *          TrasladoCartera, que lo rechaza mientras tenga
      *          cuentas o prestamos radicados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              DISPLAY "Estado (A=abierta C=cerrada, actual "
                      WS-SUM-ESTADO(WS-IDX) "): "
              ACCEPT SUM-ESTADO
              IF SUM-ESTADO = "C" AND WS-SUM-ESTADO(WS-IDX) = "A"
                 DISPLAY "El cierre de una sucursal se hace desde "
                         "TrasladoCartera (verifica que no tenga "
                         "cuentas ni prestamos). Estado sin cambio."
              ELSE
              IF SUM-ESTADO = "A" OR SUM-ESTADO = "C"
                 MOVE SUM-ESTADO TO WS-SUM-ESTADO(WS-IDX)
              END-IF
              END-IF
              DISPLAY "Sucursal modificada."
           END-IF.

