      *          general de clientes, cuentas y transacciones
      *          cargadas. La busqueda de una transaccion puntual por
      *          cuenta sigue disponible por pantalla.
      *          estructura.txt lo arma cada noche ExtractoEstructura
      *          desde las tablas clientes y cuentas y los movimientos
      *          del mes, dentro de la capacidad de este visor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
