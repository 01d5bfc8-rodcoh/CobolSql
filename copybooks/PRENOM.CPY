      ******************************************************************
      * PRENOM.CPY
      * Layout de las autorizaciones de descuento por nomina de la
      * cuota de un prestamo (prestamos_nomina.dat): un registro por
      * id_prestamo con el legajo del empleado que lo autorizo (el
      * prestamo tiene que ser del cliente que empleados_clientes.dat
      * asocia al legajo), la cuota a descontar cada mes, la fecha y
      * el operador del alta. Lo mantiene GestionPrestamos; Nomina
      * descuenta las autorizaciones en estado "A" y
      * TransferenciasBanco aplica lo descontado al prestamo. Una
      * autorizacion dada de baja queda en el archivo en estado "B".
      ******************************************************************
       01  prestamo-nomina-registro.
           05 PNM-EMP-ID            PIC 9(4).
           05 PNM-ID-PRESTAMO       PIC X(6).
           05 PNM-CUOTA             PIC 9(7)V99.
           05 PNM-FECHA-ALTA        PIC X(10).    *> AAAA-MM-DD
           05 PNM-OPERADOR          PIC X(8).
           05 PNM-ESTADO            PIC X.        *> A=activa B=baja
