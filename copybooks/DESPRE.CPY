      ******************************************************************
      * DESPRE.CPY
      * Layout de los descuentos de cuotas de prestamo de la corrida
      * de nomina (descuentos_prestamos.txt): un registro por
      * autorizacion activa de cada empleado pagado, con la cuota
      * autorizada y lo que efectivamente se le desconto del neto
      * (el total de descuentos se topea en una parte del neto, ver
      * el registro "P" de parametros_nomina.dat). DPR-ESTADO dice si
      * la cuota se desconto entera (T), en parte (P) o nada (N).
      * Lo graba Nomina y lo consume TransferenciasBanco, que aplica
      * cada descuento al prestamo y vacia el archivo.
      ******************************************************************
       01  descuento-prestamo-registro.
           05 DPR-EMP-ID            PIC 9(4).
           05 DPR-ID-PRESTAMO       PIC X(6).
           05 DPR-PERIODO           PIC X(7).     *> AAAA-MM
           05 DPR-CUOTA             PIC 9(7)V99.
           05 DPR-DESCONTADO        PIC 9(7)V99.
           05 DPR-ESTADO            PIC X.        *> T/P/N
