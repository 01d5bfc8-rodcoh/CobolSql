      ******************************************************************
      * HISNOM.CPY
      * Layout del historial de nomina (historial_nomina.txt): un
      * registro por empleado y periodo pagado, agregado al final en
      * cada corrida de Nomina (tipo N) y en cada liquidacion final
      * de GestionEmpleados (tipo L): bruto, seguro social, renta,
      * ajuste retroactivo con su signo, dias sin goce y neto del
      * periodo, y los acumulados del anio del empleado despues de
      * aplicar este pago. Si una nomina se vuelve a correr para el
      * mismo periodo queda un segundo registro: vale el ultimo. Lo
      * escribe acumular-nomina; se incluye con COPY en la FD o en
      * la LINKAGE de cada programa que lo usa.
      ******************************************************************
       01  historial-nomina-registro.
           05 HNM-EMP-ID            PIC 9(4).
           05 HNM-PERIODO           PIC X(7).     *> AAAA-MM
           05 HNM-TIPO              PIC X.        *> N=nomina L=liquid.
           05 HNM-FECHA             PIC X(10).    *> Fecha de proceso
           05 HNM-NOMBRE            PIC X(30).
           05 HNM-DEPARTAMENTO      PIC X(15).
           05 HNM-BRUTO             PIC 9(7)V99.
           05 HNM-SEGURO-SOCIAL     PIC 9(7)V99.
           05 HNM-RENTA             PIC 9(7)V99.
           05 HNM-RETRO             PIC 9(7)V99.
           05 HNM-RETRO-SIGNO       PIC X.        *> "+"/"-"/espacio
           05 HNM-DIAS-SIN-GOCE     PIC 9(2).
           05 HNM-NETO              PIC 9(7)V99.
           05 HNM-ACU-BRUTO         PIC 9(9)V99.  *> Acumulado del anio
           05 HNM-ACU-SEGURO        PIC 9(9)V99.
           05 HNM-ACU-RENTA         PIC 9(9)V99.
           05 HNM-ACU-NETO          PIC 9(9)V99.
