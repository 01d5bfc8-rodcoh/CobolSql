      ******************************************************************
      * VARNOM.CPY
      * Novedades variables de nomina que informan los jefes de
      * departamento (variables_nomina.txt), envueltas con los
      * registros de control de LOTECTL.CPY; el hash de la cola es la
      * suma de las horas y los montos tomados como enteros (sin
      * punto decimal). Conceptos: HEXT = horas extra (fecha
      * trabajada y horas; Nomina las valoriza con el valor hora del
      * salario y el recargo del dia segun calendario.dat, o se
      * informa el monto ya calculado), COMI = comision y BONO = bono
      * (con el monto). Cada concepto tributa segun su regla "C" de
      * parametros_nomina.dat. Se incluye con COPY en la FD.
      ******************************************************************
       01  variable-nomina-registro.
           05 VAR-EMP-ID            PIC 9(4).
           05 VAR-PERIODO           PIC X(7).     *> AAAA-MM
           05 VAR-CONCEPTO          PIC X(4).     *> HEXT/COMI/BONO
           05 VAR-FECHA             PIC X(10).    *> Dia trabajado
           05 VAR-HORAS             PIC 9(3)V99.
           05 VAR-MONTO             PIC 9(7)V99.
