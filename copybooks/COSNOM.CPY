      ******************************************************************
      * COSNOM.CPY
      * Costo de nomina del mes por departamento (costo_nomina.txt):
      * lo graba Nomina al cerrar la corrida, un registro por
      * departamento con la cantidad de empleados pagados, el bruto,
      * el aporte patronal al seguro social y el costo total para la
      * compania (bruto mas aporte patronal). Lo lee PresupuestoDeptos
      * para comparar el presupuesto contra el costo real.
      ******************************************************************
       01  costo-nomina-registro.
           05 CNM-PERIODO           PIC X(7).     *> AAAA-MM
           05 CNM-DEPARTAMENTO      PIC X(15).
           05 CNM-EMPLEADOS         PIC 9(5).
           05 CNM-BRUTO             PIC 9(9)V99.
           05 CNM-PATRONAL          PIC 9(9)V99.
           05 CNM-COSTO             PIC 9(9)V99.
