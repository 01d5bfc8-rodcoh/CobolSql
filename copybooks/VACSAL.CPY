      ******************************************************************
      * VACSAL.CPY
      * Layout del saldo de vacaciones por empleado
      * (vacaciones_saldos.txt): un registro por emp-id con la ultima
      * acreditacion anual (la hace AcreditarVacaciones en cada
      * aniversario de ingreso segun la escala de antiguedad), los
      * dias ganados, gozados y pagados en la liquidacion final desde
      * que existe el registro, y el saldo disponible. VAC-ULT-PERIODO
      * y VAC-ULT-DIAS guardan lo descontado por la ultima nomina, para
      * que una nomina que se vuelve a correr para el mismo periodo
      * reemplace ese descuento en lugar de sumarlo otra vez. Lo
      * mantiene el subprograma saldo-vacaciones; se incluye con COPY
      * en la WORKING-STORAGE o en la LINKAGE de cada programa que lo
      * usa. Un VAC-ESTADO en blanco indica un empleado sin registro.
      ******************************************************************
       01  saldo-vacaciones-registro.
           05 VAC-EMP-ID            PIC 9(4).
           05 VAC-ULT-ACREDITACION  PIC X(10).    *> AAAA-MM-DD
           05 VAC-ANIOS-SERVICIO    PIC 9(2).
           05 VAC-DIAS-GANADOS      PIC 9(4).
           05 VAC-DIAS-TOMADOS      PIC 9(4).
           05 VAC-DIAS-PAGADOS      PIC 9(4).
           05 VAC-SALDO             PIC 9(4).
           05 VAC-ULT-PERIODO       PIC X(7).     *> AAAA-MM
           05 VAC-ULT-DIAS          PIC 9(3).
           05 VAC-ESTADO            PIC X.        *> A=activo L=liquid.
