      ******************************************************************
      * ACUNOM.CPY
      * Layout de los acumulados de nomina del anio por empleado
      * (acumulados_nomina.txt): un registro por empleado y anio con
      * la cantidad de meses pagados, bruto, seguro social, renta,
      * neto y dias sin goce acumulados, mas los importes de la
      * ultima nomina mensual aplicada, para que una nomina corrida
      * otra vez en el mismo periodo reemplace a la anterior en vez
      * de sumarse dos veces. Lo mantiene acumular-nomina y lo lee
      * CertificadosRenta para los certificados anuales. Se incluye
      * con COPY en WORKING-STORAGE y el archivo se lee con INTO.
      ******************************************************************
       01  acumulado-nomina-registro.
           05 ACU-EMP-ID            PIC 9(4).
           05 ACU-ANIO              PIC X(4).
           05 ACU-NOMBRE            PIC X(30).
           05 ACU-DEPARTAMENTO      PIC X(15).
           05 ACU-MESES             PIC 9(2).
           05 ACU-BRUTO             PIC 9(9)V99.
           05 ACU-SEGURO-SOCIAL     PIC 9(9)V99.
           05 ACU-RENTA             PIC 9(9)V99.
           05 ACU-NETO              PIC 9(9)V99.
           05 ACU-DIAS-SIN-GOCE     PIC 9(3).
           05 ACU-ULT-PERIODO       PIC X(7).     *> Ultima nomina N
           05 ACU-ULT-BRUTO         PIC 9(7)V99.
           05 ACU-ULT-SEGURO        PIC 9(7)V99.
           05 ACU-ULT-RENTA         PIC 9(7)V99.
           05 ACU-ULT-NETO          PIC 9(7)V99.
           05 ACU-ULT-DIAS          PIC 9(2).
