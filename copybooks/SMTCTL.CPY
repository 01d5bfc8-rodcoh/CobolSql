      ******************************************************************
      * SMTCTL.CPY
      * Layout del volumen de transacciones del mes en curso por
      * sucursal y tipo (sucursales_mtd.txt). Lo mantiene
      * ProcesarTransaccion con cada punto de control y lo lee el
      * informe de gerencia de sucursales. Va por periodo (AAAA-MM)
      * como efectivo_mtd: al cargar solo se conservan los registros
      * del periodo de la fecha de proceso. Se incluye con COPY en la
      * FD del archivo de cada programa que lo lee o escribe.
      ******************************************************************
       01  sucursal-mtd-registro.
           05 SMT-PERIODO        PIC X(7).
           05 SMT-SUCURSAL       PIC X(4).
           05 SMT-TIPO           PIC X(10).
           05 SMT-CANTIDAD       PIC 9(7).
           05 SMT-MONTO          PIC 9(11)V99.
