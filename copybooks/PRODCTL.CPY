      ******************************************************************
      * PRODCTL.CPY
      * Layout del catalogo de productos de cuenta
      * (productos_cuenta.dat). Un registro por codigo de producto
      * (el mismo valor que guarda cuentas.tipo_cuenta, en
      * mayusculas) con todos sus parametros: tasa de interes
      * acreedora, cuota mensual de mantenimiento, saldo minimo,
      * umbral de alerta de saldo bajo, si admite linea de
      * sobregiro, dias para marcar la cuenta inactiva y moneda.
      * Lo mantiene GestionProductos y lo leen los demas programas a
      * traves del subprograma buscar-producto.
      ******************************************************************
       01  producto-registro.
           05 PRD-CODIGO          PIC X(10).   *> AHORRO, CORRIENTE...
           05 PRD-DESCRIPCION     PIC X(30).
           05 PRD-TASA-INTERES    PIC 9V999.   *> Tasa por periodo
           05 PRD-CUOTA-MENSUAL   PIC 9(5)V99. *> Mantenimiento
           05 PRD-SALDO-MINIMO    PIC 9(9)V99. *> Apertura/sin cuota
           05 PRD-UMBRAL-ALERTA   PIC 9(9)V99. *> Alerta saldo bajo
           05 PRD-SOBREGIRO       PIC X.       *> S=admite linea
           05 PRD-DIAS-INACTIVIDAD PIC 9(4).   *> 0=umbral general
           05 PRD-MONEDA          PIC X(3).    *> Blanco=moneda local
           05 PRD-ESTADO          PIC X.       *> A=activo B=de baja
