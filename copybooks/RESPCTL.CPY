      ******************************************************************
      * RESPCTL.CPY
      * Layouts de los registros de datos de los respaldos de las
      * tablas maestras (respaldo_<tabla>_AAAAMMDD.txt): una fila de
      * la tabla por registro, con tipo "D" en la primera posicion
      * para que ningun registro de datos se confunda con la cabecera
      * "H" ni con la cola "Z" de LOTECTL.CPY. Todos los layouts
      * comparten el mismo archivo (uno por tabla y generacion); se
      * incluye con COPY en la FD del respaldo junto con LOTECTL.
      ******************************************************************
       01  respaldo-cliente.
           05 RCL-TIPO-REGISTRO  PIC X.       *> "D"
           05 RCL-ID             PIC X(6).
           05 RCL-NOMBRE         PIC X(50).
           05 RCL-CALLE          PIC X(50).
           05 RCL-CIUDAD         PIC X(30).
           05 RCL-PROVINCIA      PIC X(20).
           05 RCL-CP             PIC X(10).
           05 RCL-TELEFONO       PIC X(20).
           05 RCL-EMAIL          PIC X(50).
           05 RCL-ESTADO         PIC X(10).
           05 RCL-MOTIVO-ESTADO  PIC X(40).
           05 RCL-FECHA-ESTADO   PIC X(10).
           05 RCL-TIPO-DOC       PIC X(3).    *> DNI/NIE/PAS/OTR
           05 RCL-NRO-DOC        PIC X(20).
           05 RCL-VTO-DOC        PIC X(10).
           05 RCL-FECHA-NAC      PIC X(10).
           05 RCL-RIESGO         PIC X(5).    *> BAJO/MEDIO/ALTO
           05 RCL-PROX-REVISION  PIC X(10).
           05 RCL-SUCURSAL       PIC X(4).
       01  respaldo-cuenta.
           05 RCU-TIPO-REGISTRO  PIC X.       *> "D"
           05 RCU-ID             PIC X(6).
           05 RCU-CLIENTE-ID     PIC X(6).
           05 RCU-TIPO           PIC X(10).
           05 RCU-SALDO          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RCU-LIMITE         PIC 9(9)V99.
           05 RCU-MONEDA         PIC X(3).
           05 RCU-ESTADO         PIC X(10).
           05 RCU-FECHA-CIERRE   PIC X(10).
           05 RCU-FECHA-APERTURA PIC X(10).
           05 RCU-SUCURSAL       PIC X(4).
       01  respaldo-titular.
           05 RTI-TIPO-REGISTRO  PIC X.       *> "D"
           05 RTI-CUENTA-ID      PIC X(6).
           05 RTI-CLIENTE-ID     PIC X(6).
           05 RTI-ROL            PIC X(10).
       01  respaldo-prestamo.
           05 RPR-TIPO-REGISTRO  PIC X.       *> "D"
           05 RPR-ID             PIC X(6).
           05 RPR-CLIENTE-ID     PIC X(6).
           05 RPR-TIPO           PIC X(20).
           05 RPR-PRINCIPAL      PIC 9(9)V99.
           05 RPR-PLAZO          PIC 9(3).
           05 RPR-SALDO          PIC 9(9)V99.
           05 RPR-FECHA-ORIGEN   PIC X(10).
           05 RPR-ESTADO         PIC X(8).
           05 RPR-MODALIDAD      PIC X.       *> F=fija V=variable
           05 RPR-TASA-VIGENTE   PIC 9V99.
           05 RPR-CUOTA-VIGENTE  PIC 9(9)V99.
           05 RPR-SUCURSAL       PIC X(4).
       01  respaldo-auditoria.
           05 RAU-TIPO-REGISTRO  PIC X.       *> "D"
           05 RAU-CLIENTE-ID     PIC X(6).
           05 RAU-OPERACION      PIC X(10).
           05 RAU-NOMBRE-ANTES   PIC X(50).
           05 RAU-DIRECCION-ANTES PIC X(100).
           05 RAU-TELEFONO-ANTES PIC X(20).
           05 RAU-EMAIL-ANTES    PIC X(50).
           05 RAU-NOMBRE-DESP    PIC X(50).
           05 RAU-DIRECCION-DESP PIC X(100).
           05 RAU-TELEFONO-DESP  PIC X(20).
           05 RAU-EMAIL-DESP     PIC X(50).
           05 RAU-FECHA-CAMBIO   PIC X(10).
           05 RAU-HORA-CAMBIO    PIC X(8).
           05 RAU-OPERADOR       PIC X(8).
