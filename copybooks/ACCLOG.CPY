      ******************************************************************
      * ACCLOG.CPY
      * Layout comun del registro de la bitacora de accesos a datos
      * de clientes (accesos_clientes.txt): fecha y hora reales de la
      * consulta, operador firmado, programa, opcion del menu y
      * cliente cuyos datos se mostraron. Lo escribe el subprograma
      * registrar-acceso y lo lee ReporteAccesos.
      ******************************************************************
       01  acceso-registro.
           05 acc-fecha        PIC X(10).   *> AAAA-MM-DD
           05 acc-hora         PIC X(8).    *> HHMMSSCC
           05 acc-operador     PIC X(8).    *> Operador firmado
           05 acc-programa     PIC X(20).   *> Programa que consulto
           05 acc-opcion       PIC X(25).   *> Opcion del menu
           05 acc-cliente      PIC X(6).    *> Cliente consultado
