      ******************************************************************
      * AJSCTL.CPY
      * Layout de las solicitudes de ajuste manual
      * (ajustes_solicitados.txt): ajustes que otro subsistema pide
      * y que no tocan el saldo hasta que un operador de rol 2 o 3
      * los aplica desde el menu de ajuste de saldo de
      * crear-cuentas-sql, con el mismo motivo, control dual y
      * asientos que un ajuste tecleado. Estado P=pendiente,
      * A=aplicada, X=anulada. El origen dice quien la pidio (RECL =
      * cierre de un reclamo con devolucion) y la referencia lleva
      * el ID del caso. Se incluye con COPY en la FD del archivo de
      * cada programa que lo lee o escribe.
      ******************************************************************
       01  ajuste-solicitado-registro.
           05 AJS-ESTADO            PIC X.       *> P/A/X
           05 AJS-FECHA             PIC X(10).
           05 AJS-CUENTA            PIC X(6).
           05 AJS-CLIENTE           PIC X(6).
           05 AJS-NATURALEZA        PIC X.       *> D=debito H=credito
           05 AJS-MONTO             PIC 9(9)V99.
           05 AJS-MOTIVO            PIC X(4).
           05 AJS-ORIGEN            PIC X(4).
           05 AJS-REFERENCIA        PIC X(12).
           05 AJS-SOLICITA          PIC X(8).
           05 AJS-FECHA-APLICADO    PIC X(10).
           05 AJS-APLICA            PIC X(8).
