      ******************************************************************
      * FUTCTL.CPY
      * Layout del registro de transacciones con fecha valor futura
      * (transacciones_futuras.txt). ProcesarTransaccion aparta aqui
      * la transaccion valida fechada despues de la fecha de proceso,
      * tal como llego (con su sucursal de origen y su referencia), y
      * la suelta al flujo de aceptadas la noche en que llega su
      * fecha. Estado de la partida: P=pendiente, L=liberada al
      * posteo, A=anulada por un operador (GestionFuturas), con la
      * fecha y el operador del cambio. Se incluye con COPY en la FD
      * del archivo de cada programa que lo lee o escribe.
      ******************************************************************
       01  futura-registro.
           05 FUT-ESTADO            PIC X.       *> P/L/A
           05 FUT-FECHA-ALTA        PIC X(10).   *> Alta
           05 FUT-FECHA-ESTADO      PIC X(10).   *> Cambio de estado
           05 FUT-OPERADOR          PIC X(8).    *> Quien la anulo
           05 FUT-TRANSACCION.
              10 FUT-CODIGO-CLIENTE PIC 9(6).
              10 FUT-FECHA-VALOR    PIC X(10).
              10 FUT-TIPO           PIC X(10).
              10 FUT-MONTO          PIC 9(7)V99.
              10 FUT-REFERENCIA     PIC X(12).
              10 FUT-CONTRAPARTE    PIC X(6).
              10 FUT-MONEDA         PIC X(3).
              10 FUT-SUCURSAL       PIC X(4).
