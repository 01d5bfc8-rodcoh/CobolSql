      ******************************************************************
      * TRFEXT.CPY
      * Layout del registro de transferencias a otros bancos
      * (transferencias_externas.txt). ProcesarTransaccion anota aqui
      * cada "TransfExt" que acepta, con los datos del beneficiario
      * que trae la extension del registro del feed de sucursal; la
      * partida queda P (pendiente) hasta que CompensacionSaliente
      * comprueba que el posteo la debito y la manda a la camara en
      * el archivo de compensacion saliente del dia (E=enviada, con
      * su fecha de envio). Se incluye con COPY en la FD del archivo
      * de cada programa que lo lee o escribe.
      ******************************************************************
       01  transf-externa-registro.
           05 TEX-ESTADO            PIC X.       *> P/E
           05 TEX-FECHA-CAPTURA     PIC X(10).
           05 TEX-FECHA-ENVIO       PIC X(10).
           05 TEX-REFERENCIA        PIC X(12).
           05 TEX-CODIGO-CLIENTE    PIC 9(6).
           05 TEX-MONTO             PIC 9(7)V99.
           05 TEX-MONEDA            PIC X(3).  *> Espacios = local
           05 TEX-SUCURSAL          PIC X(4).
           05 TEX-BANCO-DESTINO     PIC X(4).
           05 TEX-CUENTA-DESTINO    PIC X(20).
           05 TEX-NOMBRE-BENEF      PIC X(30).
