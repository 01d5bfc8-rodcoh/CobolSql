      * SUSPCTL.CPY
      * Layout del registro del archivo de suspenso de transacciones
      * rechazadas: estado de la partida (P=pendiente de reparar,
      * C=corregida, R=reenviada, X=castigada con asiento contable,
      * D=devuelta al banco emisor por la compensacion entrante),
      * contador de ciclos de reenvio,
      * fecha y motivo del rechazo, y la transaccion original tal como
      * llego de la sucursal. Se incluye con COPY en la FD del archivo
      * de suspenso de cada programa que lo lee o escribe.
      ******************************************************************
       01  suspenso-registro.
           05 SUS-ESTADO            PIC X.       *> P/C/R/X/D
           05 SUS-CICLO             PIC 9(2).    *> Ciclos de reenvio
           05 SUS-FECHA-RECHAZO     PIC X(10).   *> Fecha del rechazo
           05 SUS-MOTIVO            PIC X(45).   *> Motivo del rechazo
