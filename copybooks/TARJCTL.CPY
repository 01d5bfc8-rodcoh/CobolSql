      ******************************************************************
      * TARJCTL.CPY
      * Registro de control de la liquidacion diaria del switch de
      * tarjetas (tarjetas_control.txt). Lo deja LiquidacionTarjetas
      * al generar el feed y lo lee ConciliacionTarjetas despues del
      * posteo: fecha de proceso de la carga (la de las referencias
      * TJ del feed), fecha de liquidacion del switch, el total neto
      * informado por el switch (S) o calculado del detalle cuando el
      * archivo no lo trae (N), lo enviado al posteo y lo que quedo
      * en suspenso (neto: los reversos restan).
      ******************************************************************
       01  tarjetas-control.
           05 TCT-FECHA-PROCESO     PIC X(10).
           05 TCT-FECHA-LIQUIDACION PIC X(10).
           05 TCT-TOTAL-SWITCH      PIC X.       *> S/N
           05 TCT-NETO-SWITCH       PIC S9(11)V99.
           05 TCT-CANT-ENVIADAS     PIC 9(7).
           05 TCT-ENVIADO           PIC 9(11)V99.
           05 TCT-CANT-SUSPENSO     PIC 9(7).
           05 TCT-SUSPENSO          PIC S9(11)V99.
