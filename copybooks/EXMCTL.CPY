      ******************************************************************
      * EXMCTL.CPY
      * Layout de la exencion de comisiones del mes: por cada cuenta
      * y corrida de CobroComisiones, el importe de tarifa que no se
      * cobro por una exencion o bonificacion vigente (exenciones.dat).
      * No mueve saldo, por eso no va al historico de movimientos;
      * se archiva con el en el cierre mensual como
      * exenciones_AAAAMM.txt. Se incluye con COPY en la FD del
      * archivo exenciones_mes de cada programa que lo lee o escribe.
      ******************************************************************
       01  exencion-mes-registro.
           05 EXM-CUENTA-ID      PIC X(6).
           05 EXM-CLIENTE-ID     PIC X(6).
           05 EXM-FECHA          PIC X(10).
           05 EXM-MONTO          PIC 9(7)V99.
