           05 IMG-HORA       PIC X(8).    *> Hora del cambio
           05 IMG-PROGRAMA   PIC X(20).   *> Programa que escribio
           05 IMG-OPERACION  PIC X(10).   *> ALTA/CAMBIO/BAJA
           05 IMG-IMAGEN     PIC X(72).   *> Registro antes del cambio
