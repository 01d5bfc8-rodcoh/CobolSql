      ******************************************************************
      * BANCOS.CPY
      * Layout del maestro de bancos (bancos.dat): un registro por
      * banco con el codigo que se usa en empleados_banco.dat, el
      * nombre, el largo exacto del numero de cuenta (solo digitos) y
      * el metodo del digito verificador, que es el ultimo digito de
      * la cuenta: M=modulo 11 (pesos 2 a 7 desde la derecha; un
      * resultado 11 vale 0 y un 10 vale 1), L=modulo 10 (Luhn),
      * N=sin digito verificador. Un banco dado de baja (estado B) no
      * admite cuentas nuevas. Se incluye con COPY en la FD del
      * archivo de cada programa que lo lee.
      ******************************************************************
       01  banco-maestro-registro.
           05 BCO-CODIGO        PIC X(10).
           05 BCO-NOMBRE        PIC X(30).
           05 BCO-LARGO-CUENTA  PIC 9(2).
           05 BCO-DIGITO        PIC X.        *> M/L/N
           05 BCO-ESTADO        PIC X.        *> A=activo B=baja
