      ******************************************************************
      * REVCTL.CPY
      * Layout de la cola de revision de cumplimiento
      * (revision_cumplimiento.txt). MonitoreoActividad deja aqui,
      * despues de la captura, cada actividad del dia que rompe el
      * perfil historico del cliente: por agregado del dia (clase C:
      * debito total o cantidad de operaciones por encima de los
      * multiplos configurados) o por transaccion (clase T: sucursal
      * no habitual, contraparte nueva con monto grande, cliente sin
      * historia). Lleva el nombre del cliente y las cifras del
      * perfil para que cumplimiento resuelva sin buscar nada.
      * Estado: P=pendiente de revision, D=descartada, R=retenido
      * (PosteoTransacciones no debita al cliente mientras tenga una
      * partida R), L=retencion levantada; con la fecha y el operador
      * del cambio (GestionRevision). Se incluye con COPY en la FD del
      * archivo de cada programa que lo lee o escribe.
      ******************************************************************
       01  revision-registro.
           05 REV-ESTADO            PIC X.       *> P/D/R/L
           05 REV-FECHA             PIC X(10).
           05 REV-CLASE             PIC X.       *> C=cliente T=transac.
           05 REV-MOTIVO            PIC X(4).
           05 REV-CODIGO-CLIENTE    PIC 9(6).
           05 REV-NOMBRE-CLIENTE    PIC X(30).
           05 REV-TIPO              PIC X(10).
           05 REV-MONTO             PIC 9(9)V99.
           05 REV-CANTIDAD          PIC 9(5).
           05 REV-REFERENCIA        PIC X(12).
           05 REV-CONTRAPARTE       PIC X(24).   *> Cuenta o banco+cta
           05 REV-SUCURSAL          PIC X(4).
           05 REV-PERFIL.
              10 REV-DIAS-PERFIL    PIC 9(3).
              10 REV-PROM-DEBITO    PIC 9(9)V99.
              10 REV-MAX-DEBITO     PIC 9(9)V99.
              10 REV-PROM-CANTIDAD  PIC 9(3)V99.
              10 REV-SUCURSALES     PIC X(12).   *> Hasta 3 habituales
           05 REV-FECHA-ESTADO      PIC X(10).
           05 REV-OPERADOR          PIC X(8).
