      ******************************************************************
      * SANLST.CPY
      * Layout de la lista de sanciones vigente
      * (lista_sanciones_vigente.txt). CargaListaSanciones la escribe
      * cada vez que acepta una lista nueva (lista_sanciones.txt con
      * control H/Z), con el nombre tal como vino y ya normalizado
      * (normalizar-nombre), para que el alta de clientes compare sin
      * volver a normalizar toda la lista. Se incluye con COPY en la
      * FD del archivo de cada programa que lo lee o escribe.
      ******************************************************************
       01  lista-vigente-registro.
           05 LSV-ID                PIC X(10).   *> Id de la entrada
           05 LSV-PROGRAMA          PIC X(10).   *> Programa/organismo
           05 LSV-NOMBRE            PIC X(60).
           05 LSV-NORMALIZADO       PIC X(60).
