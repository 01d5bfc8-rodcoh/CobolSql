      ******************************************************************
      * SANCTL.CPY
      * Layout del registro de coincidencias con la lista de sanciones
      * (coincidencias_sanciones.txt). crear-clientes-sql deja aqui la
      * coincidencia que encuentra en el alta, la importacion o el
      * cambio de nombre de un cliente, y CargaListaSanciones las que
      * encuentra al revisar toda la tabla de clientes cuando llega
      * una lista nueva. La comparacion es sobre el nombre normalizado
      * (normalizar-nombre). SAN-CLIENTE-CREADO="N" indica un alta o
      * importacion bloqueada: el cliente no llego a la tabla.
      * Estado: A=abierta (pendiente de cumplimiento), V=coincidencia
      * verdadera (el cliente queda BLOQUEADO), F=falso positivo (esa
      * entrada de la lista no vuelve a detener a ese cliente); con la
      * fecha y el operador de la decision (GestionSanciones). Se
      * incluye con COPY en la FD del archivo de cada programa que lo
      * lee o escribe.
      ******************************************************************
       01  coincidencia-registro.
           05 SAN-ESTADO            PIC X.       *> A/V/F
           05 SAN-FECHA             PIC X(10).   *> Deteccion
           05 SAN-ORIGEN            PIC X(8).    *> ALTA/IMPORT/...
           05 SAN-CODIGO-CLIENTE    PIC X(6).
           05 SAN-NOMBRE-CLIENTE    PIC X(50).
           05 SAN-CLIENTE-CREADO    PIC X.       *> S/N
           05 SAN-LISTA-ID          PIC X(10).
           05 SAN-LISTA-PROGRAMA    PIC X(10).
           05 SAN-LISTA-NOMBRE      PIC X(60).
           05 SAN-OPERADOR-ALTA     PIC X(8).    *> Quien la disparo
           05 SAN-FECHA-DECISION    PIC X(10).
           05 SAN-OPERADOR          PIC X(8).    *> Quien decidio
