      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de la lista de sanciones y revision completa
      *          de la cartera de clientes. La lista llega en
      *          lista_sanciones.txt con control de lote H/Z de
      *          LOTECTL.CPY (la cabecera es obligatoria; la lista no
      *          trae importes, por convencion el hash de la cola es
      *          cero): registros "D" con el id de la entrada, el
      *          programa u organismo que la publica y el nombre. Si
      *          no cuadra se rechaza entera, se conserva la lista
      *          vigente y la cadena se detiene. El origen y la fecha
      *          de la cabecera de la ultima lista aceptada quedan en
      *          lista_sanciones_control.dat, que se graba recien al
      *          terminar la revision: una lista con la misma cabecera
      *          ya esta cargada y no se vuelve a procesar.
      *          Una lista nueva se normaliza (normalizar-nombre) y
      *          se graba como lista vigente
      *          (lista_sanciones_vigente.txt, SANLST.CPY), que es la
      *          que usa crear-clientes-sql en el alta, y enseguida se
      *          revisa contra ella toda la tabla clientes: cada
      *          coincidencia que no este ya registrada (abierta,
      *          verdadera o descartada como falso positivo para ese
      *          cliente y esa entrada) queda abierta en
      *          coincidencias_sanciones.txt (SANCTL.CPY) con origen
      *          REVISION, para que cumplimiento la resuelva en
      *          GestionSanciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaListaSanciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lista-in
            ASSIGN TO DYNAMIC WS-RUTA-LISTA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-lista.

           SELECT vigente-file
            ASSIGN TO DYNAMIC WS-RUTA-VIGENTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-vigente.

           SELECT control-file
            ASSIGN TO DYNAMIC WS-RUTA-CONTROL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-control.

           SELECT coincidencias-file
            ASSIGN TO DYNAMIC WS-RUTA-COINCIDENCIAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-coincidencias.

       DATA DIVISION.
       FILE SECTION.
       FD  lista-in.
       01  lista-registro.
           05 LST-TIPO-REGISTRO   PIC X.       *> "D"
           05 LST-ID              PIC X(10).
           05 LST-PROGRAMA        PIC X(10).
           05 LST-NOMBRE          PIC X(60).
           COPY LOTECTL.

       FD  vigente-file.
           COPY SANLST.

       FD  control-file.
       01  control-registro.
           05 CTL-ORIGEN          PIC X(10).
           05 CTL-FECHA-LISTA     PIC X(10).
           05 CTL-FECHA-CARGA     PIC X(10).
           05 CTL-ENTRADAS        PIC 9(6).

       FD  coincidencias-file.
           COPY SANCTL.

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-lista              PIC XX.
       01  fs-vigente            PIC XX.
       01  fs-control            PIC XX.
       01  fs-coincidencias      PIC XX.
       01  WS-RUTA-LISTA         PIC X(120) VALUE SPACES.
       01  WS-RUTA-VIGENTE       PIC X(120) VALUE SPACES.
       01  WS-RUTA-CONTROL       PIC X(120) VALUE SPACES.
       01  WS-RUTA-COINCIDENCIAS PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.

      * Control del lote de la lista.
       01  WS-FIN-LISTA          PIC X VALUE "N".
       01  WS-HAY-LISTA          PIC X VALUE "N".
       01  WS-COLA-PRESENTE      PIC X VALUE "N".
       01  WS-CUENTA-LOTE        PIC 9(9) VALUE 0.
       01  WS-COLA-CONTADOR      PIC 9(9) VALUE 0.
       01  WS-COLA-HASH          PIC 9(13) VALUE 0.
       01  WS-MOTIVO-LOTE        PIC X(60) VALUE SPACES.
       01  WS-ORIGEN-LISTA       PIC X(10) VALUE SPACES.
       01  WS-FECHA-LISTA        PIC X(10) VALUE SPACES.
       01  WS-ORIGEN-ANTERIOR    PIC X(10) VALUE SPACES.
       01  WS-FECHA-ANTERIOR     PIC X(10) VALUE SPACES.

      * Lista normalizada en memoria para la revision de la cartera.
       01  WS-LISTA.
           05 WS-LST-FILA OCCURS 5000 TIMES.
              10 WS-LST-ID          PIC X(10).
              10 WS-LST-PROGRAMA    PIC X(10).
              10 WS-LST-NOMBRE      PIC X(60).
              10 WS-LST-NORMALIZADO PIC X(60).
       01  WS-NUM-LISTA          PIC 9(4) VALUE 0.
       01  WS-L                  PIC 9(4) VALUE 0.

      * Coincidencias ya registradas (cualquier estado), por cliente
      * y entrada de la lista, para no duplicarlas.
       01  WS-REGISTRADAS.
           05 WS-REG-FILA OCCURS 3000 TIMES.
              10 WS-REG-CLIENTE     PIC X(6).
              10 WS-REG-LISTA-ID    PIC X(10).
       01  WS-NUM-REGISTRADAS    PIC 9(4) VALUE 0.
       01  WS-R                  PIC 9(4) VALUE 0.
       01  WS-YA-REGISTRADA      PIC X VALUE "N".
       01  WS-FIN-COINCIDENCIAS  PIC X VALUE "N".

       01  WS-NOMBRE-ENTRADA     PIC X(60) VALUE SPACES.
       01  WS-NOMBRE-NORMALIZADO PIC X(60) VALUE SPACES.
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-CLI-ID             PIC X(6) VALUE SPACES.
       01  WS-CLI-NOMBRE         PIC X(50) VALUE SPACES.

       01  WS-CLIENTES-REVISADOS PIC 9(7) VALUE 0.
       01  WS-COINCIDENCIAS-NUEVAS PIC 9(5) VALUE 0.
       01  WS-CANT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CONECTAR-SQL.
       PERFORM VERIFICAR-CONTROL-LISTA.
       IF WS-HAY-LISTA = "N"
          DISPLAY "No llego lista de sanciones: sigue la vigente."
          PERFORM DESCONECTAR-SQL
       END-IF
       PERFORM LEER-CONTROL-ANTERIOR.
       IF WS-ORIGEN-LISTA = WS-ORIGEN-ANTERIOR
          AND WS-FECHA-LISTA = WS-FECHA-ANTERIOR
          DISPLAY "La lista de sanciones " WS-ORIGEN-LISTA " del "
                  WS-FECHA-LISTA " ya estaba cargada."
          PERFORM DESCONECTAR-SQL
       END-IF
       PERFORM CARGAR-REGISTRADAS.
       PERFORM CARGAR-LISTA.
       PERFORM REVISAR-CLIENTES.
       PERFORM GRABAR-CONTROL.
       MOVE WS-NUM-LISTA TO WS-CANT-ED
       MOVE "INFO" TO error-severidad
       MOVE "MAIN-PROCEDURE" TO error-parrafo
       MOVE SPACES TO mensaje-error
       STRING "Lista de sanciones " DELIMITED BY SIZE
              WS-ORIGEN-LISTA DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              WS-FECHA-LISTA DELIMITED BY SIZE
              " cargada, entradas: " DELIMITED BY SIZE
              WS-CANT-ED DELIMITED BY SIZE
              INTO mensaje-error
       PERFORM ACEPTAR-FECHA-HORA
       PERFORM ESCRIBIR-ERROR-LOG
       DISPLAY "Lista de sanciones cargada: " WS-NUM-LISTA
               " entradas. Clientes revisados: "
               WS-CLIENTES-REVISADOS
               "  coincidencias nuevas: " WS-COINCIDENCIAS-NUEVAS.
       IF WS-COINCIDENCIAS-NUEVAS > 0
          MOVE "WARN" TO error-severidad
          MOVE "REVISAR-CLIENTES" TO error-parrafo
          MOVE "Coincidencias nuevas con la lista de sanciones."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
       END-IF
       PERFORM DESCONECTAR-SQL.

       RESOLVER-RUTAS.
           MOVE "lista_sanciones.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-LISTA
           MOVE "lista_sanciones_vigente.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-VIGENTE
           MOVE "lista_sanciones_control.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-CONTROL
           MOVE "coincidencias_sanciones.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-COINCIDENCIAS.

       CONECTAR-SQL.
           EXEC SQL
              CONNECT TO 'ProyectoCobolSql'
              USER 'root'
              USING '21281502'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY "Error de conexión: " SQLCODE " - " SQLSTATE
              MOVE "FATAL" TO error-severidad
              MOVE "CONECTAR-SQL" TO error-parrafo
              MOVE "Error de conexión a la base de datos."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           DISPLAY "Conectados....".

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

      ******************************************************************
      * Control H/Z de la lista antes de tocar nada: sin archivo no
      * hay lista nueva; con archivo, la cabecera y la cola son
      * obligatorias y la cuenta tiene que cuadrar.
      ******************************************************************
       VERIFICAR-CONTROL-LISTA.
           MOVE "N" TO WS-HAY-LISTA
           MOVE "N" TO WS-COLA-PRESENTE
           MOVE "N" TO WS-FIN-LISTA
           MOVE 0 TO WS-CUENTA-LOTE
           MOVE SPACES TO WS-MOTIVO-LOTE
           OPEN INPUT lista-in
           IF fs-lista = "00"
              MOVE "S" TO WS-HAY-LISTA
              PERFORM CONTROLAR-LOTE-LISTA
           END-IF.

       CONTROLAR-LOTE-LISTA.
           PERFORM LEER-LISTA
           IF WS-FIN-LISTA = "N" AND CAB-TIPO-REGISTRO = "H"
              MOVE CAB-ORIGEN TO WS-ORIGEN-LISTA
              MOVE CAB-FECHA-NEGOCIO TO WS-FECHA-LISTA
              PERFORM LEER-LISTA
              PERFORM CONTAR-REGISTRO-LISTA
                  UNTIL WS-FIN-LISTA = "S"
              PERFORM EVALUAR-CONTROL-LISTA
           ELSE
              MOVE "Lista de sanciones sin registro de cabecera."
                 TO WS-MOTIVO-LOTE
           END-IF
           CLOSE lista-in
           IF WS-MOTIVO-LOTE NOT = SPACES
              DISPLAY WS-MOTIVO-LOTE
              MOVE "FATAL" TO error-severidad
              MOVE "VERIFICAR-CONTROL-LISTA" TO error-parrafo
              MOVE WS-MOTIVO-LOTE TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF.

       CONTAR-REGISTRO-LISTA.
           IF lista-registro = SPACES
              CONTINUE
           ELSE
           IF COLA-TIPO-REGISTRO = "Z"
              MOVE "S" TO WS-COLA-PRESENTE
              MOVE COLA-CONTADOR    TO WS-COLA-CONTADOR
              MOVE COLA-HASH-MONTOS TO WS-COLA-HASH
           ELSE
              ADD 1 TO WS-CUENTA-LOTE
           END-IF
           END-IF
           PERFORM LEER-LISTA.

       EVALUAR-CONTROL-LISTA.
           IF WS-COLA-PRESENTE = "N"
              MOVE "Lista de sanciones con cabecera y sin cola."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-CONTADOR NOT = WS-CUENTA-LOTE
              MOVE "Lista de sanciones: la cuenta no cuadra."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-COLA-HASH NOT = 0
              MOVE "Lista de sanciones: el hash de la cola debe ser 0."
                 TO WS-MOTIVO-LOTE
           ELSE
           IF WS-CUENTA-LOTE > 5000
              MOVE "Lista de sanciones con mas de 5000 entradas."
                 TO WS-MOTIVO-LOTE
           END-IF
           END-IF
           END-IF
           END-IF.

       LEER-LISTA.
           READ lista-in
                AT END MOVE "S" TO WS-FIN-LISTA
           END-READ.

       LEER-CONTROL-ANTERIOR.
           MOVE SPACES TO WS-ORIGEN-ANTERIOR
           MOVE SPACES TO WS-FECHA-ANTERIOR
           OPEN INPUT control-file
           IF fs-control = "00"
              READ control-file
                   NOT AT END
                      MOVE CTL-ORIGEN TO WS-ORIGEN-ANTERIOR
                      MOVE CTL-FECHA-LISTA TO WS-FECHA-ANTERIOR
              END-READ
              CLOSE control-file
           END-IF.

      ******************************************************************
      * Lista nueva: cada entrada se normaliza una sola vez, se deja
      * en la tabla para la revision y se graba en la lista vigente.
      ******************************************************************
       CARGAR-LISTA.
           MOVE 0 TO WS-NUM-LISTA
           MOVE "N" TO WS-FIN-LISTA
           OPEN INPUT lista-in
           OPEN OUTPUT vigente-file
           PERFORM LEER-LISTA
           PERFORM GUARDAR-ENTRADA-LISTA
               UNTIL WS-FIN-LISTA = "S"
           CLOSE lista-in
           CLOSE vigente-file.

       GUARDAR-ENTRADA-LISTA.
           IF lista-registro NOT = SPACES
              AND LST-TIPO-REGISTRO = "D"
              MOVE LST-NOMBRE TO WS-NOMBRE-ENTRADA
              CALL "normalizar-nombre" USING WS-NOMBRE-ENTRADA
                                             WS-NOMBRE-NORMALIZADO
              IF WS-NOMBRE-NORMALIZADO NOT = SPACES
                 ADD 1 TO WS-NUM-LISTA
                 MOVE LST-ID TO WS-LST-ID(WS-NUM-LISTA)
                 MOVE LST-PROGRAMA TO WS-LST-PROGRAMA(WS-NUM-LISTA)
                 MOVE LST-NOMBRE TO WS-LST-NOMBRE(WS-NUM-LISTA)
                 MOVE WS-NOMBRE-NORMALIZADO
                   TO WS-LST-NORMALIZADO(WS-NUM-LISTA)
                 MOVE LST-ID TO LSV-ID
                 MOVE LST-PROGRAMA TO LSV-PROGRAMA
                 MOVE LST-NOMBRE TO LSV-NOMBRE
                 MOVE WS-NOMBRE-NORMALIZADO TO LSV-NORMALIZADO
                 WRITE lista-vigente-registro
              END-IF
           END-IF
           PERFORM LEER-LISTA.

       GRABAR-CONTROL.
           OPEN OUTPUT control-file
           MOVE WS-ORIGEN-LISTA TO CTL-ORIGEN
           MOVE WS-FECHA-LISTA TO CTL-FECHA-LISTA
           MOVE WS-FECHA-PROCESO TO CTL-FECHA-CARGA
           MOVE WS-NUM-LISTA TO CTL-ENTRADAS
           WRITE control-registro
           CLOSE control-file.

       CARGAR-REGISTRADAS.
           MOVE 0 TO WS-NUM-REGISTRADAS
           MOVE "N" TO WS-FIN-COINCIDENCIAS
           OPEN INPUT coincidencias-file
           IF fs-coincidencias = "00"
              PERFORM LEER-COINCIDENCIA
              PERFORM GUARDAR-REGISTRADA
                  UNTIL WS-FIN-COINCIDENCIAS = "S"
              CLOSE coincidencias-file
           END-IF.

       LEER-COINCIDENCIA.
           READ coincidencias-file
                AT END MOVE "S" TO WS-FIN-COINCIDENCIAS
           END-READ.

       GUARDAR-REGISTRADA.
           IF WS-NUM-REGISTRADAS < 3000
              ADD 1 TO WS-NUM-REGISTRADAS
              MOVE SAN-CODIGO-CLIENTE
                TO WS-REG-CLIENTE(WS-NUM-REGISTRADAS)
              MOVE SAN-LISTA-ID TO WS-REG-LISTA-ID(WS-NUM-REGISTRADAS)
           ELSE
              DISPLAY "El registro de coincidencias supera las 3000."
              MOVE "FATAL" TO error-severidad
              MOVE "GUARDAR-REGISTRADA" TO error-parrafo
              MOVE "coincidencias_sanciones.txt supera las 3000 filas."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF
           PERFORM LEER-COINCIDENCIA.

      ******************************************************************
      * Revision completa de la cartera contra la lista recien
      * cargada. Las coincidencias nuevas se agregan al registro.
      ******************************************************************
       REVISAR-CLIENTES.
           MOVE 0 TO WS-CLIENTES-REVISADOS
           MOVE 0 TO WS-COINCIDENCIAS-NUEVAS
           OPEN EXTEND coincidencias-file
           IF fs-coincidencias = "35"
              OPEN OUTPUT coincidencias-file
              CLOSE coincidencias-file
              OPEN EXTEND coincidencias-file
           END-IF

           MOVE "N" TO WS-FIN-CURSOR
           EXEC SQL
              DECLARE CUR-REVISION CURSOR FOR
              SELECT id_cliente,
                     nombre_cliente
              FROM clientes
              ORDER BY id_cliente
           END-EXEC

           EXEC SQL
              OPEN CUR-REVISION
           END-EXEC

           PERFORM FETCH-CLIENTE-REVISION
           PERFORM REVISAR-UN-CLIENTE
               UNTIL WS-FIN-CURSOR = "S"

           EXEC SQL
              CLOSE CUR-REVISION
           END-EXEC
           CLOSE coincidencias-file.

       FETCH-CLIENTE-REVISION.
           EXEC SQL
              FETCH CUR-REVISION
              INTO :WS-CLI-ID,
                   :WS-CLI-NOMBRE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

       REVISAR-UN-CLIENTE.
           ADD 1 TO WS-CLIENTES-REVISADOS
           MOVE WS-CLI-NOMBRE TO WS-NOMBRE-ENTRADA
           CALL "normalizar-nombre" USING WS-NOMBRE-ENTRADA
                                          WS-NOMBRE-NORMALIZADO
           IF WS-NOMBRE-NORMALIZADO NOT = SPACES
              PERFORM COMPARAR-ENTRADA-LISTA
                  VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-NUM-LISTA
           END-IF
           PERFORM FETCH-CLIENTE-REVISION.

       COMPARAR-ENTRADA-LISTA.
           IF WS-LST-NORMALIZADO(WS-L) = WS-NOMBRE-NORMALIZADO
              MOVE "N" TO WS-YA-REGISTRADA
              PERFORM BUSCAR-REGISTRADA
                  VARYING WS-R FROM 1 BY 1
                  UNTIL WS-R > WS-NUM-REGISTRADAS
              IF WS-YA-REGISTRADA = "N"
                 PERFORM REGISTRAR-COINCIDENCIA
              END-IF
           END-IF.

       BUSCAR-REGISTRADA.
           IF WS-REG-CLIENTE(WS-R) = WS-CLI-ID
              AND WS-REG-LISTA-ID(WS-R) = WS-LST-ID(WS-L)
              MOVE "S" TO WS-YA-REGISTRADA
           END-IF.

       REGISTRAR-COINCIDENCIA.
           MOVE SPACES TO coincidencia-registro
           MOVE "A" TO SAN-ESTADO
           MOVE WS-FECHA-PROCESO TO SAN-FECHA
           MOVE "REVISION" TO SAN-ORIGEN
           MOVE WS-CLI-ID TO SAN-CODIGO-CLIENTE
           MOVE WS-CLI-NOMBRE TO SAN-NOMBRE-CLIENTE
           MOVE "S" TO SAN-CLIENTE-CREADO
           MOVE WS-LST-ID(WS-L) TO SAN-LISTA-ID
           MOVE WS-LST-PROGRAMA(WS-L) TO SAN-LISTA-PROGRAMA
           MOVE WS-LST-NOMBRE(WS-L) TO SAN-LISTA-NOMBRE
           MOVE "LOTE" TO SAN-OPERADOR-ALTA
           WRITE coincidencia-registro
           ADD 1 TO WS-COINCIDENCIAS-NUEVAS
           DISPLAY "Coincidencia: cliente " WS-CLI-ID " "
                   WS-CLI-NOMBRE " con " WS-LST-ID(WS-L).

       DESCONECTAR-SQL.
           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              DISCONNECT
           END-EXEC

           STOP RUN.

       END PROGRAM CargaListaSanciones.
