            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-movimientos.

           SELECT lista-vigente
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\lista_sanciones_vigente.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-lista-vigente.

           SELECT coincidencias-file
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\coincidencias_sanciones.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-coincidencias.

           SELECT sucursales-maestro
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\sucursales_maestro.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-sucursales.

           SELECT parametros-kyc
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\parametros_kyc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-parametros-kyc.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes-lote.
           05 LOTE-CLIENTE-CP        PIC X(10).
           05 LOTE-CLIENTE-TELEFONO  PIC X(20).
           05 LOTE-CLIENTE-EMAIL     PIC X(50).
           05 LOTE-TIPO-DOC          PIC X(3).
           05 LOTE-NRO-DOC           PIC X(20).
           05 LOTE-VTO-DOC           PIC X(10).
           05 LOTE-FECHA-NAC         PIC X(10).
           05 LOTE-RIESGO            PIC X(5).
           05 LOTE-PROX-REVISION     PIC X(10).
           05 LOTE-SUCURSAL          PIC X(4).
           COPY LOTECTL.

       FD  clientes-out.
       FD  movimientos-mes.
           COPY MOVCTL.

       FD  lista-vigente.
           COPY SANLST.

       FD  coincidencias-file.
           COPY SANCTL.

       FD  sucursales-maestro.
       01  sucursal-maestro-registro.
           05 SUM-CODIGO          PIC X(4).
           05 SUM-NOMBRE          PIC X(30).
           05 SUM-REGION          PIC X(15).
           05 SUM-ESTADO          PIC X.       *> A=abierta C=cerrada

       FD  parametros-kyc.
       01  parametro-kyc-registro.
           05 PKY-BLOQUEAR-CUENTAS PIC X.      *> S=no abrir cuentas
           05 PKY-MESES-BAJO      PIC 9(3).
           05 PKY-MESES-MEDIO     PIC 9(3).
           05 PKY-MESES-ALTO      PIC 9(3).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  ID-CLIENTE    PIC X(36)
               VALUE "Introduce un número de teléfono: ".
       01  EMAIL         PIC X(31)
               VALUE "Introduce un correo electrónico: ".
       01  TIPO-DOCUMENTO   PIC X(40)
               VALUE "Tipo de documento (DNI/NIE/PAS/OTR): ".
       01  NRO-DOCUMENTO    PIC X(25)
               VALUE "Numero de documento: ".
       01  VTO-DOCUMENTO    PIC X(45)
               VALUE "Vencimiento del documento (AAAA-MM-DD): ".
       01  FECHA-NACIMIENTO PIC X(40)
               VALUE "Fecha de nacimiento (AAAA-MM-DD): ".
       01  RIESGO-CLIENTE   PIC X(30)
               VALUE "Riesgo (BAJO/MEDIO/ALTO): ".
       01  PROXIMA-REVISION PIC X(52)
               VALUE
               "Proxima revision KYC (AAAA-MM-DD, R=segun riesgo): ".
       01  SUCURSAL-CLIENTE PIC X(30)
               VALUE "Sucursal responsable: ".

       01  CLIENTES-REGISTRO.
           05 CLIENTE-ID        PIC X(6).
           05 CLIENTE-CP        PIC X(10).
           05 CLIENTE-TELEFONO  PIC X(20).
           05 CLIENTE-EMAIL     PIC X(50).
           05 CLIENTE-TIPO-DOC  PIC X(3).
           05 CLIENTE-NRO-DOC   PIC X(20).
           05 CLIENTE-VTO-DOC   PIC X(10).
           05 CLIENTE-FECHA-NAC PIC X(10).
           05 CLIENTE-RIESGO    PIC X(5).
           05 CLIENTE-PROX-REVISION PIC X(10).
           05 CLIENTE-SUCURSAL  PIC X(4).

       01  CLIENTES-REGISTRO-A.
           05 CLIENTE-ID-A        PIC X(6).
           05 CLIENTE-CP-A        PIC X(10).
           05 CLIENTE-TELEFONO-A  PIC X(20).
           05 CLIENTE-EMAIL-A     PIC X(50).
           05 CLIENTE-TIPO-DOC-A  PIC X(3).
           05 CLIENTE-NRO-DOC-A   PIC X(20).
           05 CLIENTE-VTO-DOC-A   PIC X(10).
           05 CLIENTE-FECHA-NAC-A PIC X(10).
           05 CLIENTE-RIESGO-A    PIC X(5).
           05 CLIENTE-PROX-REVISION-A PIC X(10).
           05 CLIENTE-SUCURSAL-A  PIC X(4).

       01  WS-EMAIL-VALIDO   PIC X     VALUE "N".
       01  WS-POS-ARROBA     PIC 9(3) VALUE 0.
       01  WS-CIUDAD-FILTRO  PIC X(30) VALUE SPACES.
       01  WS-CP-DESDE       PIC X(10) VALUE SPACES.
       01  WS-CP-HASTA       PIC X(10) VALUE SPACES.
       01  WS-ENMASCARAR     PIC X     VALUE "N".
       01  WS-PATRON-NOMBRE  PIC X(51) VALUE SPACES.
       01  WS-FIN-CURSOR     PIC X     VALUE "N".

       01  WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL     PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE   PIC X(20) VALUE SPACES.
      * Bitacora de accesos: cada consulta que muestra datos de un
      * cliente deja operador, programa, opcion y cliente.
       01  WS-ACC-PROGRAMA     PIC X(20) VALUE "crear-clientes-sql".
       01  WS-ACC-OPCION       PIC X(25) VALUE SPACES.
       01  WS-AUD-FECHA           PIC X(10) VALUE SPACES.
       01  WS-AUD-HORA            PIC X(8)  VALUE SPACES.
       01  WS-AUD-OPERACION       PIC X(10) VALUE SPACES.
       01  WS-AUD-TELEFONO-DESP   PIC X(20) VALUE SPACES.
       01  WS-AUD-EMAIL-DESP      PIC X(50) VALUE SPACES.

      * Control contra la lista de sanciones vigente: la lista ya
      * normalizada se carga una vez al firmar; el nombre del cliente
      * se normaliza igual (normalizar-nombre) antes de comparar.
       01  fs-lista-vigente       PIC XX.
       01  fs-coincidencias       PIC XX.
       01  WS-LISTA-SANCIONES.
           05 WS-SAN-FILA OCCURS 5000 TIMES.
              10 WS-SAN-LISTA-ID     PIC X(10).
              10 WS-SAN-PROGRAMA     PIC X(10).
              10 WS-SAN-NOMBRE       PIC X(60).
              10 WS-SAN-NORMALIZADO  PIC X(60).
       01  WS-NUM-SANCIONES       PIC 9(4) VALUE 0.
       01  WS-SAN-I               PIC 9(4) VALUE 0.
       01  WS-FIN-SANCIONES       PIC X     VALUE "N".
       01  WS-SAN-NOMBRE-ENTRADA  PIC X(60) VALUE SPACES.
       01  WS-SAN-NORMALIZADO-CLI PIC X(60) VALUE SPACES.
       01  WS-SAN-ORIGEN          PIC X(8)  VALUE SPACES.
       01  WS-SAN-CREADO          PIC X     VALUE "N".
       01  WS-SAN-COINCIDE        PIC X     VALUE "N".
       01  WS-SAN-DECISION        PIC X     VALUE SPACE.
       01  WS-FIN-COINCIDENCIAS   PIC X     VALUE "N".
       01  WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
       01  WS-LOTE-SANCION        PIC 9(5)  VALUE 0.

      * Identificacion y revision periodica (KYC) del cliente. Columnas
      * de clientes: tipo_documento (DNI/NIE/PAS/OTR), nro_documento,
      * vencimiento_documento, fecha_nacimiento, riesgo_cliente
      * (BAJO/MEDIO/ALTO), proxima_revision_kyc y sucursal_cliente
      * (sucursal responsable de la revision, abierta en el maestro
      * de sucursales). Un mismo tipo y numero de documento no puede
      * estar en dos clientes. Sin fecha de revision se toma la fecha
      * de proceso mas los meses que fija parametros_kyc.dat para el
      * riesgo del cliente.
       01  fs-sucursales          PIC XX.
       01  fs-parametros-kyc      PIC XX.
       01  WS-SUCURSALES.
           05 WS-SUM-FILA OCCURS 50 TIMES.
              10 WS-SUM-CODIGO    PIC X(4).
              10 WS-SUM-ESTADO    PIC X.
       01  WS-NUM-SUCURSALES      PIC 9(2) VALUE 0.
       01  WS-SUM-I               PIC 9(2) VALUE 0.
       01  WS-FIN-SUCURSALES      PIC X     VALUE "N".
       01  WS-MESES-BAJO          PIC 9(3)  VALUE 36.
       01  WS-MESES-MEDIO         PIC 9(3)  VALUE 24.
       01  WS-MESES-ALTO          PIC 9(3)  VALUE 12.
       01  WS-MESES-REVISION      PIC 9(3)  VALUE 0.
       01  WS-MESES-TOTAL         PIC 9(6)  VALUE 0.
       01  WS-DATO-VALIDO         PIC X     VALUE "N".
       01  WS-KYC-VALIDO          PIC X     VALUE "S".
       01  WS-KYC-MOTIVO          PIC X(40) VALUE SPACES.
       01  WS-DOC-EXISTE          PIC X     VALUE "N".
       01  WS-DOC-DUPLICADOS      PIC 9(5)  VALUE 0.
       01  WS-DOC-ID-DUPLICADO    PIC X(6)  VALUE SPACES.
       01  WS-KYC-ANTES           PIC X(100) VALUE SPACES.
       01  WS-KYC-DESPUES         PIC X(100) VALUE SPACES.
       01  WS-KYC-ARMADO          PIC X(100) VALUE SPACES.
       01  WS-TIPO-DOC-ANTERIOR   PIC X(3)  VALUE SPACES.
       01  WS-NRO-DOC-ANTERIOR    PIC X(20) VALUE SPACES.
       01  WS-SUCURSAL-ANTERIOR   PIC X(4)  VALUE SPACES.
       01  WS-DATO-ANTERIOR       PIC X(10) VALUE SPACES.
       01  WS-FECHA-TRABAJO.
           05 WS-FT-AAAA          PIC X(4).
           05 WS-FT-SEP1          PIC X.
           05 WS-FT-MM            PIC X(2).
           05 WS-FT-SEP2          PIC X.
           05 WS-FT-DD            PIC X(2).
       01  WS-FECHA-VALIDA        PIC X     VALUE "N".
       01  WS-FECHA-ANIO          PIC 9(4)  VALUE 0.
       01  WS-FECHA-MES           PIC 9(2)  VALUE 0.
       01  WS-FECHA-DIA           PIC 9(2)  VALUE 0.
       01  WS-DIAS-DEL-MES        PIC 9(2)  VALUE 0.
       01  WS-ANIO-BISIESTO       PIC X     VALUE "N".
       01  WS-RESTO-4             PIC 9(4)  VALUE 0.
       01  WS-RESTO-100           PIC 9(4)  VALUE 0.
       01  WS-RESTO-400           PIC 9(4)  VALUE 0.
       01  WS-COCIENTE            PIC 9(6)  VALUE 0.
       01  WS-FECHA-CALCULADA.
           05 WS-FC-AAAA          PIC 9(4).
           05 FILLER              PIC X     VALUE "-".
           05 WS-FC-MM            PIC 9(2).
           05 FILLER              PIC X     VALUE "-".
           05 WS-FC-DD            PIC 9(2).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM FIRMAR-OPERADOR.

       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-LISTA-SANCIONES.
       PERFORM CARGAR-SUCURSALES-KYC.
       PERFORM CARGAR-PARAMETROS-KYC.

       PERFORM PROCESAR
           UNTIL continuar = "N".

               WHEN 1
                  PERFORM INSERTAR-CLIENTE
               WHEN 2
                  MOVE "BUSCAR CLIENTE" TO WS-ACC-OPCION
                  PERFORM BUSCAR-CLIENTE
               WHEN 3
                  IF WS-OPERADOR-ROL = "3"
           DISPLAY NOMBRE
           ACCEPT CLIENTE-NOMBRE

           MOVE "ALTA" TO WS-SAN-ORIGEN
           MOVE "N"    TO WS-SAN-CREADO
           PERFORM CONTROLAR-SANCIONES

           MOVE "N" TO WS-NOMBRE-EXISTE
           MOVE "N" TO WS-CONFIRMAR-DUPLICADO
           IF WS-SAN-COINCIDE = "N"
              PERFORM VERIFICAR-NOMBRE-DUPLICADO
              IF WS-NOMBRE-EXISTE = "S"
                 DISPLAY "Desea continuar y crearlo de todas formas? "
                         "(S/N)"
                 ACCEPT WS-CONFIRMAR-DUPLICADO
              END-IF
           END-IF.

           MOVE "N" TO WS-DOC-EXISTE
           IF WS-SAN-COINCIDE = "N"
              AND (WS-NOMBRE-EXISTE = "N"
                   OR WS-CONFIRMAR-DUPLICADO = "S")
              PERFORM PEDIR-DOCUMENTO
           END-IF.

           IF WS-SAN-COINCIDE = "S"
              DISPLAY "Alta bloqueada: el nombre coincide con la lista "
                      "de sanciones. Queda para revision de "
                      "cumplimiento (GestionSanciones)."
           ELSE
           IF WS-NOMBRE-EXISTE = "S"
              AND WS-CONFIRMAR-DUPLICADO NOT = "S"
              DISPLAY "Creacion de cliente cancelada."
           ELSE
           IF WS-DOC-EXISTE = "S"
              DISPLAY "Creacion de cliente cancelada: el documento ya "
                      "figura en otro cliente."
           ELSE
              DISPLAY CALLE
              ACCEPT CLIENTE-CALLE

              PERFORM PEDIR-EMAIL-VALIDO

              PERFORM PEDIR-DATOS-KYC

              EXEC SQL
                 INSERT INTO clientes (id_cliente,
                                       nombre_cliente,
                                       provincia_cliente,
                                       cp_cliente,
                                       telefono_cliente,
                                       email_cliente,
                                       tipo_documento,
                                       nro_documento,
                                       vencimiento_documento,
                                       fecha_nacimiento,
                                       riesgo_cliente,
                                       proxima_revision_kyc,
                                       sucursal_cliente)
                 VALUES (:CLIENTE-ID,
                         :CLIENTE-NOMBRE,
                         :CLIENTE-CALLE,
                         :CLIENTE-PROVINCIA,
                         :CLIENTE-CP,
                         :CLIENTE-TELEFONO,
                         :CLIENTE-EMAIL,
                         :CLIENTE-TIPO-DOC,
                         :CLIENTE-NRO-DOC,
                         :CLIENTE-VTO-DOC,
                         :CLIENTE-FECHA-NAC,
                         :CLIENTE-RIESGO,
                         :CLIENTE-PROX-REVISION,
                         :CLIENTE-SUCURSAL)
              END-EXEC

              IF SQLCODE NOT = 0
                MOVE CLIENTE-EMAIL     TO WS-AUD-EMAIL-DESP
                PERFORM ESCRIBIR-AUDITORIA-CLIENTE
              END-IF
           END-IF
           END-IF
           END-IF.

      * La auditoria conserva su columna unica de direccion: los
              MOVE "S" TO WS-PUNTO-DESPUES
           END-IF.

      ******************************************************************
      * Documento de identidad del alta: tipo y numero obligatorios.
      * Si el mismo documento ya figura en otro cliente el alta no
      * sigue (WS-DOC-EXISTE = "S").
      ******************************************************************
       PEDIR-DOCUMENTO.
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-TIPO-DOC
               UNTIL WS-DATO-VALIDO = "S"
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-NRO-DOC
               UNTIL WS-DATO-VALIDO = "S"
           PERFORM VERIFICAR-DOCUMENTO-DUPLICADO.

       SOLICITAR-TIPO-DOC.
           DISPLAY TIPO-DOCUMENTO
           ACCEPT CLIENTE-TIPO-DOC
           PERFORM VALIDAR-TIPO-DOC
           IF WS-DATO-VALIDO = "N"
              DISPLAY "Tipo de documento no reconocido."
           END-IF.

       SOLICITAR-NRO-DOC.
           DISPLAY NRO-DOCUMENTO
           ACCEPT CLIENTE-NRO-DOC
           IF CLIENTE-NRO-DOC = SPACES
              DISPLAY "El numero de documento es obligatorio."
           ELSE
              MOVE "S" TO WS-DATO-VALIDO
           END-IF.

       VALIDAR-TIPO-DOC.
           IF CLIENTE-TIPO-DOC = "DNI" OR "NIE" OR "PAS" OR "OTR"
              MOVE "S" TO WS-DATO-VALIDO
           ELSE
              MOVE "N" TO WS-DATO-VALIDO
           END-IF.

      * El mismo tipo y numero en un cliente con otro ID es un
      * duplicado; el propio cliente no cuenta (cambio de datos).
       VERIFICAR-DOCUMENTO-DUPLICADO.
           MOVE "N"    TO WS-DOC-EXISTE
           MOVE 0      TO WS-DOC-DUPLICADOS
           MOVE SPACES TO WS-DOC-ID-DUPLICADO

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MIN(id_cliente), ' ')
              INTO :WS-DOC-DUPLICADOS,
                   :WS-DOC-ID-DUPLICADO
              FROM clientes
              WHERE tipo_documento = :CLIENTE-TIPO-DOC
                AND nro_documento  = :CLIENTE-NRO-DOC
                AND id_cliente    <> :CLIENTE-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-DOC-DUPLICADOS > 0
              MOVE "S" TO WS-DOC-EXISTE
              DISPLAY "Aviso: el documento " CLIENTE-TIPO-DOC " "
                      CLIENTE-NRO-DOC " ya figura en el cliente "
                      WS-DOC-ID-DUPLICADO "."
           END-IF.

      ******************************************************************
      * Resto de los datos KYC del alta: vencimiento del documento,
      * fecha de nacimiento, riesgo, proxima revision (vacia o "R" la
      * calcula segun el riesgo) y sucursal responsable.
      ******************************************************************
       PEDIR-DATOS-KYC.
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-VTO-DOC
               UNTIL WS-DATO-VALIDO = "S"
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-FECHA-NAC
               UNTIL WS-DATO-VALIDO = "S"
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-RIESGO
               UNTIL WS-DATO-VALIDO = "S"
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-PROX-REVISION
               UNTIL WS-DATO-VALIDO = "S"
           MOVE "N" TO WS-DATO-VALIDO
           PERFORM SOLICITAR-SUCURSAL
               UNTIL WS-DATO-VALIDO = "S".

       SOLICITAR-VTO-DOC.
           DISPLAY VTO-DOCUMENTO
           ACCEPT CLIENTE-VTO-DOC
           MOVE CLIENTE-VTO-DOC TO WS-FECHA-TRABAJO
           PERFORM VALIDAR-FECHA-KYC
           MOVE WS-FECHA-VALIDA TO WS-DATO-VALIDO
           IF WS-DATO-VALIDO = "N"
              DISPLAY "Fecha invalida, usar AAAA-MM-DD."
           ELSE
              IF CLIENTE-VTO-DOC < WS-FECHA-PROCESO
                 DISPLAY "Aviso: el documento ya esta vencido."
              END-IF
           END-IF.

       SOLICITAR-FECHA-NAC.
           DISPLAY FECHA-NACIMIENTO
           ACCEPT CLIENTE-FECHA-NAC
           PERFORM VALIDAR-FECHA-NACIMIENTO
           IF WS-DATO-VALIDO = "N"
              DISPLAY "Fecha de nacimiento invalida."
           END-IF.

       VALIDAR-FECHA-NACIMIENTO.
           MOVE CLIENTE-FECHA-NAC TO WS-FECHA-TRABAJO
           PERFORM VALIDAR-FECHA-KYC
           MOVE WS-FECHA-VALIDA TO WS-DATO-VALIDO
           IF WS-DATO-VALIDO = "S"
              AND CLIENTE-FECHA-NAC > WS-FECHA-PROCESO
              MOVE "N" TO WS-DATO-VALIDO
           END-IF.

       SOLICITAR-RIESGO.
           DISPLAY RIESGO-CLIENTE
           ACCEPT CLIENTE-RIESGO
           PERFORM VALIDAR-RIESGO
           IF WS-DATO-VALIDO = "N"
              DISPLAY "Riesgo no reconocido."
           END-IF.

       VALIDAR-RIESGO.
           IF CLIENTE-RIESGO = "BAJO" OR "MEDIO" OR "ALTO"
              MOVE "S" TO WS-DATO-VALIDO
           ELSE
              MOVE "N" TO WS-DATO-VALIDO
           END-IF.

       SOLICITAR-PROX-REVISION.
           DISPLAY PROXIMA-REVISION
           ACCEPT CLIENTE-PROX-REVISION
           IF CLIENTE-PROX-REVISION = SPACES
              OR CLIENTE-PROX-REVISION = "R"
              PERFORM CALCULAR-PROXIMA-REVISION
              DISPLAY "Proxima revision KYC: " CLIENTE-PROX-REVISION
              MOVE "S" TO WS-DATO-VALIDO
           ELSE
              PERFORM VALIDAR-PROX-REVISION
              IF WS-DATO-VALIDO = "N"
                 DISPLAY "Fecha invalida o anterior a la fecha de "
                         "proceso."
              END-IF
           END-IF.

       VALIDAR-PROX-REVISION.
           MOVE CLIENTE-PROX-REVISION TO WS-FECHA-TRABAJO
           PERFORM VALIDAR-FECHA-KYC
           MOVE WS-FECHA-VALIDA TO WS-DATO-VALIDO
           IF WS-DATO-VALIDO = "S"
              AND CLIENTE-PROX-REVISION < WS-FECHA-PROCESO
              MOVE "N" TO WS-DATO-VALIDO
           END-IF.

       SOLICITAR-SUCURSAL.
           DISPLAY SUCURSAL-CLIENTE
           ACCEPT CLIENTE-SUCURSAL
           PERFORM VALIDAR-SUCURSAL-KYC
           IF WS-DATO-VALIDO = "N"
              DISPLAY "Sucursal inexistente o cerrada."
           END-IF.

      * Sin maestro de sucursales cargado solo se exige el codigo.
       VALIDAR-SUCURSAL-KYC.
           MOVE "N" TO WS-DATO-VALIDO
           IF CLIENTE-SUCURSAL NOT = SPACES
              IF WS-NUM-SUCURSALES = 0
                 MOVE "S" TO WS-DATO-VALIDO
              ELSE
                 PERFORM BUSCAR-SUCURSAL-KYC
                     VARYING WS-SUM-I FROM 1 BY 1
                     UNTIL WS-SUM-I > WS-NUM-SUCURSALES
              END-IF
           END-IF.

       BUSCAR-SUCURSAL-KYC.
           IF WS-SUM-CODIGO(WS-SUM-I) = CLIENTE-SUCURSAL
              AND WS-SUM-ESTADO(WS-SUM-I) = "A"
              MOVE "S" TO WS-DATO-VALIDO
           END-IF.

      * Fecha AAAA-MM-DD en WS-FECHA-TRABAJO: digitos, separadores,
      * mes 1 a 12 y dia valido para el mes (con bisiestos).
       VALIDAR-FECHA-KYC.
           MOVE "S" TO WS-FECHA-VALIDA
           IF WS-FT-AAAA NOT NUMERIC
              OR WS-FT-MM NOT NUMERIC
              OR WS-FT-DD NOT NUMERIC
              OR WS-FT-SEP1 NOT = "-"
              OR WS-FT-SEP2 NOT = "-"
              MOVE "N" TO WS-FECHA-VALIDA
           ELSE
              MOVE WS-FT-AAAA TO WS-FECHA-ANIO
              MOVE WS-FT-MM   TO WS-FECHA-MES
              MOVE WS-FT-DD   TO WS-FECHA-DIA
              IF WS-FECHA-ANIO < 1900
                 OR WS-FECHA-MES < 1 OR WS-FECHA-MES > 12
                 MOVE "N" TO WS-FECHA-VALIDA
              ELSE
                 PERFORM CALCULAR-DIAS-DEL-MES
                 IF WS-FECHA-DIA < 1
                    OR WS-FECHA-DIA > WS-DIAS-DEL-MES
                    MOVE "N" TO WS-FECHA-VALIDA
                 END-IF
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           EVALUATE WS-FECHA-MES
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 7
              WHEN 8
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-DEL-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DIAS-DEL-MES
              WHEN 2
                 PERFORM DETERMINAR-BISIESTO
                 IF WS-ANIO-BISIESTO = "S"
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-DEL-MES
                 END-IF
           END-EVALUATE.

       DETERMINAR-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO
           DIVIDE WS-FECHA-ANIO BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-4
           DIVIDE WS-FECHA-ANIO BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-100
           DIVIDE WS-FECHA-ANIO BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-400
           IF WS-RESTO-4 = 0
              AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
              MOVE "S" TO WS-ANIO-BISIESTO
           END-IF.

      * Proxima revision = fecha de proceso + meses del riesgo; el dia
      * se ajusta al ultimo del mes cuando el mes destino es mas corto.
       CALCULAR-PROXIMA-REVISION.
           EVALUATE CLIENTE-RIESGO
              WHEN "ALTO"
                 MOVE WS-MESES-ALTO  TO WS-MESES-REVISION
              WHEN "MEDIO"
                 MOVE WS-MESES-MEDIO TO WS-MESES-REVISION
              WHEN OTHER
                 MOVE WS-MESES-BAJO  TO WS-MESES-REVISION
           END-EVALUATE
           MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO
           MOVE WS-FT-AAAA TO WS-FECHA-ANIO
           MOVE WS-FT-MM   TO WS-FECHA-MES
           MOVE WS-FT-DD   TO WS-FECHA-DIA
           COMPUTE WS-MESES-TOTAL = WS-FECHA-ANIO * 12
                   + WS-FECHA-MES - 1 + WS-MESES-REVISION
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-COCIENTE
                  REMAINDER WS-FECHA-MES
           MOVE WS-COCIENTE TO WS-FECHA-ANIO
           ADD 1 TO WS-FECHA-MES
           PERFORM CALCULAR-DIAS-DEL-MES
           IF WS-FECHA-DIA > WS-DIAS-DEL-MES
              MOVE WS-DIAS-DEL-MES TO WS-FECHA-DIA
           END-IF
           MOVE WS-FECHA-ANIO TO WS-FC-AAAA
           MOVE WS-FECHA-MES  TO WS-FC-MM
           MOVE WS-FECHA-DIA  TO WS-FC-DD
           MOVE WS-FECHA-CALCULADA TO CLIENTE-PROX-REVISION.

      * Datos KYC en un solo texto para la auditoria (operacion KYC).
       ARMAR-DATOS-KYC.
           MOVE SPACES TO WS-KYC-ARMADO
           STRING CLIENTE-TIPO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENTE-NRO-DOC DELIMITED BY SPACE
                  " V:" DELIMITED BY SIZE
                  CLIENTE-VTO-DOC DELIMITED BY SIZE
                  " N:" DELIMITED BY SIZE
                  CLIENTE-FECHA-NAC DELIMITED BY SIZE
                  " R:" DELIMITED BY SIZE
                  CLIENTE-RIESGO DELIMITED BY SIZE
                  " P:" DELIMITED BY SIZE
                  CLIENTE-PROX-REVISION DELIMITED BY SIZE
                  " S:" DELIMITED BY SIZE
                  CLIENTE-SUCURSAL DELIMITED BY SIZE
                  INTO WS-KYC-ARMADO.

      ******************************************************************
      * Cambios de datos KYC en la actualizacion: vacio deja el dato
      * como esta, un dato invalido se informa y se conserva el
      * anterior. Un documento que ya figura en otro cliente no se
      * acepta. "R" en la proxima revision la recalcula segun el
      * riesgo (revision hecha hoy). WS-KYC-ANTES y WS-KYC-DESPUES
      * quedan para la auditoria.
      ******************************************************************
       APLICAR-CAMBIOS-KYC.
           PERFORM ARMAR-DATOS-KYC
           MOVE WS-KYC-ARMADO TO WS-KYC-ANTES

           IF CLIENTE-TIPO-DOC-A NOT = SPACES
              OR CLIENTE-NRO-DOC-A NOT = SPACES
              PERFORM CAMBIAR-DOCUMENTO
           END-IF

           IF CLIENTE-VTO-DOC-A NOT = SPACES
              MOVE CLIENTE-VTO-DOC-A TO WS-FECHA-TRABAJO
              PERFORM VALIDAR-FECHA-KYC
              IF WS-FECHA-VALIDA = "S"
                 MOVE CLIENTE-VTO-DOC-A TO CLIENTE-VTO-DOC
              ELSE
                 DISPLAY "Vencimiento invalido, se conserva el "
                         "anterior."
              END-IF
           END-IF

           IF CLIENTE-FECHA-NAC-A NOT = SPACES
              MOVE CLIENTE-FECHA-NAC TO WS-DATO-ANTERIOR
              MOVE CLIENTE-FECHA-NAC-A TO CLIENTE-FECHA-NAC
              PERFORM VALIDAR-FECHA-NACIMIENTO
              IF WS-DATO-VALIDO = "N"
                 DISPLAY "Fecha de nacimiento invalida, se conserva "
                         "la anterior."
                 MOVE WS-DATO-ANTERIOR TO CLIENTE-FECHA-NAC
              END-IF
           END-IF

           IF CLIENTE-RIESGO-A NOT = SPACES
              MOVE CLIENTE-RIESGO TO WS-DATO-ANTERIOR
              MOVE CLIENTE-RIESGO-A TO CLIENTE-RIESGO
              PERFORM VALIDAR-RIESGO
              IF WS-DATO-VALIDO = "N"
                 DISPLAY "Riesgo no reconocido, se conserva el "
                         "anterior."
                 MOVE WS-DATO-ANTERIOR TO CLIENTE-RIESGO
              END-IF
           END-IF

           IF CLIENTE-PROX-REVISION-A = "R"
              PERFORM CALCULAR-PROXIMA-REVISION
              DISPLAY "Proxima revision KYC: " CLIENTE-PROX-REVISION
           ELSE
              IF CLIENTE-PROX-REVISION-A NOT = SPACES
                 MOVE CLIENTE-PROX-REVISION TO WS-DATO-ANTERIOR
                 MOVE CLIENTE-PROX-REVISION-A TO CLIENTE-PROX-REVISION
                 PERFORM VALIDAR-PROX-REVISION
                 IF WS-DATO-VALIDO = "N"
                    DISPLAY "Fecha de revision invalida, se conserva "
                            "la anterior."
                    MOVE WS-DATO-ANTERIOR TO CLIENTE-PROX-REVISION
                 END-IF
              END-IF
           END-IF

           IF CLIENTE-SUCURSAL-A NOT = SPACES
              MOVE CLIENTE-SUCURSAL TO WS-SUCURSAL-ANTERIOR
              MOVE CLIENTE-SUCURSAL-A TO CLIENTE-SUCURSAL
              PERFORM VALIDAR-SUCURSAL-KYC
              IF WS-DATO-VALIDO = "N"
                 DISPLAY "Sucursal inexistente o cerrada, se conserva "
                         "la anterior."
                 MOVE WS-SUCURSAL-ANTERIOR TO CLIENTE-SUCURSAL
              END-IF
           END-IF

           PERFORM ARMAR-DATOS-KYC
           MOVE WS-KYC-ARMADO TO WS-KYC-DESPUES.

       CAMBIAR-DOCUMENTO.
           MOVE CLIENTE-TIPO-DOC TO WS-TIPO-DOC-ANTERIOR
           MOVE CLIENTE-NRO-DOC  TO WS-NRO-DOC-ANTERIOR
           IF CLIENTE-TIPO-DOC-A NOT = SPACES
              MOVE CLIENTE-TIPO-DOC-A TO CLIENTE-TIPO-DOC
           END-IF
           IF CLIENTE-NRO-DOC-A NOT = SPACES
              MOVE CLIENTE-NRO-DOC-A TO CLIENTE-NRO-DOC
           END-IF
           PERFORM VALIDAR-TIPO-DOC
           IF WS-DATO-VALIDO = "N" OR CLIENTE-NRO-DOC = SPACES
              DISPLAY "Documento incompleto o de tipo no reconocido, "
                      "se conserva el anterior."
              MOVE WS-TIPO-DOC-ANTERIOR TO CLIENTE-TIPO-DOC
              MOVE WS-NRO-DOC-ANTERIOR  TO CLIENTE-NRO-DOC
           ELSE
              PERFORM VERIFICAR-DOCUMENTO-DUPLICADO
              IF WS-DOC-EXISTE = "S"
                 DISPLAY "Se conserva el documento anterior."
                 MOVE WS-TIPO-DOC-ANTERIOR TO CLIENTE-TIPO-DOC
                 MOVE WS-NRO-DOC-ANTERIOR  TO CLIENTE-NRO-DOC
              END-IF
           END-IF.


       BUSCAR-CLIENTE.
           DISPLAY ID-CLIENTE
                     provincia_cliente,
                     cp_cliente,
                     telefono_cliente,
                     email_cliente,
                     COALESCE(tipo_documento, ' '),
                     COALESCE(nro_documento, ' '),
                     COALESCE(vencimiento_documento, ' '),
                     COALESCE(fecha_nacimiento, ' '),
                     COALESCE(riesgo_cliente, ' '),
                     COALESCE(proxima_revision_kyc, ' '),
                     COALESCE(sucursal_cliente, ' ')
              INTO :CLIENTE-ID,
                   :CLIENTE-NOMBRE,
                   :CLIENTE-CALLE,
                   :CLIENTE-PROVINCIA,
                   :CLIENTE-CP,
                   :CLIENTE-TELEFONO,
                   :CLIENTE-EMAIL,
                   :CLIENTE-TIPO-DOC,
                   :CLIENTE-NRO-DOC,
                   :CLIENTE-VTO-DOC,
                   :CLIENTE-FECHA-NAC,
                   :CLIENTE-RIESGO,
                   :CLIENTE-PROX-REVISION,
                   :CLIENTE-SUCURSAL
              FROM clientes
              WHERE id_cliente = :CLIENTE-ID
           END-EXEC
               DISPLAY "Codigo Postal del Cliente: " CLIENTE-CP
               DISPLAY "Telefono del Cliente: " CLIENTE-TELEFONO
               DISPLAY "Correo del Cliente: " CLIENTE-EMAIL
               DISPLAY "Documento: " CLIENTE-TIPO-DOC " "
                       CLIENTE-NRO-DOC
                       "  Vence: " CLIENTE-VTO-DOC
               DISPLAY "Fecha de nacimiento: " CLIENTE-FECHA-NAC
               DISPLAY "Riesgo: " CLIENTE-RIESGO
                       "  Proxima revision KYC: " CLIENTE-PROX-REVISION
                       "  Sucursal: " CLIENTE-SUCURSAL
               IF CLIENTE-PROX-REVISION = SPACES
                  OR CLIENTE-PROX-REVISION < WS-FECHA-PROCESO
                  DISPLAY "Aviso: revision KYC vencida o sin fecha."
               END-IF
               PERFORM REGISTRAR-ACCESO-CLIENTE
               DISPLAY "Presione cualquier tecla para continuar.."
               ACCEPT SI-NO
             END-IF
           END-IF.

       ELIMINAR-CLIENTE.
           MOVE "ELIMINAR CLIENTE" TO WS-ACC-OPCION
           PERFORM BUSCAR-CLIENTE
           IF SQLCODE = 0
              MOVE CLIENTE-NOMBRE    TO WS-AUD-NOMBRE-ANTES
           END-IF.

       ACTUALIZAR-CLIENTE.
           MOVE "ACTUALIZAR CLIENTE" TO WS-ACC-OPCION
           PERFORM BUSCAR-CLIENTE
           MOVE SPACES TO CLIENTES-REGISTRO-A
           IF SQLCODE = 0
              DISPLAY EMAIL
              ACCEPT CLIENTE-EMAIL-A

              DISPLAY TIPO-DOCUMENTO
              ACCEPT CLIENTE-TIPO-DOC-A

              DISPLAY NRO-DOCUMENTO
              ACCEPT CLIENTE-NRO-DOC-A

              DISPLAY VTO-DOCUMENTO
              ACCEPT CLIENTE-VTO-DOC-A

              DISPLAY FECHA-NACIMIENTO
              ACCEPT CLIENTE-FECHA-NAC-A

              DISPLAY RIESGO-CLIENTE
              ACCEPT CLIENTE-RIESGO-A

              DISPLAY PROXIMA-REVISION
              ACCEPT CLIENTE-PROX-REVISION-A

              DISPLAY SUCURSAL-CLIENTE
              ACCEPT CLIENTE-SUCURSAL-A

              IF CLIENTE-NOMBRE-A NOT = SPACES
                 MOVE CLIENTE-NOMBRE-A TO CLIENTE-NOMBRE
              END-IF
                 END-IF
              END-IF

              PERFORM APLICAR-CAMBIOS-KYC

              EXEC SQL
                 UPDATE clientes
                 SET    nombre_cliente    = :CLIENTE-NOMBRE,
                        provincia_cliente = :CLIENTE-PROVINCIA,
                        cp_cliente        = :CLIENTE-CP,
                        telefono_cliente  = :CLIENTE-TELEFONO,
                        email_cliente     = :CLIENTE-EMAIL,
                        tipo_documento    = :CLIENTE-TIPO-DOC,
                        nro_documento     = :CLIENTE-NRO-DOC,
                        vencimiento_documento = :CLIENTE-VTO-DOC,
                        fecha_nacimiento  = :CLIENTE-FECHA-NAC,
                        riesgo_cliente    = :CLIENTE-RIESGO,
                        proxima_revision_kyc = :CLIENTE-PROX-REVISION,
                        sucursal_cliente  = :CLIENTE-SUCURSAL
                 WHERE id_cliente = :CLIENTE-ID
              END-EXEC

                MOVE CLIENTE-TELEFONO  TO WS-AUD-TELEFONO-DESP
                MOVE CLIENTE-EMAIL     TO WS-AUD-EMAIL-DESP
                PERFORM ESCRIBIR-AUDITORIA-CLIENTE

                IF WS-KYC-DESPUES NOT = WS-KYC-ANTES
                   MOVE "KYC" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-NOMBRE-ANTES
                   MOVE WS-KYC-ANTES TO WS-AUD-DIRECCION-ANTES
                   MOVE SPACES TO WS-AUD-TELEFONO-ANTES
                   MOVE SPACES TO WS-AUD-EMAIL-ANTES
                   MOVE SPACES TO WS-AUD-NOMBRE-DESP
                   MOVE WS-KYC-DESPUES TO WS-AUD-DIRECCION-DESP
                   MOVE SPACES TO WS-AUD-TELEFONO-DESP
                   MOVE SPACES TO WS-AUD-EMAIL-DESP
                   PERFORM ESCRIBIR-AUDITORIA-CLIENTE
                END-IF

                IF CLIENTE-NOMBRE-A NOT = SPACES
                   MOVE "CAMBIO" TO WS-SAN-ORIGEN
                   MOVE "S"      TO WS-SAN-CREADO
                   PERFORM CONTROLAR-SANCIONES
                   IF WS-SAN-COINCIDE = "S"
                      DISPLAY "El nuevo nombre coincide con la lista "
                              "de sanciones: el cliente queda para "
                              "revision de cumplimiento."
                   END-IF
                END-IF
              END-IF
           END-IF

       IMPORTAR-CLIENTES-LOTE.
           MOVE 0   TO WS-LOTE-OK
           MOVE 0   TO WS-LOTE-ERROR
           MOVE 0   TO WS-LOTE-SANCION
           MOVE "N" TO WS-EOF-LOTE

           PERFORM VERIFICAR-CONTROL-LOTE

              DISPLAY "Importación finalizada. Insertados: " WS-LOTE-OK
                      "  Con error: " WS-LOTE-ERROR
                      "  Detenidos por sanciones: " WS-LOTE-SANCION
           END-IF
           END-IF.

           MOVE LOTE-CLIENTE-CP        TO CLIENTE-CP
           MOVE LOTE-CLIENTE-TELEFONO  TO CLIENTE-TELEFONO
           MOVE LOTE-CLIENTE-EMAIL     TO CLIENTE-EMAIL
           MOVE LOTE-TIPO-DOC          TO CLIENTE-TIPO-DOC
           MOVE LOTE-NRO-DOC           TO CLIENTE-NRO-DOC
           MOVE LOTE-VTO-DOC           TO CLIENTE-VTO-DOC
           MOVE LOTE-FECHA-NAC         TO CLIENTE-FECHA-NAC
           MOVE LOTE-RIESGO            TO CLIENTE-RIESGO
           MOVE LOTE-PROX-REVISION     TO CLIENTE-PROX-REVISION
           MOVE LOTE-SUCURSAL          TO CLIENTE-SUCURSAL

           MOVE "IMPORT" TO WS-SAN-ORIGEN
           MOVE "N"      TO WS-SAN-CREADO
           PERFORM CONTROLAR-SANCIONES
           IF WS-SAN-COINCIDE = "S"
              DISPLAY "Cliente " LOTE-CLIENTE-ID " omitido: coincide "
                      "con la lista de sanciones."
              ADD 1 TO WS-LOTE-SANCION
           ELSE
           PERFORM VERIFICAR-NOMBRE-DUPLICADO

           PERFORM VALIDAR-EMAIL
           PERFORM VALIDAR-KYC-LOTE
           IF WS-EMAIL-VALIDO = "N"
              DISPLAY "Correo inválido para cliente " LOTE-CLIENTE-ID
                      ", registro omitido."
              ADD 1 TO WS-LOTE-ERROR
           ELSE
           IF WS-KYC-VALIDO = "N"
              DISPLAY "Cliente " LOTE-CLIENTE-ID " omitido: "
                      WS-KYC-MOTIVO
              ADD 1 TO WS-LOTE-ERROR
           ELSE
              EXEC SQL
                 INSERT INTO clientes (id_cliente,
                                       provincia_cliente,
                                       cp_cliente,
                                       telefono_cliente,
                                       email_cliente,
                                       tipo_documento,
                                       nro_documento,
                                       vencimiento_documento,
                                       fecha_nacimiento,
                                       riesgo_cliente,
                                       proxima_revision_kyc,
                                       sucursal_cliente)
                 VALUES (:CLIENTE-ID,
                         :CLIENTE-NOMBRE,
                         :CLIENTE-CALLE,
                         :CLIENTE-PROVINCIA,
                         :CLIENTE-CP,
                         :CLIENTE-TELEFONO,
                         :CLIENTE-EMAIL,
                         :CLIENTE-TIPO-DOC,
                         :CLIENTE-NRO-DOC,
                         :CLIENTE-VTO-DOC,
                         :CLIENTE-FECHA-NAC,
                         :CLIENTE-RIESGO,
                         :CLIENTE-PROX-REVISION,
                         :CLIENTE-SUCURSAL)
              END-EXEC

              IF SQLCODE NOT = 0
                 ADD 1 TO WS-LOTE-OK
              END-IF
           END-IF
           END-IF
           END-IF

           PERFORM LEER-CLIENTE-LOTE.

      ******************************************************************
      * Datos KYC del registro de lote. Los lotes anteriores a estos
      * campos los traen en blanco y el cliente entra sin datos KYC
      * (el reporte mensual lo lista); lo que viene informado tiene
      * que ser valido y el documento no puede estar en otro cliente.
      * Con riesgo y sin fecha de revision, la fecha se calcula.
      ******************************************************************
       VALIDAR-KYC-LOTE.
           MOVE "S" TO WS-KYC-VALIDO
           MOVE SPACES TO WS-KYC-MOTIVO
           IF CLIENTE-TIPO-DOC NOT = SPACES
              OR CLIENTE-NRO-DOC NOT = SPACES
              PERFORM VALIDAR-TIPO-DOC
              IF WS-DATO-VALIDO = "N" OR CLIENTE-NRO-DOC = SPACES
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "documento incompleto o tipo invalido"
                    TO WS-KYC-MOTIVO
              ELSE
                 PERFORM VERIFICAR-DOCUMENTO-DUPLICADO
                 IF WS-DOC-EXISTE = "S"
                    MOVE "N" TO WS-KYC-VALIDO
                    MOVE "documento ya registrado en otro cliente"
                       TO WS-KYC-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S" AND CLIENTE-VTO-DOC NOT = SPACES
              MOVE CLIENTE-VTO-DOC TO WS-FECHA-TRABAJO
              PERFORM VALIDAR-FECHA-KYC
              IF WS-FECHA-VALIDA = "N"
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "vencimiento del documento invalido"
                    TO WS-KYC-MOTIVO
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S" AND CLIENTE-FECHA-NAC NOT = SPACES
              PERFORM VALIDAR-FECHA-NACIMIENTO
              IF WS-DATO-VALIDO = "N"
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "fecha de nacimiento invalida" TO WS-KYC-MOTIVO
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S" AND CLIENTE-RIESGO NOT = SPACES
              PERFORM VALIDAR-RIESGO
              IF WS-DATO-VALIDO = "N"
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "riesgo invalido" TO WS-KYC-MOTIVO
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S" AND CLIENTE-PROX-REVISION NOT = SPACES
              MOVE CLIENTE-PROX-REVISION TO WS-FECHA-TRABAJO
              PERFORM VALIDAR-FECHA-KYC
              IF WS-FECHA-VALIDA = "N"
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "fecha de revision KYC invalida" TO WS-KYC-MOTIVO
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S" AND CLIENTE-SUCURSAL NOT = SPACES
              PERFORM VALIDAR-SUCURSAL-KYC
              IF WS-DATO-VALIDO = "N"
                 MOVE "N" TO WS-KYC-VALIDO
                 MOVE "sucursal inexistente o cerrada" TO WS-KYC-MOTIVO
              END-IF
           END-IF
           IF WS-KYC-VALIDO = "S"
              AND CLIENTE-RIESGO NOT = SPACES
              AND CLIENTE-PROX-REVISION = SPACES
              PERFORM CALCULAR-PROXIMA-REVISION
           END-IF.

      ******************************************************************
      * Lista de sanciones vigente (CargaListaSanciones) en memoria.
      * Sin lista no se puede controlar: se avisa y se sigue.
      ******************************************************************
       CARGAR-LISTA-SANCIONES.
           MOVE 0 TO WS-NUM-SANCIONES
           MOVE "N" TO WS-FIN-SANCIONES
           OPEN INPUT lista-vigente
           IF fs-lista-vigente NOT = "00"
              DISPLAY "Aviso: no hay lista de sanciones vigente, los "
                      "nombres no se controlan."
              MOVE "WARN" TO error-severidad
              MOVE "CARGAR-LISTA-SANCIONES" TO error-parrafo
              MOVE "Sin lista de sanciones vigente para el alta."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM LEER-LISTA-SANCIONES
              PERFORM GUARDAR-ENTRADA-SANCION
                  UNTIL WS-FIN-SANCIONES = "S"
              CLOSE lista-vigente
           END-IF.

       LEER-LISTA-SANCIONES.
           READ lista-vigente
                AT END MOVE "S" TO WS-FIN-SANCIONES
           END-READ.

       GUARDAR-ENTRADA-SANCION.
           IF WS-NUM-SANCIONES < 5000
              ADD 1 TO WS-NUM-SANCIONES
              MOVE LSV-ID TO WS-SAN-LISTA-ID(WS-NUM-SANCIONES)
              MOVE LSV-PROGRAMA TO WS-SAN-PROGRAMA(WS-NUM-SANCIONES)
              MOVE LSV-NOMBRE TO WS-SAN-NOMBRE(WS-NUM-SANCIONES)
              MOVE LSV-NORMALIZADO
                TO WS-SAN-NORMALIZADO(WS-NUM-SANCIONES)
           END-IF
           PERFORM LEER-LISTA-SANCIONES.

      ******************************************************************
      * Sucursales del maestro para validar la sucursal responsable
      * del cliente. Sin maestro se avisa y se acepta cualquier codigo.
      ******************************************************************
       CARGAR-SUCURSALES-KYC.
           MOVE 0 TO WS-NUM-SUCURSALES
           MOVE "N" TO WS-FIN-SUCURSALES
           OPEN INPUT sucursales-maestro
           IF fs-sucursales NOT = "00"
              DISPLAY "Aviso: sin maestro de sucursales, la sucursal "
                      "del cliente no se valida."
           ELSE
              PERFORM LEER-SUCURSAL-KYC
              PERFORM GUARDAR-SUCURSAL-KYC
                  UNTIL WS-FIN-SUCURSALES = "S"
              CLOSE sucursales-maestro
           END-IF.

       LEER-SUCURSAL-KYC.
           READ sucursales-maestro
                AT END MOVE "S" TO WS-FIN-SUCURSALES
           END-READ.

       GUARDAR-SUCURSAL-KYC.
           IF WS-NUM-SUCURSALES < 50 AND SUM-CODIGO NOT = SPACES
              ADD 1 TO WS-NUM-SUCURSALES
              MOVE SUM-CODIGO TO WS-SUM-CODIGO(WS-NUM-SUCURSALES)
              MOVE SUM-ESTADO TO WS-SUM-ESTADO(WS-NUM-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL-KYC.

      * Meses hasta la proxima revision KYC por riesgo; sin archivo o
      * con valores en cero quedan 36 / 24 / 12 meses.
       CARGAR-PARAMETROS-KYC.
           OPEN INPUT parametros-kyc
           IF fs-parametros-kyc = "00"
              READ parametros-kyc
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PKY-MESES-BAJO NUMERIC AND PKY-MESES-BAJO > 0
                       MOVE PKY-MESES-BAJO TO WS-MESES-BAJO
                    END-IF
                    IF PKY-MESES-MEDIO NUMERIC
                       AND PKY-MESES-MEDIO > 0
                       MOVE PKY-MESES-MEDIO TO WS-MESES-MEDIO
                    END-IF
                    IF PKY-MESES-ALTO NUMERIC AND PKY-MESES-ALTO > 0
                       MOVE PKY-MESES-ALTO TO WS-MESES-ALTO
                    END-IF
              END-READ
              CLOSE parametros-kyc
           END-IF.

      ******************************************************************
      * Control del nombre de CLIENTE-ID / CLIENTE-NOMBRE contra la
      * lista. Cada entrada que coincide queda abierta en
      * coincidencias_sanciones.txt, salvo que ese cliente ya la
      * tenga registrada: abierta o verdadera sigue deteniendo, un
      * falso positivo decidido por cumplimiento ya no.
      * WS-SAN-COINCIDE queda en "S" si alguna entrada detiene.
      ******************************************************************
       CONTROLAR-SANCIONES.
           MOVE "N" TO WS-SAN-COINCIDE
           MOVE CLIENTE-NOMBRE TO WS-SAN-NOMBRE-ENTRADA
           CALL "normalizar-nombre" USING WS-SAN-NOMBRE-ENTRADA
                                          WS-SAN-NORMALIZADO-CLI
           IF WS-SAN-NORMALIZADO-CLI NOT = SPACES
              PERFORM COMPARAR-ENTRADA-SANCION
                  VARYING WS-SAN-I FROM 1 BY 1
                  UNTIL WS-SAN-I > WS-NUM-SANCIONES
           END-IF.

       COMPARAR-ENTRADA-SANCION.
           IF WS-SAN-NORMALIZADO(WS-SAN-I) = WS-SAN-NORMALIZADO-CLI
              PERFORM BUSCAR-DECISION-PREVIA
              EVALUATE WS-SAN-DECISION
                 WHEN "F"
                    CONTINUE
                 WHEN "A"
                 WHEN "V"
                    MOVE "S" TO WS-SAN-COINCIDE
                 WHEN OTHER
                    MOVE "S" TO WS-SAN-COINCIDE
                    PERFORM REGISTRAR-COINCIDENCIA
              END-EVALUATE
           END-IF.

      * Estado de la ultima coincidencia registrada para este cliente
      * y esta entrada de la lista (espacio si no hay ninguna).
       BUSCAR-DECISION-PREVIA.
           MOVE SPACE TO WS-SAN-DECISION
           MOVE "N" TO WS-FIN-COINCIDENCIAS
           OPEN INPUT coincidencias-file
           IF fs-coincidencias = "00"
              PERFORM LEER-COINCIDENCIA
              PERFORM COMPARAR-COINCIDENCIA
                  UNTIL WS-FIN-COINCIDENCIAS = "S"
              CLOSE coincidencias-file
           END-IF.

       LEER-COINCIDENCIA.
           READ coincidencias-file
                AT END MOVE "S" TO WS-FIN-COINCIDENCIAS
           END-READ.

       COMPARAR-COINCIDENCIA.
           IF SAN-CODIGO-CLIENTE = CLIENTE-ID
              AND SAN-LISTA-ID = WS-SAN-LISTA-ID(WS-SAN-I)
              MOVE SAN-ESTADO TO WS-SAN-DECISION
           END-IF
           PERFORM LEER-COINCIDENCIA.

       REGISTRAR-COINCIDENCIA.
           OPEN EXTEND coincidencias-file
           IF fs-coincidencias = "35"
              OPEN OUTPUT coincidencias-file
              CLOSE coincidencias-file
              OPEN EXTEND coincidencias-file
           END-IF
           MOVE SPACES TO coincidencia-registro
           MOVE "A" TO SAN-ESTADO
           MOVE WS-FECHA-PROCESO TO SAN-FECHA
           MOVE WS-SAN-ORIGEN TO SAN-ORIGEN
           MOVE CLIENTE-ID TO SAN-CODIGO-CLIENTE
           MOVE CLIENTE-NOMBRE TO SAN-NOMBRE-CLIENTE
           MOVE WS-SAN-CREADO TO SAN-CLIENTE-CREADO
           MOVE WS-SAN-LISTA-ID(WS-SAN-I) TO SAN-LISTA-ID
           MOVE WS-SAN-PROGRAMA(WS-SAN-I) TO SAN-LISTA-PROGRAMA
           MOVE WS-SAN-NOMBRE(WS-SAN-I) TO SAN-LISTA-NOMBRE
           MOVE WS-OPERADOR-ID TO SAN-OPERADOR-ALTA
           WRITE coincidencia-registro
           CLOSE coincidencias-file
           DISPLAY "Posible coincidencia: " WS-SAN-LISTA-ID(WS-SAN-I)
                   " " WS-SAN-PROGRAMA(WS-SAN-I)
           DISPLAY "   " WS-SAN-NOMBRE(WS-SAN-I)
           MOVE "WARN" TO error-severidad
           MOVE "CONTROLAR-SANCIONES" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Coincidencia con lista de sanciones, cliente "
                  DELIMITED BY SIZE
                  CLIENTE-ID DELIMITED BY SIZE
                  " entrada " DELIMITED BY SIZE
                  WS-SAN-LISTA-ID(WS-SAN-I) DELIMITED BY SPACE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       LISTAR-CLIENTES.
           MOVE "LISTAR CLIENTES" TO WS-ACC-OPCION
           DISPLAY "Nombre empieza con (vacío = todos): "
           ACCEPT WS-PREFIJO-NOMBRE
           MOVE SPACES TO WS-PATRON-NOMBRE
           DISPLAY "ID: " CLIENTE-ID
                   "  Nombre: " CLIENTE-NOMBRE
                   "  Telefono: " CLIENTE-TELEFONO
           PERFORM REGISTRAR-ACCESO-CLIENTE
           PERFORM FETCH-CLIENTE-CURSOR.

      * Un registro en la bitacora de accesos por cada cliente cuyos
      * datos se muestran, con la opcion cargada por quien consulta.
       REGISTRAR-ACCESO-CLIENTE.
           CALL "registrar-acceso" USING WS-OPERADOR-ID
                                         WS-ACC-PROGRAMA
                                         WS-ACC-OPCION
                                         CLIENTE-ID.

      * La exportacion acepta un filtro por ciudad o por rango de
      * codigos postales ahora que la direccion esta estructurada.
      * Enmascarada, la exportacion sale con telefono, correo y calle
      * parciales (enmascarar-datos) para equipos que no necesitan el
      * dato completo.
       EXPORTAR-CLIENTES.
           MOVE "N" TO WS-FIN-CURSOR
           DISPLAY "Exportar (T)odos, por (C)iudad o por (R)ango "
              WHEN OTHER
                 MOVE "T" TO WS-FILTRO-MODO
           END-EVALUATE
           DISPLAY "Enmascarar telefono, correo y calle (S/N): "
           ACCEPT WS-ENMASCARAR
           IF WS-ENMASCARAR NOT = "S"
              MOVE "N" TO WS-ENMASCARAR
           END-IF

           OPEN OUTPUT clientes-out
           IF fs-clientes-out NOT = "00"
           MOVE CLIENTE-CP        TO OUT-CLIENTE-CP
           MOVE CLIENTE-TELEFONO  TO OUT-CLIENTE-TELEFONO
           MOVE CLIENTE-EMAIL     TO OUT-CLIENTE-EMAIL
           IF WS-ENMASCARAR = "S"
              CALL "enmascarar-datos" USING OUT-CLIENTE-TELEFONO
                                            OUT-CLIENTE-EMAIL
                                            OUT-CLIENTE-CALLE
           END-IF
           WRITE clientes-out-registro
           PERFORM FETCH-CLIENTE-EXPORTAR.

      * cuentas menos prestamos) al pie.
      ******************************************************************
       POSICION-CONSOLIDADA.
           MOVE "POSICION CONSOLIDADA" TO WS-ACC-OPCION
           DISPLAY ID-CLIENTE
           ACCEPT CLIENTE-ID

              DISPLAY "Estado: " WS-ESTADO-ANTERIOR
                      "  Tel: " CLIENTE-TELEFONO
              DISPLAY "Email: " CLIENTE-EMAIL
              PERFORM REGISTRAR-ACCESO-CLIENTE
              PERFORM LISTAR-CUENTAS-POSICION
              PERFORM LISTAR-PRESTAMOS-POSICION
              PERFORM LISTAR-ULTIMOS-MOVIMIENTOS
