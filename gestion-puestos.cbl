      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de puestos aprobados
      *          (puestos.dat, ver PUESTO.CPY): cada puesto tiene su
      *          codigo, departamento, titulo, banda salarial y estado
      *          O=ocupado V=vacante C=congelado. Con firma de
      *          supervisor se dan de alta puestos (nacen vacantes),
      *          se cambia el titulo, la banda o el departamento de un
      *          puesto no ocupado, y se congela o descongela un
      *          puesto vacante. Ocupar y liberar no se hace aqui: lo
      *          hace GestionEmpleados en el alta, el reingreso, el
      *          traslado y la baja, por eso el supervisor toma el
      *          mismo bloqueo del maestro de empleados mientras
      *          trabaja. El reporte de puestos por departamento
      *          (puestos_rep.txt) muestra ocupados, vacantes con su
      *          antiguedad y congelados, con los totales de cada
      *          departamento; los demas roles solo listan y
      *          reportan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionPuestos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT puestos-file
            ASSIGN TO DYNAMIC WS-RUTA-PUESTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-puestos.

           SELECT valores-validos-file
            ASSIGN TO DYNAMIC WS-RUTA-VALORES-VALIDOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-valores-validos.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  puestos-file.
           COPY PUESTO.

       FD  valores-validos-file.
           COPY VALCTL.

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-puestos            PIC XX.
       01  fs-valores-validos    PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-PUESTOS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-VALORES-VALIDOS PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  fin-puestos           PIC X VALUE "N".
       01  fin-valores-validos   PIC X VALUE "N".
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

      * Bloqueo del maestro de empleados: solo lo toma el supervisor,
      * que es quien puede cambiar el maestro de puestos.
       01  WS-LOCK-FUNCION       PIC X.
       01  WS-LOCK-TIPO          PIC X(6)  VALUE "ONLINE".
       01  WS-LOCK-PROGRAMA      PIC X(20) VALUE "GestionPuestos".
       01  WS-LOCK-RESULTADO     PIC X.
       01  WS-LOCK-TITULAR       PIC X(46).
       01  WS-LOCK-TOMADO        PIC X VALUE "N".

      * Maestro completo en memoria: se lee una vez y se reescribe
      * solo si hubo cambios.
       01  WS-PUESTOS.
           05 WS-PUE-FILA OCCURS 1000 TIMES.
              10 WS-PUE-CODIGO   PIC X(6).
              10 WS-PUE-DEPTO    PIC X(15).
              10 WS-PUE-TITULO   PIC X(30).
              10 WS-PUE-MIN      PIC 9(7)V99.
              10 WS-PUE-MAX      PIC 9(7)V99.
              10 WS-PUE-ESTADO   PIC X.
              10 WS-PUE-EMP-ID   PIC 9(4).
              10 WS-PUE-FECHA    PIC X(10).
       01  WS-NUM-PUESTOS        PIC 9(4) VALUE 0.
       01  WS-MAESTRO-EXCEDIDO   PIC X VALUE "N".
       01  WS-HUBO-CAMBIOS       PIC X VALUE "N".
       01  WS-P                  PIC 9(4) VALUE 0.
       01  WS-IDX                PIC 9(4) VALUE 0.
       01  WS-CODIGO-PEDIDO      PIC X(6) VALUE SPACES.
       01  WS-CONFIRMA           PIC X VALUE "N".
       01  WS-ACCION             PIC X(10) VALUE SPACES.

      * Datos capturados en el alta y el cambio.
       01  WS-NUEVO-DEPTO        PIC X(15) VALUE SPACES.
       01  WS-NUEVO-TITULO       PIC X(30) VALUE SPACES.
       01  WS-NUEVO-MIN          PIC 9(7)V99 VALUE 0.
       01  WS-NUEVO-MAX          PIC 9(7)V99 VALUE 0.
       01  WS-DATOS-OK           PIC X VALUE "S".

      * Departamentos validos (registros "D" de valores_validos.txt);
      * sin catalogo cargado no se valida el departamento.
       01  WS-DEPTOS-TABLA.
           05 WS-DEPTO-VALIDO OCCURS 10 TIMES PIC X(15).
       01  WS-NUM-DEPTOS-VALIDOS PIC 99 VALUE 0.
       01  WS-IDX-DEPTO          PIC 99 VALUE 0.
       01  WS-DEPTO-OK           PIC X VALUE "N".

      * Reporte por departamento: departamentos en el orden en que
      * aparecen en el maestro y conteos por estado.
       01  WS-DEPTOS-REPORTE.
           05 WS-DEP-REP OCCURS 100 TIMES PIC X(15).
       01  WS-NUM-DEPTOS-REP     PIC 9(3) VALUE 0.
       01  WS-D                  PIC 9(3) VALUE 0.
       01  WS-DEP-HALLADO        PIC X VALUE "N".
       01  WS-DEPTO-ACTUAL       PIC X(15) VALUE SPACES.
       01  WS-CONTEOS-DEPTO.
           05 WS-DEP-OCUPADOS    PIC 9(4) VALUE 0.
           05 WS-DEP-VACANTES    PIC 9(4) VALUE 0.
           05 WS-DEP-CONGELADOS  PIC 9(4) VALUE 0.
       01  WS-CONTEOS-TOTAL.
           05 WS-TOT-OCUPADOS    PIC 9(4) VALUE 0.
           05 WS-TOT-VACANTES    PIC 9(4) VALUE 0.
           05 WS-TOT-CONGELADOS  PIC 9(4) VALUE 0.
       01  WS-OCUPADOS-ED        PIC ZZZ9.
       01  WS-VACANTES-ED        PIC ZZZ9.
       01  WS-CONGELADOS-ED      PIC ZZZ9.
       01  WS-ESTADO-TEXTO       PIC X(9) VALUE SPACES.
       01  WS-EMP-ED             PIC X(4) VALUE SPACES.
       01  WS-MIN-ED             PIC Z,ZZZ,ZZ9.99.
       01  WS-MAX-ED             PIC Z,ZZZ,ZZ9.99.

      * Antiguedad de la vacante sobre base 30/360.
       01  WS-FECHA-PARTES.
           05 WS-FEC-AAAA        PIC 9(4).
           05 FILLER             PIC X.
           05 WS-FEC-MM          PIC 9(2).
           05 FILLER             PIC X.
           05 WS-FEC-DD          PIC 9(2).
       01  WS-DIAS-HOY           PIC 9(7) VALUE 0.
       01  WS-DIAS-ESTADO        PIC 9(7) VALUE 0.
       01  WS-DIAS-VACANTE       PIC S9(7) VALUE 0.
       01  WS-DIAS-ED            PIC ZZZ9.
       01  WS-DIAS-TEXTO         PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM FIRMAR-OPERADOR.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       IF WS-OPERADOR-ROL = "3"
          PERFORM TOMAR-BLOQUEO-MAESTRO
       END-IF
       PERFORM CARGAR-PUESTOS.
       IF WS-MAESTRO-EXCEDIDO = "S"
          DISPLAY "El maestro de puestos supera los 1000 registros: "
                  "seguir reescribiria el archivo perdiendo puestos."
          MOVE "FATAL" TO error-severidad
          MOVE "CARGAR-PUESTOS" TO error-parrafo
          MOVE "puestos.dat supera los 1000 registros."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
          MOVE 1 TO RETURN-CODE
          PERFORM TERMINAR
       END-IF
       PERFORM CARGAR-DEPTOS-VALIDOS.
       PERFORM PROCESAR
           UNTIL continuar = "N".
       IF WS-HUBO-CAMBIOS = "S"
          PERFORM GUARDAR-PUESTOS
       END-IF
       PERFORM TERMINAR.

       RESOLVER-RUTAS.
           MOVE "puestos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PUESTOS
           MOVE "valores_validos.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-VALORES-VALIDOS
           MOVE "puestos_rep.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE.

       FIRMAR-OPERADOR.
           DISPLAY "ID de operador: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "Clave: "
           ACCEPT WS-OPERADOR-CLAVE
           CALL "validar-operador" USING WS-OPERADOR-ID
                                         WS-OPERADOR-CLAVE
                                         WS-OPERADOR-OK
                                         WS-OPERADOR-NOMBRE
                                         WS-OPERADOR-ROL
           IF WS-OPERADOR-OK NOT = "S"
              DISPLAY "Operador o clave invalidos."
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Sesion de: " WS-OPERADOR-NOMBRE.

      * Mientras el supervisor trabaja nadie ocupa ni libera puestos
      * desde GestionEmpleados, que toma el mismo bloqueo.
       TOMAR-BLOQUEO-MAESTRO.
           MOVE "B" TO WS-LOCK-FUNCION
           CALL "bloquear-maestro" USING WS-LOCK-FUNCION
                                         WS-LOCK-TIPO
                                         WS-LOCK-PROGRAMA
                                         WS-LOCK-RESULTADO
                                         WS-LOCK-TITULAR
           IF WS-LOCK-RESULTADO = "N"
              DISPLAY "El maestro de empleados esta en uso por: "
                      WS-LOCK-TITULAR
              DISPLAY "Intente de nuevo cuando termine."
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "S" TO WS-LOCK-TOMADO.

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Alta de puesto"
           DISPLAY "2. Modificar puesto"
           DISPLAY "3. Congelar o descongelar puesto"
           DISPLAY "4. Listar puestos"
           DISPLAY "5. Reporte de puestos por departamento"
           DISPLAY "6. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE TRUE
              WHEN WS-OPERADOR-ROL NOT = "3"
                   AND (opcion = "1" OR opcion = "2" OR opcion = "3")
                 DISPLAY "Opcion reservada al rol supervisor."
              WHEN OTHER
                 EVALUATE opcion
                     WHEN 1
                        PERFORM ALTA-PUESTO
                     WHEN 2
                        PERFORM MODIFICAR-PUESTO
                     WHEN 3
                        PERFORM CONGELAR-PUESTO
                     WHEN 4
                        PERFORM LISTAR-PUESTOS
                     WHEN 5
                        PERFORM REPORTE-PUESTOS
                     WHEN 6
                        MOVE "N" TO continuar
                     WHEN OTHER
                        DISPLAY "Opción inválida."
                 END-EVALUATE
           END-EVALUATE.

       CARGAR-PUESTOS.
           MOVE 0 TO WS-NUM-PUESTOS
           MOVE "N" TO fin-puestos
           OPEN INPUT puestos-file
           IF fs-puestos NOT = "00"
              DISPLAY "No hay maestro de puestos. Estado: " fs-puestos
           ELSE
              PERFORM LEER-PUESTO
              PERFORM GUARDAR-PUESTO-TABLA
                  UNTIL fin-puestos = "S"
              CLOSE puestos-file
           END-IF
           DISPLAY "Puestos cargados: " WS-NUM-PUESTOS.

       LEER-PUESTO.
           READ puestos-file
                AT END MOVE "S" TO fin-puestos
           END-READ.

       GUARDAR-PUESTO-TABLA.
           IF WS-NUM-PUESTOS < 1000
              ADD 1 TO WS-NUM-PUESTOS
              MOVE puesto-registro TO WS-PUE-FILA(WS-NUM-PUESTOS)
           ELSE
              MOVE "S" TO WS-MAESTRO-EXCEDIDO
           END-IF
           PERFORM LEER-PUESTO.

       CARGAR-DEPTOS-VALIDOS.
           MOVE 0 TO WS-NUM-DEPTOS-VALIDOS
           MOVE "N" TO fin-valores-validos
           OPEN INPUT valores-validos-file
           IF fs-valores-validos = "00"
              PERFORM LEER-VALOR-VALIDO
              PERFORM GUARDAR-DEPTO-VALIDO
                  UNTIL fin-valores-validos = "S"
              CLOSE valores-validos-file
           END-IF.

       LEER-VALOR-VALIDO.
           READ valores-validos-file
                AT END MOVE "S" TO fin-valores-validos
           END-READ.

       GUARDAR-DEPTO-VALIDO.
           IF VV-TIPO-REGISTRO = "D" AND WS-NUM-DEPTOS-VALIDOS < 10
              ADD 1 TO WS-NUM-DEPTOS-VALIDOS
              MOVE VV-CODIGO TO WS-DEPTO-VALIDO(WS-NUM-DEPTOS-VALIDOS)
           END-IF
           PERFORM LEER-VALOR-VALIDO.

       VALIDAR-DEPTO.
           MOVE "N" TO WS-DEPTO-OK
           IF WS-NUM-DEPTOS-VALIDOS = 0
              MOVE "S" TO WS-DEPTO-OK
           ELSE
              PERFORM COMPARAR-DEPTO-VALIDO
                  VARYING WS-IDX-DEPTO FROM 1 BY 1
                  UNTIL WS-IDX-DEPTO > WS-NUM-DEPTOS-VALIDOS
           END-IF.

       COMPARAR-DEPTO-VALIDO.
           IF WS-NUEVO-DEPTO = WS-DEPTO-VALIDO(WS-IDX-DEPTO)
              MOVE "S" TO WS-DEPTO-OK
           END-IF.

       BUSCAR-PUESTO.
           MOVE 0 TO WS-IDX
           PERFORM COMPARAR-PUESTO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PUESTOS OR WS-IDX > 0.

       COMPARAR-PUESTO.
           IF WS-PUE-CODIGO(WS-P) = WS-CODIGO-PEDIDO
              MOVE WS-P TO WS-IDX
           END-IF.

      * La banda tiene que tener un minimo y un maximo no menor.
       VALIDAR-BANDA.
           MOVE "S" TO WS-DATOS-OK
           IF WS-NUEVO-MIN = 0 OR WS-NUEVO-MAX < WS-NUEVO-MIN
              MOVE "N" TO WS-DATOS-OK
              DISPLAY "Banda salarial invalida: el minimo debe ser "
                      "mayor que cero y no superar al maximo."
           END-IF.

      ******************************************************************
      * Alta de puesto aprobado: nace vacante en la fecha de proceso.
      ******************************************************************
       ALTA-PUESTO.
           IF WS-NUM-PUESTOS >= 1000
              DISPLAY "El maestro de puestos esta lleno."
           ELSE
              DISPLAY "Codigo del puesto (6): "
              ACCEPT WS-CODIGO-PEDIDO
              PERFORM BUSCAR-PUESTO
              IF WS-CODIGO-PEDIDO = SPACES OR WS-IDX > 0
                 DISPLAY "Codigo en blanco o ya existente."
              ELSE
                 DISPLAY "Departamento: "
                 ACCEPT WS-NUEVO-DEPTO
                 DISPLAY "Titulo del puesto: "
                 ACCEPT WS-NUEVO-TITULO
                 DISPLAY "Salario minimo de la banda: "
                 ACCEPT WS-NUEVO-MIN
                 DISPLAY "Salario maximo de la banda: "
                 ACCEPT WS-NUEVO-MAX
                 PERFORM VALIDAR-DEPTO
                 PERFORM VALIDAR-BANDA
                 IF WS-DEPTO-OK = "N"
                    DISPLAY "Departamento invalido."
                 ELSE
                 IF WS-DATOS-OK = "S"
                    ADD 1 TO WS-NUM-PUESTOS
                    MOVE WS-NUM-PUESTOS TO WS-IDX
                    MOVE WS-CODIGO-PEDIDO TO WS-PUE-CODIGO(WS-IDX)
                    MOVE WS-NUEVO-DEPTO   TO WS-PUE-DEPTO(WS-IDX)
                    MOVE WS-NUEVO-TITULO  TO WS-PUE-TITULO(WS-IDX)
                    MOVE WS-NUEVO-MIN     TO WS-PUE-MIN(WS-IDX)
                    MOVE WS-NUEVO-MAX     TO WS-PUE-MAX(WS-IDX)
                    MOVE "V"              TO WS-PUE-ESTADO(WS-IDX)
                    MOVE 0                TO WS-PUE-EMP-ID(WS-IDX)
                    MOVE WS-FECHA-PROCESO TO WS-PUE-FECHA(WS-IDX)
                    MOVE "S" TO WS-HUBO-CAMBIOS
                    MOVE "ALTA" TO WS-ACCION
                    PERFORM REGISTRAR-CAMBIO-PUESTO
                    DISPLAY "Puesto dado de alta (vacante)."
                 END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Cambio de titulo, banda o departamento. Un puesto ocupado no
      * cambia de departamento: el ocupante se traslada desde
      * GestionEmpleados.
      ******************************************************************
       MODIFICAR-PUESTO.
           DISPLAY "Codigo del puesto: "
           ACCEPT WS-CODIGO-PEDIDO
           PERFORM BUSCAR-PUESTO
           IF WS-IDX = 0
              DISPLAY "No existe ese puesto."
           ELSE
              PERFORM MOSTRAR-PUESTO-ELEGIDO
              MOVE WS-PUE-DEPTO(WS-IDX)  TO WS-NUEVO-DEPTO
              MOVE WS-PUE-TITULO(WS-IDX) TO WS-NUEVO-TITULO
              MOVE WS-PUE-MIN(WS-IDX)    TO WS-NUEVO-MIN
              MOVE WS-PUE-MAX(WS-IDX)    TO WS-NUEVO-MAX
              DISPLAY "Titulo nuevo o vacio: "
              ACCEPT PUE-TITULO
              IF PUE-TITULO NOT = SPACES
                 MOVE PUE-TITULO TO WS-NUEVO-TITULO
              END-IF
              DISPLAY "Salario minimo nuevo o cero: "
              ACCEPT PUE-SALARIO-MIN
              IF PUE-SALARIO-MIN > 0
                 MOVE PUE-SALARIO-MIN TO WS-NUEVO-MIN
              END-IF
              DISPLAY "Salario maximo nuevo o cero: "
              ACCEPT PUE-SALARIO-MAX
              IF PUE-SALARIO-MAX > 0
                 MOVE PUE-SALARIO-MAX TO WS-NUEVO-MAX
              END-IF
              IF WS-PUE-ESTADO(WS-IDX) NOT = "O"
                 DISPLAY "Departamento nuevo o vacio: "
                 ACCEPT PUE-DEPARTAMENTO
                 IF PUE-DEPARTAMENTO NOT = SPACES
                    MOVE PUE-DEPARTAMENTO TO WS-NUEVO-DEPTO
                 END-IF
              END-IF
              PERFORM VALIDAR-DEPTO
              PERFORM VALIDAR-BANDA
              IF WS-DEPTO-OK = "N"
                 DISPLAY "Departamento invalido. Puesto sin cambios."
              ELSE
              IF WS-DATOS-OK = "N"
                 DISPLAY "Puesto sin cambios."
              ELSE
                 MOVE WS-NUEVO-DEPTO  TO WS-PUE-DEPTO(WS-IDX)
                 MOVE WS-NUEVO-TITULO TO WS-PUE-TITULO(WS-IDX)
                 MOVE WS-NUEVO-MIN    TO WS-PUE-MIN(WS-IDX)
                 MOVE WS-NUEVO-MAX    TO WS-PUE-MAX(WS-IDX)
                 MOVE "S" TO WS-HUBO-CAMBIOS
                 MOVE "CAMBIO" TO WS-ACCION
                 PERFORM REGISTRAR-CAMBIO-PUESTO
                 DISPLAY "Puesto modificado."
              END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Congelamiento: solo un puesto vacante se congela (un puesto
      * ocupado se congela cuando su ocupante se va); un congelado
      * vuelve a vacante. La fecha de estado se renueva.
      ******************************************************************
       CONGELAR-PUESTO.
           DISPLAY "Codigo del puesto: "
           ACCEPT WS-CODIGO-PEDIDO
           PERFORM BUSCAR-PUESTO
           IF WS-IDX = 0
              DISPLAY "No existe ese puesto."
           ELSE
              PERFORM MOSTRAR-PUESTO-ELEGIDO
              EVALUATE WS-PUE-ESTADO(WS-IDX)
                 WHEN "O"
                    DISPLAY "El puesto esta ocupado: no se puede "
                            "congelar hasta que quede vacante."
                 WHEN "V"
                    DISPLAY "Confirma congelar el puesto? (S/N): "
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = "S"
                       MOVE "C" TO WS-PUE-ESTADO(WS-IDX)
                       MOVE "CONGELADO" TO WS-ACCION
                    END-IF
                 WHEN OTHER
                    DISPLAY "Confirma descongelar el puesto? (S/N): "
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = "S"
                       MOVE "V" TO WS-PUE-ESTADO(WS-IDX)
                       MOVE "VACANTE" TO WS-ACCION
                    END-IF
              END-EVALUATE
              IF WS-PUE-ESTADO(WS-IDX) NOT = "O"
                 IF WS-CONFIRMA = "S"
                    MOVE WS-FECHA-PROCESO TO WS-PUE-FECHA(WS-IDX)
                    MOVE "S" TO WS-HUBO-CAMBIOS
                    PERFORM REGISTRAR-CAMBIO-PUESTO
                    DISPLAY "Estado del puesto: " WS-ACCION
                 ELSE
                    DISPLAY "No se cambio nada."
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-CONFIRMA.

       REGISTRAR-CAMBIO-PUESTO.
           MOVE "INFO" TO error-severidad
           MOVE "GestionPuestos" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Puesto " DELIMITED BY SIZE
                  WS-PUE-CODIGO(WS-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ACCION DELIMITED BY SPACE
                  " depto " DELIMITED BY SIZE
                  WS-PUE-DEPTO(WS-IDX) DELIMITED BY SPACE
                  " por " DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SPACE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG.

       MOSTRAR-PUESTO-ELEGIDO.
           MOVE WS-IDX TO WS-P
           PERFORM MOSTRAR-PUESTO.

       LISTAR-PUESTOS.
           PERFORM MOSTRAR-PUESTO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PUESTOS
           DISPLAY "Puestos en el maestro: " WS-NUM-PUESTOS.

       MOSTRAR-PUESTO.
           MOVE WS-PUE-MIN(WS-P) TO WS-MIN-ED
           MOVE WS-PUE-MAX(WS-P) TO WS-MAX-ED
           DISPLAY WS-PUE-CODIGO(WS-P) " " WS-PUE-DEPTO(WS-P)
                   " " WS-PUE-TITULO(WS-P)
           DISPLAY "       Banda: " WS-MIN-ED " a " WS-MAX-ED
                   " Estado: " WS-PUE-ESTADO(WS-P)
                   " Emp: " WS-PUE-EMP-ID(WS-P)
                   " Desde: " WS-PUE-FECHA(WS-P).

       GUARDAR-PUESTOS.
           OPEN OUTPUT puestos-file
           PERFORM ESCRIBIR-PUESTO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PUESTOS
           CLOSE puestos-file.

       ESCRIBIR-PUESTO.
           MOVE WS-PUE-FILA(WS-P) TO puesto-registro
           WRITE puesto-registro.

      ******************************************************************
      * Reporte de puestos por departamento: cada puesto con su estado
      * (los vacantes con los dias que llevan vacantes), y por
      * departamento y en total los ocupados, vacantes y congelados.
      ******************************************************************
       REPORTE-PUESTOS.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           COMPUTE WS-DIAS-HOY = WS-FEC-AAAA * 360
                   + WS-FEC-MM * 30 + WS-FEC-DD
           MOVE 0 TO WS-TOT-OCUPADOS
           MOVE 0 TO WS-TOT-VACANTES
           MOVE 0 TO WS-TOT-CONGELADOS
           MOVE 0 TO WS-NUM-DEPTOS-REP
           PERFORM ANOTAR-DEPTO-REPORTE
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PUESTOS
           OPEN OUTPUT reporte-out
           MOVE "PUESTOS APROBADOS POR DEPARTAMENTO" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "Codigo Titulo                         Estado    "
                  DELIMITED BY SIZE
                  "Desde      Dias Emp   Banda minima  Banda maxima"
                  DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "GestionPuestos" TO REP-PROGRAMA
           MOVE WS-OPERADOR-ID TO REP-OPERADOR
           PERFORM REP-INICIAR
           PERFORM REPORTAR-DEPARTAMENTO
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DEPTOS-REP
           MOVE WS-TOT-OCUPADOS   TO WS-OCUPADOS-ED
           MOVE WS-TOT-VACANTES   TO WS-VACANTES-ED
           MOVE WS-TOT-CONGELADOS TO WS-CONGELADOS-ED
           MOVE SPACES TO REP-DETALLE
           STRING "TOTAL GENERAL   Ocupados: " DELIMITED BY SIZE
                  WS-OCUPADOS-ED DELIMITED BY SIZE
                  "  Vacantes: " DELIMITED BY SIZE
                  WS-VACANTES-ED DELIMITED BY SIZE
                  "  Congelados: " DELIMITED BY SIZE
                  WS-CONGELADOS-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Reporte generado en puestos_rep.txt".

       ANOTAR-DEPTO-REPORTE.
           MOVE "N" TO WS-DEP-HALLADO
           PERFORM COMPARAR-DEPTO-REPORTE
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DEPTOS-REP
           IF WS-DEP-HALLADO = "N" AND WS-NUM-DEPTOS-REP < 100
              ADD 1 TO WS-NUM-DEPTOS-REP
              MOVE WS-PUE-DEPTO(WS-P) TO WS-DEP-REP(WS-NUM-DEPTOS-REP)
           END-IF.

       COMPARAR-DEPTO-REPORTE.
           IF WS-DEP-REP(WS-D) = WS-PUE-DEPTO(WS-P)
              MOVE "S" TO WS-DEP-HALLADO
           END-IF.

       REPORTAR-DEPARTAMENTO.
           MOVE WS-DEP-REP(WS-D) TO WS-DEPTO-ACTUAL
           MOVE 0 TO WS-DEP-OCUPADOS
           MOVE 0 TO WS-DEP-VACANTES
           MOVE 0 TO WS-DEP-CONGELADOS
           MOVE SPACES TO REP-DETALLE
           STRING "Departamento: " DELIMITED BY SIZE
                  WS-DEPTO-ACTUAL DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REPORTAR-PUESTO
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-NUM-PUESTOS
           MOVE WS-DEP-OCUPADOS   TO WS-OCUPADOS-ED
           MOVE WS-DEP-VACANTES   TO WS-VACANTES-ED
           MOVE WS-DEP-CONGELADOS TO WS-CONGELADOS-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Total " DELIMITED BY SIZE
                  WS-DEPTO-ACTUAL DELIMITED BY SIZE
                  " Ocupados: " DELIMITED BY SIZE
                  WS-OCUPADOS-ED DELIMITED BY SIZE
                  "  Vacantes: " DELIMITED BY SIZE
                  WS-VACANTES-ED DELIMITED BY SIZE
                  "  Congelados: " DELIMITED BY SIZE
                  WS-CONGELADOS-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           MOVE SPACES TO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           ADD WS-DEP-OCUPADOS   TO WS-TOT-OCUPADOS
           ADD WS-DEP-VACANTES   TO WS-TOT-VACANTES
           ADD WS-DEP-CONGELADOS TO WS-TOT-CONGELADOS.

       REPORTAR-PUESTO.
           IF WS-PUE-DEPTO(WS-P) = WS-DEPTO-ACTUAL
              MOVE SPACES TO WS-EMP-ED
              MOVE SPACES TO WS-DIAS-TEXTO
              EVALUATE WS-PUE-ESTADO(WS-P)
                 WHEN "O"
                    MOVE "OCUPADO" TO WS-ESTADO-TEXTO
                    MOVE WS-PUE-EMP-ID(WS-P) TO WS-EMP-ED
                    ADD 1 TO WS-DEP-OCUPADOS
                 WHEN "V"
                    MOVE "VACANTE" TO WS-ESTADO-TEXTO
                    PERFORM CALCULAR-DIAS-VACANTE
                    ADD 1 TO WS-DEP-VACANTES
                 WHEN OTHER
                    MOVE "CONGELADO" TO WS-ESTADO-TEXTO
                    ADD 1 TO WS-DEP-CONGELADOS
              END-EVALUATE
              MOVE WS-PUE-MIN(WS-P) TO WS-MIN-ED
              MOVE WS-PUE-MAX(WS-P) TO WS-MAX-ED
              MOVE SPACES TO REP-DETALLE
              STRING WS-PUE-CODIGO(WS-P) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PUE-TITULO(WS-P) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ESTADO-TEXTO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PUE-FECHA(WS-P) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DIAS-TEXTO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-EMP-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MIN-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MAX-ED DELIMITED BY SIZE
                     INTO REP-DETALLE
              PERFORM REP-ESCRIBIR-DETALLE
           END-IF.

       CALCULAR-DIAS-VACANTE.
           MOVE WS-PUE-FECHA(WS-P) TO WS-FECHA-PARTES
           IF WS-FEC-AAAA IS NUMERIC AND WS-FEC-MM IS NUMERIC
              AND WS-FEC-DD IS NUMERIC
              COMPUTE WS-DIAS-ESTADO = WS-FEC-AAAA * 360
                      + WS-FEC-MM * 30 + WS-FEC-DD
              COMPUTE WS-DIAS-VACANTE = WS-DIAS-HOY - WS-DIAS-ESTADO
              IF WS-DIAS-VACANTE < 0
                 MOVE 0 TO WS-DIAS-VACANTE
              END-IF
              MOVE WS-DIAS-VACANTE TO WS-DIAS-ED
              MOVE WS-DIAS-ED TO WS-DIAS-TEXTO
           END-IF.

       TERMINAR.
           IF WS-LOCK-TOMADO = "S"
              MOVE "L" TO WS-LOCK-FUNCION
              CALL "bloquear-maestro" USING WS-LOCK-FUNCION
                                            WS-LOCK-TIPO
                                            WS-LOCK-PROGRAMA
                                            WS-LOCK-RESULTADO
                                            WS-LOCK-TITULAR
           END-IF
           STOP RUN.

           COPY REPPROC.

       END PROGRAM GestionPuestos.
