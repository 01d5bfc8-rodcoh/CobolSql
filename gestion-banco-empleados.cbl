      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de los datos bancarios de los empleados
      *          (empleados_banco.dat, ver EMPBAN.CPY), que es de donde
      *          TransferenciasBanco toma la cuenta de cada sueldo.
      *          Alta, cambio, consulta y baja. El empleado tiene que
      *          existir en el maestro de empleados; el banco tiene que
      *          figurar activo en el maestro de bancos (bancos.dat,
      *          ver BANCOS.CPY) y la cuenta tiene que tener el largo
      *          de ese banco, solo digitos, y su digito verificador
      *          correcto. Todo alta o cambio de banco o cuenta
      *          requiere la firma de un segundo operador con rol
      *          supervisor, distinto del que teclea, antes de
      *          grabarse; la baja la hace un supervisor. Cada cambio
      *          queda en empleados_banco_aud.txt con los valores
      *          anteriores y nuevos, el operador y el autorizante.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionBancoEmpleados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT banco-datos
            ASSIGN TO DYNAMIC WS-RUTA-BANCO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-banco.

           SELECT bancos-maestro
            ASSIGN TO DYNAMIC WS-RUTA-BANCOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-bancos.

           SELECT banco-auditoria
            ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-auditoria.

           SELECT empleados-archivo
            ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS emp-id
            FILE STATUS IS fs-empleados.

       DATA DIVISION.
       FILE SECTION.
       FD  banco-datos.
           COPY EMPBAN.

       FD  bancos-maestro.
           COPY BANCOS.

       FD  banco-auditoria.
       01  banco-auditoria-registro.
           05 BAU-FECHA          PIC X(10).
           05 BAU-HORA           PIC X(8).
           05 BAU-OPERACION      PIC X(10).   *> ALTA/CAMBIO/BAJA
           05 BAU-EMP-ID         PIC 9(4).
           05 BAU-BANCO-ANTES    PIC X(10).
           05 BAU-CUENTA-ANTES   PIC X(20).
           05 BAU-BANCO-DESPUES  PIC X(10).
           05 BAU-CUENTA-DESPUES PIC X(20).
           05 BAU-OPERADOR       PIC X(8).
           05 BAU-AUTORIZANTE    PIC X(8).

       FD  empleados-archivo.
       01  empleado-registro.
           05 emp-id           PIC 9(4).        *> ID del empleado
           05 emp-nombre       PIC X(30).       *> Nombre del empleado
           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-banco              PIC XX.
       01  fs-bancos             PIC XX.
       01  fs-auditoria          PIC XX.
       01  fs-empleados          PIC XX.
       01  WS-RUTA-BANCO         PIC X(120) VALUE SPACES.
       01  WS-RUTA-BANCOS        PIC X(120) VALUE SPACES.
       01  WS-RUTA-AUDITORIA     PIC X(120) VALUE SPACES.
       01  WS-RUTA-EMPLEADOS     PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.

      * Control dual: el alta y el cambio de banco o cuenta se graban
      * solo con la firma de un segundo operador con rol supervisor,
      * distinto del que teclea; su ID queda en la auditoria.
       01  WS-AUTORIZANTE-ID     PIC X(8)  VALUE SPACES.
       01  WS-AUTORIZANTE-CLAVE  PIC X(20) VALUE SPACES.
       01  WS-AUTORIZANTE-OK     PIC X     VALUE "N".
       01  WS-AUTORIZANTE-NOMBRE PIC X(30) VALUE SPACES.
       01  WS-AUTORIZANTE-ROL    PIC X     VALUE SPACE.
       01  WS-CAMBIO-AUTORIZADO  PIC X     VALUE "N".

       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.
       01  WS-FIN-ARCHIVO        PIC X VALUE "N".
       01  WS-MAESTRO-EMP-OK     PIC X VALUE "N".
       01  WS-EMP-ENCONTRADO     PIC X VALUE "N".
       01  WS-CONFIRMA           PIC X VALUE "N".

      * Datos bancarios en memoria, con el mismo tope de filas que
      * carga TransferenciasBanco.
       01  WS-DATOS-BANCO.
           05 WS-BAN-FILA OCCURS 200 TIMES.
              10 WS-BAN-EMP-ID   PIC 9(4).
              10 WS-BAN-BANCO    PIC X(10).
              10 WS-BAN-CUENTA   PIC X(20).
       01  WS-NUM-DATOS          PIC 9(3) VALUE 0.
       01  WS-DATOS-EXCEDIDOS    PIC X VALUE "N".
       01  WS-I                  PIC 9(3) VALUE 0.
       01  WS-IDX                PIC 9(3) VALUE 0.
       01  WS-EMP-ID-PEDIDO      PIC 9(4) VALUE 0.

       01  WS-BANCOS.
           05 WS-BCO-FILA OCCURS 100 TIMES.
              10 WS-BCO-CODIGO   PIC X(10).
              10 WS-BCO-NOMBRE   PIC X(30).
              10 WS-BCO-LARGO    PIC 9(2).
              10 WS-BCO-DIGITO   PIC X.
              10 WS-BCO-ESTADO   PIC X.
       01  WS-NUM-BANCOS         PIC 9(3) VALUE 0.
       01  WS-B                  PIC 9(3) VALUE 0.
       01  WS-BCO-IDX            PIC 9(3) VALUE 0.

      * Valores anteriores y nuevos del registro que se trabaja.
       01  WS-BANCO-ANTES        PIC X(10) VALUE SPACES.
       01  WS-CUENTA-ANTES       PIC X(20) VALUE SPACES.
       01  WS-BANCO-NUEVO        PIC X(10) VALUE SPACES.
       01  WS-CUENTA-NUEVA       PIC X(20) VALUE SPACES.
       01  WS-OPERACION-AUD      PIC X(10) VALUE SPACES.

      * Validacion de la cuenta y digito verificador.
       01  WS-CUENTA-OK          PIC X VALUE "N".
       01  WS-LARGO-CUENTA       PIC 9(2) VALUE 0.
       01  WS-K                  PIC 9(2) VALUE 0.
       01  WS-DIGITO             PIC 9 VALUE 0.
       01  WS-DIGITO-CUENTA      PIC 9 VALUE 0.
       01  WS-PESO               PIC 9 VALUE 0.
       01  WS-PRODUCTO           PIC 9(2) VALUE 0.
       01  WS-SUMA-DV            PIC 9(5) VALUE 0.
       01  WS-COCIENTE-DV        PIC 9(5) VALUE 0.
       01  WS-RESTO-DV           PIC 9(2) VALUE 0.
       01  WS-DV-CALCULADO       PIC 9(2) VALUE 0.
       01  WS-DOBLAR             PIC X VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM FIRMAR-OPERADOR.
       PERFORM CARGAR-BANCOS.
       PERFORM CARGAR-DATOS-BANCARIOS.
       IF WS-DATOS-EXCEDIDOS = "S"
          DISPLAY "empleados_banco.dat supera las 200 filas: seguir "
                  "reescribiria el archivo perdiendo datos."
          MOVE "FATAL" TO error-severidad
          MOVE "CARGAR-DATOS-BANCARIOS" TO error-parrafo
          MOVE "empleados_banco.dat supera las 200 filas."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
          MOVE 1 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM ABRIR-ARCHIVOS.
       PERFORM PROCESAR
           UNTIL continuar = "N".
       PERFORM CERRAR-ARCHIVOS.
       STOP RUN.

       RESOLVER-RUTAS.
           MOVE "empleados_banco.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BANCO
           MOVE "bancos.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-BANCOS
           MOVE "empleados_banco_aud.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-AUDITORIA
           MOVE "empleados.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-EMPLEADOS.

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

       ACEPTAR-FECHA-HORA.
           ACCEPT fecha-error FROM DATE YYYYMMDD
           ACCEPT hora-error  FROM TIME.

       ESCRIBIR-ERROR-LOG.
           CALL "registrar-error" USING error-severidad
                                        error-parrafo
                                        mensaje-error
                                        fecha-error
                                        hora-error.

      * La auditoria se abre en EXTEND (se crea si no existe); el
      * maestro de empleados solo se consulta por clave.
       ABRIR-ARCHIVOS.
           OPEN EXTEND banco-auditoria
           IF fs-auditoria = "35"
              OPEN OUTPUT banco-auditoria
              CLOSE banco-auditoria
              OPEN EXTEND banco-auditoria
           END-IF
           OPEN INPUT empleados-archivo
           IF fs-empleados = "00"
              MOVE "S" TO WS-MAESTRO-EMP-OK
           ELSE
              MOVE "N" TO WS-MAESTRO-EMP-OK
              DISPLAY "No se pudo abrir el maestro de empleados. "
                      "Estado: " fs-empleados
              DISPLAY "Sin el maestro no se admiten altas."
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE banco-auditoria
           IF WS-MAESTRO-EMP-OK = "S"
              CLOSE empleados-archivo
           END-IF.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Alta de datos bancarios"
           DISPLAY "2. Cambio de banco o cuenta"
           DISPLAY "3. Consulta de datos bancarios"
           DISPLAY "4. Baja de datos bancarios"
           DISPLAY "5. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE opcion
               WHEN 1
                  PERFORM ALTA-DATOS-BANCARIOS
               WHEN 2
                  PERFORM CAMBIO-DATOS-BANCARIOS
               WHEN 3
                  PERFORM CONSULTA-DATOS-BANCARIOS
               WHEN 4
                  IF WS-OPERADOR-ROL = "3"
                     PERFORM BAJA-DATOS-BANCARIOS
                  ELSE
                     DISPLAY "Opcion reservada al rol supervisor."
                  END-IF
               WHEN 5
                  MOVE "N" TO continuar
               WHEN OTHER
                  DISPLAY "Opción inválida."
           END-EVALUATE.

       CARGAR-BANCOS.
           MOVE 0 TO WS-NUM-BANCOS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT bancos-maestro
           IF fs-bancos NOT = "00"
              DISPLAY "No se pudo abrir bancos.dat. Estado: " fs-bancos
              DISPLAY "Sin maestro de bancos no se admiten altas ni "
                      "cambios."
           ELSE
              PERFORM LEER-BANCO-MAESTRO
              PERFORM GUARDAR-BANCO-TABLA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE bancos-maestro
           END-IF.

       LEER-BANCO-MAESTRO.
           READ bancos-maestro
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-BANCO-TABLA.
           IF WS-NUM-BANCOS < 100
              ADD 1 TO WS-NUM-BANCOS
              MOVE banco-maestro-registro
                TO WS-BCO-FILA(WS-NUM-BANCOS)
           END-IF
           PERFORM LEER-BANCO-MAESTRO.

       CARGAR-DATOS-BANCARIOS.
           MOVE 0 TO WS-NUM-DATOS
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT banco-datos
           IF fs-banco NOT = "00"
              DISPLAY "No hay datos bancarios cargados. Estado: "
                      fs-banco
           ELSE
              PERFORM LEER-DATO-BANCARIO
              PERFORM GUARDAR-DATO-TABLA
                  UNTIL WS-FIN-ARCHIVO = "S"
              CLOSE banco-datos
           END-IF
           DISPLAY "Empleados con datos bancarios: " WS-NUM-DATOS.

       LEER-DATO-BANCARIO.
           READ banco-datos
                AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-DATO-TABLA.
           IF WS-NUM-DATOS < 200
              ADD 1 TO WS-NUM-DATOS
              MOVE banco-registro TO WS-BAN-FILA(WS-NUM-DATOS)
           ELSE
              MOVE "S" TO WS-DATOS-EXCEDIDOS
           END-IF
           PERFORM LEER-DATO-BANCARIO.

      * El archivo se reescribe despues de cada cambio aplicado, para
      * que lo grabado coincida siempre con la auditoria.
       GUARDAR-DATOS-BANCARIOS.
           OPEN OUTPUT banco-datos
           IF fs-banco NOT = "00"
              DISPLAY "No se pudo grabar empleados_banco.dat. Estado: "
                      fs-banco
              MOVE "ERROR" TO error-severidad
              MOVE "GUARDAR-DATOS-BANCARIOS" TO error-parrafo
              MOVE "No se pudo grabar empleados_banco.dat."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           ELSE
              PERFORM ESCRIBIR-DATO-BANCARIO
                  VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-NUM-DATOS
              CLOSE banco-datos
           END-IF.

       ESCRIBIR-DATO-BANCARIO.
           MOVE WS-BAN-FILA(WS-I) TO banco-registro
           WRITE banco-registro.

       BUSCAR-DATO-EMPLEADO.
           MOVE 0 TO WS-IDX
           PERFORM COMPARAR-DATO-EMPLEADO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-DATOS OR WS-IDX > 0.

       COMPARAR-DATO-EMPLEADO.
           IF WS-BAN-EMP-ID(WS-I) = WS-EMP-ID-PEDIDO
              MOVE WS-I TO WS-IDX
           END-IF.

       LEER-EMPLEADO.
           MOVE "N" TO WS-EMP-ENCONTRADO
           MOVE SPACES TO emp-nombre
           IF WS-MAESTRO-EMP-OK = "S"
              MOVE WS-EMP-ID-PEDIDO TO emp-id
              READ empleados-archivo KEY IS emp-id
                   INVALID KEY MOVE "N" TO WS-EMP-ENCONTRADO
                   NOT INVALID KEY MOVE "S" TO WS-EMP-ENCONTRADO
              END-READ
           END-IF.

       BUSCAR-BANCO.
           MOVE 0 TO WS-BCO-IDX
           PERFORM COMPARAR-BANCO
               VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > WS-NUM-BANCOS OR WS-BCO-IDX > 0.

       COMPARAR-BANCO.
           IF WS-BCO-CODIGO(WS-B) = WS-BANCO-NUEVO
              MOVE WS-B TO WS-BCO-IDX
           END-IF.

      ******************************************************************
      * Alta: el empleado existe en el maestro y todavia no tiene
      * datos bancarios; banco y cuenta validos y firma del segundo
      * operador.
      ******************************************************************
       ALTA-DATOS-BANCARIOS.
           IF WS-NUM-DATOS >= 200
              DISPLAY "empleados_banco.dat esta lleno (200 filas)."
           ELSE
              DISPLAY "ID del empleado (4 dígitos): "
              ACCEPT WS-EMP-ID-PEDIDO
              PERFORM BUSCAR-DATO-EMPLEADO
              PERFORM LEER-EMPLEADO
              IF WS-IDX > 0
                 DISPLAY "El empleado ya tiene datos bancarios: use "
                         "el cambio."
              ELSE
              IF WS-EMP-ENCONTRADO = "N"
                 DISPLAY "El empleado no existe en el maestro de "
                         "empleados."
              ELSE
                 DISPLAY "Empleado: " emp-nombre
                 DISPLAY "Codigo de banco: "
                 ACCEPT WS-BANCO-NUEVO
                 DISPLAY "Numero de cuenta: "
                 ACCEPT WS-CUENTA-NUEVA
                 PERFORM VALIDAR-CUENTA
                 IF WS-CUENTA-OK = "S"
                    PERFORM AUTORIZAR-CAMBIO
                    IF WS-CAMBIO-AUTORIZADO = "S"
                       ADD 1 TO WS-NUM-DATOS
                       MOVE WS-NUM-DATOS TO WS-IDX
                       MOVE WS-EMP-ID-PEDIDO
                         TO WS-BAN-EMP-ID(WS-IDX)
                       MOVE WS-BANCO-NUEVO  TO WS-BAN-BANCO(WS-IDX)
                       MOVE WS-CUENTA-NUEVA TO WS-BAN-CUENTA(WS-IDX)
                       PERFORM GUARDAR-DATOS-BANCARIOS
                       MOVE "ALTA"   TO WS-OPERACION-AUD
                       MOVE SPACES   TO WS-BANCO-ANTES
                       MOVE SPACES   TO WS-CUENTA-ANTES
                       PERFORM ESCRIBIR-AUDITORIA
                       DISPLAY "Datos bancarios dados de alta."
                    ELSE
                       DISPLAY "Sin autorizacion: no se grabo nada."
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Cambio de banco o cuenta (en blanco se conserva el actual);
      * se valida el par resultante y se exige el segundo operador.
      ******************************************************************
       CAMBIO-DATOS-BANCARIOS.
           DISPLAY "ID del empleado: "
           ACCEPT WS-EMP-ID-PEDIDO
           PERFORM BUSCAR-DATO-EMPLEADO
           IF WS-IDX = 0
              DISPLAY "El empleado no tiene datos bancarios: use el "
                      "alta."
           ELSE
              PERFORM MOSTRAR-DATO-BANCARIO
              MOVE WS-BAN-BANCO(WS-IDX)  TO WS-BANCO-ANTES
              MOVE WS-BAN-CUENTA(WS-IDX) TO WS-CUENTA-ANTES
              DISPLAY "Codigo de banco nuevo o vacio: "
              ACCEPT WS-BANCO-NUEVO
              IF WS-BANCO-NUEVO = SPACES
                 MOVE WS-BANCO-ANTES TO WS-BANCO-NUEVO
              END-IF
              DISPLAY "Numero de cuenta nuevo o vacio: "
              ACCEPT WS-CUENTA-NUEVA
              IF WS-CUENTA-NUEVA = SPACES
                 MOVE WS-CUENTA-ANTES TO WS-CUENTA-NUEVA
              END-IF
              IF WS-BANCO-NUEVO = WS-BANCO-ANTES
                 AND WS-CUENTA-NUEVA = WS-CUENTA-ANTES
                 DISPLAY "Sin cambios."
              ELSE
                 PERFORM VALIDAR-CUENTA
                 IF WS-CUENTA-OK = "S"
                    PERFORM AUTORIZAR-CAMBIO
                    IF WS-CAMBIO-AUTORIZADO = "S"
                       MOVE WS-BANCO-NUEVO  TO WS-BAN-BANCO(WS-IDX)
                       MOVE WS-CUENTA-NUEVA TO WS-BAN-CUENTA(WS-IDX)
                       PERFORM GUARDAR-DATOS-BANCARIOS
                       MOVE "CAMBIO" TO WS-OPERACION-AUD
                       PERFORM ESCRIBIR-AUDITORIA
                       DISPLAY "Datos bancarios modificados."
                    ELSE
                       DISPLAY "Sin autorizacion: no se grabo nada."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CONSULTA-DATOS-BANCARIOS.
           DISPLAY "ID del empleado: "
           ACCEPT WS-EMP-ID-PEDIDO
           PERFORM BUSCAR-DATO-EMPLEADO
           PERFORM LEER-EMPLEADO
           IF WS-EMP-ENCONTRADO = "S"
              DISPLAY "Empleado: " emp-nombre " " emp-departamento
           ELSE
              DISPLAY "El empleado no figura en el maestro de "
                      "empleados."
           END-IF
           IF WS-IDX = 0
              DISPLAY "Sin datos bancarios: el sueldo no se "
                      "transfiere."
           ELSE
              PERFORM MOSTRAR-DATO-BANCARIO
           END-IF.

       MOSTRAR-DATO-BANCARIO.
           MOVE WS-BAN-BANCO(WS-IDX) TO WS-BANCO-NUEVO
           PERFORM BUSCAR-BANCO
           IF WS-BCO-IDX > 0
              DISPLAY "Banco: " WS-BAN-BANCO(WS-IDX) " "
                      WS-BCO-NOMBRE(WS-BCO-IDX)
           ELSE
              DISPLAY "Banco: " WS-BAN-BANCO(WS-IDX)
                      " (no figura en el maestro de bancos)"
           END-IF
           DISPLAY "Cuenta: " WS-BAN-CUENTA(WS-IDX).

      ******************************************************************
      * Baja (solo supervisor): el empleado deja de cobrar por
      * transferencia hasta que se le carguen datos nuevos.
      ******************************************************************
       BAJA-DATOS-BANCARIOS.
           DISPLAY "ID del empleado: "
           ACCEPT WS-EMP-ID-PEDIDO
           PERFORM BUSCAR-DATO-EMPLEADO
           IF WS-IDX = 0
              DISPLAY "El empleado no tiene datos bancarios."
           ELSE
              PERFORM MOSTRAR-DATO-BANCARIO
              DISPLAY "Confirma la baja? (S/N): "
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA = "S"
                 MOVE WS-BAN-BANCO(WS-IDX)  TO WS-BANCO-ANTES
                 MOVE WS-BAN-CUENTA(WS-IDX) TO WS-CUENTA-ANTES
                 PERFORM CORRER-FILA
                     VARYING WS-I FROM WS-IDX BY 1
                     UNTIL WS-I >= WS-NUM-DATOS
                 SUBTRACT 1 FROM WS-NUM-DATOS
                 PERFORM GUARDAR-DATOS-BANCARIOS
                 MOVE "BAJA"   TO WS-OPERACION-AUD
                 MOVE SPACES   TO WS-BANCO-NUEVO
                 MOVE SPACES   TO WS-CUENTA-NUEVA
                 MOVE SPACES   TO WS-AUTORIZANTE-ID
                 PERFORM ESCRIBIR-AUDITORIA
                 DISPLAY "Datos bancarios dados de baja."
              ELSE
                 DISPLAY "No se cambio nada."
              END-IF
           END-IF.

       CORRER-FILA.
           MOVE WS-BAN-FILA(WS-I + 1) TO WS-BAN-FILA(WS-I).

      ******************************************************************
      * Validacion de banco y cuenta: banco activo en el maestro,
      * cuenta de solo digitos con el largo del banco y digito
      * verificador (el ultimo) segun el metodo del banco.
      ******************************************************************
       VALIDAR-CUENTA.
           MOVE "N" TO WS-CUENTA-OK
           PERFORM BUSCAR-BANCO
           MOVE 0 TO WS-LARGO-CUENTA
           PERFORM MEDIR-CUENTA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 20
           EVALUATE TRUE
              WHEN WS-BCO-IDX = 0
                 DISPLAY "El banco " WS-BANCO-NUEVO
                         " no figura en el maestro de bancos."
              WHEN WS-BCO-ESTADO(WS-BCO-IDX) NOT = "A"
                 DISPLAY "El banco " WS-BANCO-NUEVO
                         " esta dado de baja."
              WHEN WS-LARGO-CUENTA NOT = WS-BCO-LARGO(WS-BCO-IDX)
                 DISPLAY "La cuenta debe tener "
                         WS-BCO-LARGO(WS-BCO-IDX)
                         " digitos para el banco " WS-BANCO-NUEVO
              WHEN WS-CUENTA-NUEVA(1:WS-LARGO-CUENTA) IS NOT NUMERIC
                 DISPLAY "La cuenta solo admite digitos."
              WHEN OTHER
                 PERFORM VERIFICAR-DIGITO
           END-EVALUATE
           IF WS-CUENTA-OK = "N"
              MOVE "WARN" TO error-severidad
              MOVE "VALIDAR-CUENTA" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Cuenta bancaria rechazada para emp-id "
                     DELIMITED BY SIZE
                     WS-EMP-ID-PEDIDO DELIMITED BY SIZE
                     " banco " DELIMITED BY SIZE
                     WS-BANCO-NUEVO DELIMITED BY SPACE
                     " por " DELIMITED BY SIZE
                     WS-OPERADOR-ID DELIMITED BY SPACE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

      * Largo de la cuenta: posicion del ultimo caracter no blanco.
       MEDIR-CUENTA.
           IF WS-CUENTA-NUEVA(WS-K:1) NOT = SPACE
              MOVE WS-K TO WS-LARGO-CUENTA
           END-IF.

       VERIFICAR-DIGITO.
           MOVE WS-CUENTA-NUEVA(WS-LARGO-CUENTA:1) TO WS-DIGITO-CUENTA
           MOVE 0 TO WS-SUMA-DV
           EVALUATE WS-BCO-DIGITO(WS-BCO-IDX)
              WHEN "M"
                 MOVE 2 TO WS-PESO
                 PERFORM SUMAR-MODULO-11
                     VARYING WS-K FROM WS-LARGO-CUENTA BY -1
                     UNTIL WS-K < 2
                 DIVIDE WS-SUMA-DV BY 11 GIVING WS-COCIENTE-DV
                        REMAINDER WS-RESTO-DV
                 COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO-DV
                 IF WS-DV-CALCULADO = 11
                    MOVE 0 TO WS-DV-CALCULADO
                 END-IF
                 IF WS-DV-CALCULADO = 10
                    MOVE 1 TO WS-DV-CALCULADO
                 END-IF
              WHEN "L"
                 MOVE "S" TO WS-DOBLAR
                 PERFORM SUMAR-LUHN
                     VARYING WS-K FROM WS-LARGO-CUENTA BY -1
                     UNTIL WS-K < 2
                 DIVIDE WS-SUMA-DV BY 10 GIVING WS-COCIENTE-DV
                        REMAINDER WS-RESTO-DV
                 IF WS-RESTO-DV = 0
                    MOVE 0 TO WS-DV-CALCULADO
                 ELSE
                    COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO-DV
                 END-IF
              WHEN OTHER
                 MOVE WS-DIGITO-CUENTA TO WS-DV-CALCULADO
           END-EVALUATE
           IF WS-DV-CALCULADO = WS-DIGITO-CUENTA
              MOVE "S" TO WS-CUENTA-OK
           ELSE
              DISPLAY "Digito verificador incorrecto: revise el "
                      "numero de cuenta."
           END-IF.

      * Digitos a la izquierda del verificador, de derecha a
      * izquierda, con pesos 2 a 7 en ciclo.
       SUMAR-MODULO-11.
           MOVE WS-CUENTA-NUEVA(WS-K - 1:1) TO WS-DIGITO
           COMPUTE WS-SUMA-DV = WS-SUMA-DV + WS-DIGITO * WS-PESO
           IF WS-PESO = 7
              MOVE 2 TO WS-PESO
           ELSE
              ADD 1 TO WS-PESO
           END-IF.

      * Luhn: se duplica uno si y otro no empezando por el vecino del
      * verificador; un producto de dos cifras suma sus digitos.
       SUMAR-LUHN.
           MOVE WS-CUENTA-NUEVA(WS-K - 1:1) TO WS-DIGITO
           IF WS-DOBLAR = "S"
              COMPUTE WS-PRODUCTO = WS-DIGITO * 2
              IF WS-PRODUCTO > 9
                 SUBTRACT 9 FROM WS-PRODUCTO
              END-IF
              MOVE "N" TO WS-DOBLAR
           ELSE
              MOVE WS-DIGITO TO WS-PRODUCTO
              MOVE "S" TO WS-DOBLAR
           END-IF
           ADD WS-PRODUCTO TO WS-SUMA-DV.

      ******************************************************************
      * Firma del segundo operador: supervisor activo, distinto del
      * operador de la sesion.
      ******************************************************************
       AUTORIZAR-CAMBIO.
           MOVE "N" TO WS-CAMBIO-AUTORIZADO
           MOVE SPACES TO WS-AUTORIZANTE-ID
           DISPLAY "El cambio de cuenta requiere un segundo operador "
                   "supervisor."
           DISPLAY "ID del operador autorizante: "
           ACCEPT WS-AUTORIZANTE-ID
           DISPLAY "Clave del autorizante: "
           ACCEPT WS-AUTORIZANTE-CLAVE
           CALL "validar-operador" USING WS-AUTORIZANTE-ID
                                         WS-AUTORIZANTE-CLAVE
                                         WS-AUTORIZANTE-OK
                                         WS-AUTORIZANTE-NOMBRE
                                         WS-AUTORIZANTE-ROL
           IF WS-AUTORIZANTE-OK = "S"
              AND WS-AUTORIZANTE-ROL = "3"
              AND WS-AUTORIZANTE-ID NOT = WS-OPERADOR-ID
              MOVE "S" TO WS-CAMBIO-AUTORIZADO
              DISPLAY "Autoriza: " WS-AUTORIZANTE-NOMBRE
           ELSE
              MOVE "WARN" TO error-severidad
              MOVE "AUTORIZAR-CAMBIO" TO error-parrafo
              MOVE SPACES TO mensaje-error
              STRING "Cambio de cuenta sin autorizar, emp-id "
                     DELIMITED BY SIZE
                     WS-EMP-ID-PEDIDO DELIMITED BY SIZE
                     " operador " DELIMITED BY SIZE
                     WS-OPERADOR-ID DELIMITED BY SPACE
                     " autorizante " DELIMITED BY SIZE
                     WS-AUTORIZANTE-ID DELIMITED BY SPACE
                     INTO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE SPACES TO WS-AUTORIZANTE-ID
           END-IF.

       ESCRIBIR-AUDITORIA.
           ACCEPT BAU-FECHA FROM DATE YYYYMMDD
           ACCEPT BAU-HORA  FROM TIME
           MOVE WS-OPERACION-AUD  TO BAU-OPERACION
           MOVE WS-EMP-ID-PEDIDO  TO BAU-EMP-ID
           MOVE WS-BANCO-ANTES    TO BAU-BANCO-ANTES
           MOVE WS-CUENTA-ANTES   TO BAU-CUENTA-ANTES
           MOVE WS-BANCO-NUEVO    TO BAU-BANCO-DESPUES
           MOVE WS-CUENTA-NUEVA   TO BAU-CUENTA-DESPUES
           MOVE WS-OPERADOR-ID    TO BAU-OPERADOR
           MOVE WS-AUTORIZANTE-ID TO BAU-AUTORIZANTE
           WRITE banco-auditoria-registro.

       END PROGRAM GestionBancoEmpleados.
