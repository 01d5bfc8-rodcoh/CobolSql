           05 emp-departamento PIC X(15).       *> Departamento
           05 emp-salario      PIC 9(7)V99.     *> Salario con 2 decimales
           05 emp-fecha-ingreso PIC X(10).      *> Fecha de ingreso
           05 emp-jefe-id      PIC 9(4).        *> Jefe (0 = sin jefe)

       FD  empleados-auditoria.
       01  auditoria-registro.
           05 aud-departamento-despues PIC X(15).
           05 aud-salario-despues      PIC 9(7)V99.
           05 aud-operador             PIC X(8).   *> Operador firmado
           05 aud-jefe-antes           PIC 9(4).   *> Jefe directo
           05 aud-jefe-despues         PIC 9(4).

       FD  trans-empleados.
       01  trans-empleado-registro.
           05 trans-emp-departamento PIC X(15).
           05 trans-emp-salario    PIC 9(7)V99.
           05 trans-emp-fecha-ingreso PIC X(10).
           05 trans-emp-jefe-id    PIC X(4).    *> En blanco: sin cambio
           COPY LOTECTL.

       FD  empleados-historico.
           05 REC-RETRO-SIGNO   PIC X.
           05 REC-DIAS-PAGADOS  PIC 9(2).
           05 REC-DIAS-SIN-GOCE PIC 9(2).
           05 REC-DESC-PRESTAMO PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-RUTA-EMPLEADOS          PIC X(120) VALUE SPACES.
       01  WS-T                PIC 9(2) VALUE 0.
       01  WS-FECHA-BAJA-LIQ   PIC X(10) VALUE SPACES.
       01  WS-CAUSA-BAJA       PIC X VALUE SPACES.
       01  WS-DIAS-VACACIONES  PIC 9(3) VALUE 0.
       01  WS-USAR-FECHA-BAJA  PIC X VALUE "N".
       01  WS-FECHA-BAJA-PARTES.
           05 WS-FB-AAAA       PIC 9(4).
       01  WS-SEGURO-LIQ       PIC 9(9)V99 VALUE 0.
       01  WS-RENTA-LIQ        PIC 9(9)V99 VALUE 0.
       01  WS-NETO-LIQ         PIC 9(9)V99 VALUE 0.
       01  WS-FUNCION-ACUMULADO PIC X VALUE SPACE.
           COPY HISNOM.
       01  WS-FUNCION-SALDO    PIC X VALUE SPACE.
           COPY VACSAL.

      * Control de puestos aprobados (ver PUESTO.CPY): toda alta o
      * reingreso ocupa un puesto vacante del departamento con el
      * salario dentro de su banda, la baja lo libera y el traslado
      * lo mueve. WS-PUESTO-NUEVO guarda el puesto elegido mientras
      * se libera el anterior.
       01  WS-FUNCION-PUESTO   PIC X VALUE SPACE.
           COPY PUESTO.
       01  WS-PUESTO-SALARIO   PIC 9(7)V99 VALUE 0.
       01  WS-PUESTO-CODIGO    PIC X(6) VALUE SPACES.
       01  WS-PUESTO-NUEVO     PIC X(84) VALUE SPACES.
       01  WS-HAY-TRASLADO     PIC X VALUE 'N'.
       01  WS-FECHA-PROCESO    PIC X(10) VALUE SPACES.

      * Linea de reporte (emp-jefe-id): el jefe tiene que existir en el
      * maestro y la cadena de jefes no puede volver al empleado. Para
      * recorrerla se lee el maestro por clave, por eso el registro en
      * proceso se guarda en WS-EMPLEADO-GUARDADO y se repone despues.
       01  WS-EMPLEADO-GUARDADO PIC X(72) VALUE SPACES.
       01  WS-EMP-ID-PROPIO    PIC 9(4) VALUE 0.
       01  WS-JEFE-ACTUAL      PIC 9(4) VALUE 0.
       01  WS-NIVELES-JEFE     PIC 9(5) VALUE 0.
       01  WS-FIN-CADENA       PIC X VALUE 'N'.
       01  WS-JEFE-INVALIDO    PIC X VALUE 'N'.
       01  WS-REPORTES-DIRECTOS PIC 9(4) VALUE 0.
       01  WS-FIN-REPORTES     PIC X VALUE 'N'.

       01  fs-auditoria        PIC XX.          *> Código de estado de auditoría
       01  fs-empleados        PIC XX.          *> Código de estado del archivo
           05 WS-REH-SALARIO      PIC 9(7)V99.
           05 WS-REH-INGRESO      PIC X(10).
       01  fin-historico       PIC X VALUE 'N'. *> Fin lectura historico
       01  WS-IMAGEN-ANTES     PIC X(72).       *> Imagen previa p/diario
       01  WS-PROGRAMA-JRN     PIC X(20) VALUE "GestionEmpleados".
       01  WS-OPERACION-JRN    PIC X(10).
       01  WS-LOCK-FUNCION     PIC X.
           PERFORM FIRMAR-OPERADOR.
           PERFORM TOMAR-BLOQUEO-MAESTRO.
           PERFORM ABRIR-ARCHIVO.
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           MOVE "I" TO WS-FUNCION-PUESTO
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           DISPLAY "Procesar transacciones en modo batch (S/N): "
           ACCEPT modo-lote
           IF modo-lote = "S"
           ACCEPT emp-salario
           DISPLAY "Ingrese fecha de ingreso (AAAA-MM-DD):"
           ACCEPT emp-fecha-ingreso
           DISPLAY "Ingrese ID del jefe directo (0 = sin jefe):"
           ACCEPT emp-jefe-id
           DISPLAY "Codigo de puesto vacante (en blanco, el primero "
                   "del departamento que cubra el salario):"
           ACCEPT WS-PUESTO-CODIGO
           PERFORM VALIDAR-EMPLEADO
           IF WS-VALIDACION-OK = "S"
              PERFORM VALIDAR-JEFE
           END-IF
           IF WS-VALIDACION-OK = "S"
              PERFORM BUSCAR-PUESTO-VACANTE
           END-IF
           IF WS-VALIDACION-OK = "N"
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE "S" TO WS-VALIDACION-OK
           END-IF.

      * Jefe directo: 0 es sin jefe; si no, tiene que existir en el
      * maestro y, subiendo por la cadena de jefes, no se puede volver
      * a llegar al empleado (un ciclo de reportes). Como hay a lo
      * sumo 9999 legajos, una cadena mas larga ya es un ciclo previo.
       VALIDAR-JEFE.
           MOVE SPACES TO mensaje-error
           IF WS-JEFE-INVALIDO = "S"
              STRING "Error: jefe directo no numerico en el lote, "
                     DELIMITED BY SIZE
                     "emp-id " DELIMITED BY SIZE
                     emp-id DELIMITED BY SIZE
                     INTO mensaje-error
           ELSE
           IF emp-jefe-id = emp-id AND emp-jefe-id NOT = 0
              STRING "Error: el empleado no puede ser su propio jefe, "
                     DELIMITED BY SIZE
                     "emp-id " DELIMITED BY SIZE
                     emp-id DELIMITED BY SIZE
                     INTO mensaje-error
           ELSE
           IF emp-jefe-id NOT = 0
              MOVE empleado-registro TO WS-EMPLEADO-GUARDADO
              MOVE emp-id      TO WS-EMP-ID-PROPIO
              MOVE emp-jefe-id TO WS-JEFE-ACTUAL
              MOVE 0   TO WS-NIVELES-JEFE
              MOVE "N" TO WS-FIN-CADENA
              PERFORM SEGUIR-CADENA-JEFES
                  UNTIL WS-FIN-CADENA = "S"
              MOVE WS-EMPLEADO-GUARDADO TO empleado-registro
           END-IF
           END-IF
           END-IF
           MOVE "N" TO WS-JEFE-INVALIDO
           IF mensaje-error NOT = SPACES
              MOVE "N" TO WS-VALIDACION-OK
              DISPLAY mensaje-error
              MOVE "WARN" TO error-severidad
              MOVE "VALIDAR-JEFE" TO error-parrafo
           END-IF.

       SEGUIR-CADENA-JEFES.
           ADD 1 TO WS-NIVELES-JEFE
           MOVE WS-JEFE-ACTUAL TO emp-id
           READ empleados-archivo KEY IS emp-id
              INVALID KEY
                 MOVE "S" TO WS-FIN-CADENA
                 IF WS-NIVELES-JEFE = 1
                    STRING "Error: no existe el jefe " DELIMITED BY SIZE
                           WS-JEFE-ACTUAL DELIMITED BY SIZE
                           ", emp-id " DELIMITED BY SIZE
                           WS-EMP-ID-PROPIO DELIMITED BY SIZE
                           INTO mensaje-error
                 END-IF
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN emp-jefe-id = WS-EMP-ID-PROPIO
                       MOVE "S" TO WS-FIN-CADENA
                       STRING "Error: el jefe " DELIMITED BY SIZE
                              WS-EMPLEADO-GUARDADO(69:4)
                              DELIMITED BY SIZE
                              " cerraria un ciclo de reportes, emp-id "
                              DELIMITED BY SIZE
                              WS-EMP-ID-PROPIO DELIMITED BY SIZE
                              INTO mensaje-error
                    WHEN emp-jefe-id NOT NUMERIC
                      OR emp-jefe-id = 0
                       MOVE "S" TO WS-FIN-CADENA
                    WHEN WS-NIVELES-JEFE > 9999
                       MOVE "S" TO WS-FIN-CADENA
                       STRING "Error: la cadena de jefes de "
                              DELIMITED BY SIZE
                              WS-EMPLEADO-GUARDADO(69:4)
                              DELIMITED BY SIZE
                              " ya tiene un ciclo, emp-id "
                              DELIMITED BY SIZE
                              WS-EMP-ID-PROPIO DELIMITED BY SIZE
                              INTO mensaje-error
                    WHEN OTHER
                       MOVE emp-jefe-id TO WS-JEFE-ACTUAL
                 END-EVALUATE
           END-READ.

      * El lote trae el jefe directo al final del registro; en blanco
      * el alta queda sin jefe y el cambio conserva el que tenia (los
      * lotes anteriores a este campo se aplican igual que antes).
       TOMAR-JEFE-LOTE.
           MOVE "N" TO WS-JEFE-INVALIDO
           IF trans-emp-jefe-id = SPACES
              IF trans-operacion = "A"
                 MOVE 0 TO emp-jefe-id
              END-IF
           ELSE
           IF trans-emp-jefe-id IS NUMERIC
              MOVE trans-emp-jefe-id TO emp-jefe-id
           ELSE
              MOVE "S" TO WS-JEFE-INVALIDO
           END-IF
           END-IF.

      * Baja de un jefe: sus reportes directos quedan apuntando a un
      * legajo que ya no esta en el maestro hasta que se les asigne
      * otro jefe; se listan y se avisa en pantalla y en el log.
       AVISAR-REPORTES-DIRECTOS.
           MOVE empleado-registro TO WS-EMPLEADO-GUARDADO
           MOVE aud-emp-id TO WS-EMP-ID-PROPIO
           MOVE 0   TO WS-REPORTES-DIRECTOS
           MOVE "N" TO WS-FIN-REPORTES
           MOVE 0 TO emp-id
           START empleados-archivo KEY IS NOT LESS THAN emp-id
              INVALID KEY MOVE "S" TO WS-FIN-REPORTES
           END-START
           PERFORM CONTAR-REPORTE-DIRECTO
               UNTIL WS-FIN-REPORTES = "S"
           MOVE WS-EMPLEADO-GUARDADO TO empleado-registro
           IF WS-REPORTES-DIRECTOS > 0
              DISPLAY "Aviso: el empleado dado de baja tenia "
                      WS-REPORTES-DIRECTOS " reportes directos; "
                      "asigneles otro jefe."
              MOVE SPACES TO mensaje-error
              STRING "Baja de emp-id " DELIMITED BY SIZE
                     WS-EMP-ID-PROPIO DELIMITED BY SIZE
                     " con " DELIMITED BY SIZE
                     WS-REPORTES-DIRECTOS DELIMITED BY SIZE
                     " reportes directos sin jefe" DELIMITED BY SIZE
                     INTO mensaje-error
              MOVE "WARN" TO error-severidad
              MOVE "AVISAR-REPORTES-DIRECTOS" TO error-parrafo
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
           END-IF.

       CONTAR-REPORTE-DIRECTO.
           READ empleados-archivo NEXT RECORD
              AT END
                 MOVE "S" TO WS-FIN-REPORTES
              NOT AT END
                 IF emp-jefe-id = WS-EMP-ID-PROPIO
                    ADD 1 TO WS-REPORTES-DIRECTOS
                    DISPLAY "  Reporte directo: " emp-id " " emp-nombre
                 END-IF
           END-READ.

      * Puesto para un alta, un reingreso o un traslado: el pedido por
      * codigo, o en blanco el primer vacante del departamento cuya
      * banda cubre el salario. Tiene que ser del departamento del
      * empleado, estar vacante (ni ocupado ni congelado) y el salario
      * tiene que caer dentro de su banda. El puesto elegido queda en
      * WS-PUESTO-NUEVO para ocuparlo despues de grabar al empleado.
       BUSCAR-PUESTO-VACANTE.
           MOVE emp-salario TO WS-PUESTO-SALARIO
           IF WS-PUESTO-CODIGO = SPACES
              MOVE "B" TO WS-FUNCION-PUESTO
              MOVE emp-departamento TO PUE-DEPARTAMENTO
           ELSE
              MOVE "C" TO WS-FUNCION-PUESTO
              MOVE WS-PUESTO-CODIGO TO PUE-CODIGO
           END-IF
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           MOVE SPACES TO mensaje-error
           EVALUATE TRUE
              WHEN PUE-ESTADO = SPACE AND WS-PUESTO-CODIGO = SPACES
                 STRING "Error: sin puesto vacante con banda para el "
                        DELIMITED BY SIZE
                        "salario en " DELIMITED BY SIZE
                        emp-departamento DELIMITED BY SPACE
                        ", emp-id " DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
              WHEN PUE-ESTADO = SPACE
                 STRING "Error: no existe el puesto " DELIMITED BY SIZE
                        WS-PUESTO-CODIGO DELIMITED BY SPACE
                        ", emp-id " DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
              WHEN PUE-DEPARTAMENTO NOT = emp-departamento
                 STRING "Error: el puesto " DELIMITED BY SIZE
                        PUE-CODIGO DELIMITED BY SPACE
                        " es de otro departamento, emp-id "
                        DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
              WHEN PUE-ESTADO NOT = "V"
                 STRING "Error: el puesto " DELIMITED BY SIZE
                        PUE-CODIGO DELIMITED BY SPACE
                        " no esta vacante, emp-id " DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
              WHEN emp-salario < PUE-SALARIO-MIN
                OR emp-salario > PUE-SALARIO-MAX
                 STRING "Error: salario fuera de la banda del puesto "
                        DELIMITED BY SIZE
                        PUE-CODIGO DELIMITED BY SPACE
                        ", emp-id " DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
           END-EVALUATE
           IF mensaje-error NOT = SPACES
              MOVE "N" TO WS-VALIDACION-OK
              DISPLAY mensaje-error
              MOVE "WARN" TO error-severidad
              MOVE "BUSCAR-PUESTO-VACANTE" TO error-parrafo
           ELSE
              MOVE puesto-registro TO WS-PUESTO-NUEVO
           END-IF.

      * Cambio de un empleado: si cambia de departamento es un
      * traslado y necesita un puesto vacante en el nuevo; si solo
      * cambia el salario, tiene que seguir dentro de la banda del
      * puesto que ocupa. Un empleado sin puesto asignado no tiene
      * banda contra la cual controlar el salario.
       VALIDAR-PUESTO-CAMBIO.
           MOVE "N" TO WS-HAY-TRASLADO
           IF emp-departamento NOT = aud-departamento-antes
              PERFORM BUSCAR-PUESTO-VACANTE
              IF WS-VALIDACION-OK = "S"
                 MOVE "S" TO WS-HAY-TRASLADO
              END-IF
           ELSE
           IF emp-salario NOT = aud-salario-antes
              MOVE emp-id TO PUE-EMP-ID
              MOVE "E" TO WS-FUNCION-PUESTO
              CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                             puesto-registro
                                             WS-PUESTO-SALARIO
              IF PUE-ESTADO = "O"
                 AND (emp-salario < PUE-SALARIO-MIN
                      OR emp-salario > PUE-SALARIO-MAX)
                 MOVE "N" TO WS-VALIDACION-OK
                 MOVE SPACES TO mensaje-error
                 STRING "Error: salario fuera de la banda del puesto "
                        DELIMITED BY SIZE
                        PUE-CODIGO DELIMITED BY SPACE
                        ", emp-id " DELIMITED BY SIZE
                        emp-id DELIMITED BY SIZE
                        INTO mensaje-error
                 DISPLAY mensaje-error
                 MOVE "WARN" TO error-severidad
                 MOVE "VALIDAR-PUESTO-CAMBIO" TO error-parrafo
              END-IF
           END-IF
           END-IF.

       OCUPAR-PUESTO.
           MOVE WS-PUESTO-NUEVO  TO puesto-registro
           MOVE "O"              TO PUE-ESTADO
           MOVE emp-id           TO PUE-EMP-ID
           MOVE WS-FECHA-PROCESO TO PUE-FECHA-ESTADO
           MOVE "G" TO WS-FUNCION-PUESTO
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           DISPLAY "Puesto ocupado: " PUE-CODIGO " " PUE-TITULO.

      * La baja (y el traslado, antes de ocupar el nuevo) deja vacante
      * el puesto que ocupaba el empleado, si tenia uno.
       LIBERAR-PUESTO.
           MOVE emp-id TO PUE-EMP-ID
           MOVE "E" TO WS-FUNCION-PUESTO
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           IF PUE-ESTADO = "O"
              MOVE "V"              TO PUE-ESTADO
              MOVE 0                TO PUE-EMP-ID
              MOVE WS-FECHA-PROCESO TO PUE-FECHA-ESTADO
              MOVE "G" TO WS-FUNCION-PUESTO
              CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                             puesto-registro
                                             WS-PUESTO-SALARIO
              DISPLAY "Puesto liberado: " PUE-CODIGO " " PUE-TITULO
           END-IF.

       MOSTRAR-PUESTO-EMPLEADO.
           MOVE emp-id TO PUE-EMP-ID
           MOVE "E" TO WS-FUNCION-PUESTO
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           IF PUE-ESTADO = "O"
              DISPLAY "Puesto: " PUE-CODIGO " " PUE-TITULO
           ELSE
              DISPLAY "Puesto: sin puesto asignado"
           END-IF.

       ESCRIBIR-EMPLEADO-NUEVO.
           WRITE empleado-registro INVALID KEY
              DISPLAY "Error: Ya existe un empleado con ese ID."
               MOVE SPACES           TO aud-nombre-antes
               MOVE SPACES           TO aud-departamento-antes
               MOVE 0                TO aud-salario-antes
               MOVE 0                TO aud-jefe-antes
               MOVE emp-nombre       TO aud-nombre-despues
               MOVE emp-departamento TO aud-departamento-despues
               MOVE emp-salario      TO aud-salario-despues
               MOVE emp-jefe-id      TO aud-jefe-despues
               PERFORM ESCRIBIR-AUDITORIA
               PERFORM OCUPAR-PUESTO
           END-WRITE.

       BUSCAR-EMPLEADO.
                  DISPLAY "Departamento: " emp-departamento
                  DISPLAY "Salario: " emp-salario
                  DISPLAY "Fecha de ingreso: " emp-fecha-ingreso
                  IF emp-jefe-id = 0
                     DISPLAY "Jefe directo: ninguno"
                  ELSE
                     DISPLAY "Jefe directo: " emp-jefe-id
                  END-IF
                  PERFORM MOSTRAR-PUESTO-EMPLEADO
                  DISPLAY "Presiona Enter para Continuar.."
                  ACCEPT opcion
              END-READ
              MOVE emp-nombre       TO aud-nombre-antes
              MOVE emp-departamento TO aud-departamento-antes
              MOVE emp-salario      TO aud-salario-antes
              MOVE emp-jefe-id      TO aud-jefe-antes
              PERFORM ESCRIBIR-HISTORICO
              DELETE empleados-archivo INVALID KEY
                 MOVE "Error: Empleado no encontrado para eliminar."
                 MOVE SPACES  TO aud-nombre-despues
                 MOVE SPACES  TO aud-departamento-despues
                 MOVE 0       TO aud-salario-despues
                 MOVE 0       TO aud-jefe-despues
                 PERFORM ESCRIBIR-AUDITORIA
                 PERFORM LIBERAR-PUESTO
                 PERFORM AVISAR-REPORTES-DIRECTOS
              END-DELETE
           END-READ.

              MOVE emp-nombre       TO aud-nombre-antes
              MOVE emp-departamento TO aud-departamento-antes
              MOVE emp-salario      TO aud-salario-antes
              MOVE emp-jefe-id      TO aud-jefe-antes

              DISPLAY "Ingrese el nuevo nombre del empleado:"
              ACCEPT emp-nombre
              ACCEPT emp-salario
              DISPLAY "Ingrese la fecha de ingreso (AAAA-MM-DD):"
              ACCEPT emp-fecha-ingreso
              DISPLAY "Ingrese el ID del jefe directo (0 = sin jefe):"
              ACCEPT emp-jefe-id
              MOVE SPACES TO WS-PUESTO-CODIGO
              IF emp-departamento NOT = aud-departamento-antes
                 DISPLAY "Codigo de puesto vacante en el nuevo "
                         "departamento (en blanco, el primero que "
                         "cubra el salario):"
                 ACCEPT WS-PUESTO-CODIGO
              END-IF

              PERFORM VALIDAR-EMPLEADO
              IF WS-VALIDACION-OK = "S"
                 PERFORM VALIDAR-JEFE
              END-IF
              IF WS-VALIDACION-OK = "S"
                 PERFORM VALIDAR-PUESTO-CAMBIO
              END-IF
              IF WS-VALIDACION-OK = "N"
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
                 MOVE aud-nombre-antes       TO emp-nombre
                 MOVE aud-departamento-antes TO emp-departamento
                 MOVE aud-salario-antes      TO emp-salario
                 MOVE aud-jefe-antes         TO emp-jefe-id
              ELSE
                 MOVE "CAMBIO" TO WS-OPERACION-JRN
                 PERFORM ESCRIBIR-IMAGEN-DIARIO
                 MOVE emp-nombre       TO aud-nombre-despues
                 MOVE emp-departamento TO aud-departamento-despues
                 MOVE emp-salario      TO aud-salario-despues
                 MOVE emp-jefe-id      TO aud-jefe-despues
                 PERFORM ESCRIBIR-AUDITORIA
                 IF WS-HAY-TRASLADO = "S"
                    PERFORM LIBERAR-PUESTO
                    PERFORM OCUPAR-PUESTO
                 END-IF
              END-IF
           END-READ.

                   MOVE trans-emp-departamento TO emp-departamento
                   MOVE trans-emp-salario      TO emp-salario
                   MOVE trans-emp-fecha-ingreso TO emp-fecha-ingreso
                   PERFORM TOMAR-JEFE-LOTE
                   MOVE SPACES TO WS-PUESTO-CODIGO
                   PERFORM VALIDAR-EMPLEADO
                   IF WS-VALIDACION-OK = "S"
                      PERFORM VALIDAR-JEFE
                   END-IF
                   IF WS-VALIDACION-OK = "S"
                      PERFORM BUSCAR-PUESTO-VACANTE
                   END-IF
                   IF WS-VALIDACION-OK = "N"
                      PERFORM ACEPTAR-FECHA-HORA
                      PERFORM ESCRIBIR-ERROR-LOG
              MOVE emp-nombre       TO aud-nombre-antes
              MOVE emp-departamento TO aud-departamento-antes
              MOVE emp-salario      TO aud-salario-antes
              MOVE emp-jefe-id      TO aud-jefe-antes

              MOVE trans-emp-nombre       TO emp-nombre
              MOVE trans-emp-departamento TO emp-departamento
              MOVE trans-emp-salario      TO emp-salario
              MOVE trans-emp-fecha-ingreso TO emp-fecha-ingreso
              PERFORM TOMAR-JEFE-LOTE
              MOVE SPACES TO WS-PUESTO-CODIGO

              PERFORM VALIDAR-EMPLEADO
              IF WS-VALIDACION-OK = "S"
                 PERFORM VALIDAR-JEFE
              END-IF
              IF WS-VALIDACION-OK = "S"
                 PERFORM VALIDAR-PUESTO-CAMBIO
              END-IF
              IF WS-VALIDACION-OK = "N"
                 PERFORM ACEPTAR-FECHA-HORA
                 PERFORM ESCRIBIR-ERROR-LOG
                 MOVE emp-nombre       TO aud-nombre-despues
                 MOVE emp-departamento TO aud-departamento-despues
                 MOVE emp-salario      TO aud-salario-despues
                 MOVE emp-jefe-id      TO aud-jefe-despues
                 PERFORM ESCRIBIR-AUDITORIA
                 IF WS-HAY-TRASLADO = "S"
                    PERFORM LIBERAR-PUESTO
                    PERFORM OCUPAR-PUESTO
                 END-IF
              END-IF
           END-IF.

              MOVE emp-nombre       TO aud-nombre-antes
              MOVE emp-departamento TO aud-departamento-antes
              MOVE emp-salario      TO aud-salario-antes
              MOVE emp-jefe-id      TO aud-jefe-antes
              PERFORM ESCRIBIR-HISTORICO
              DELETE empleados-archivo INVALID KEY
                 MOVE "Error: lote, no se pudo eliminar empleado."
                 MOVE SPACES  TO aud-nombre-despues
                 MOVE SPACES  TO aud-departamento-despues
                 MOVE 0       TO aud-salario-despues
                 MOVE 0       TO aud-jefe-despues
                 PERFORM ESCRIBIR-AUDITORIA
                 PERFORM LIBERAR-PUESTO
                 PERFORM AVISAR-REPORTES-DIRECTOS
              END-DELETE
           END-IF.

           MOVE WS-REH-DEPARTAMENTO TO emp-departamento
           MOVE WS-REH-SALARIO      TO emp-salario
           MOVE WS-REH-INGRESO      TO emp-fecha-ingreso
           MOVE 0                   TO emp-jefe-id
           MOVE SPACES              TO WS-PUESTO-CODIGO
           PERFORM VALIDAR-EMPLEADO
           IF WS-VALIDACION-OK = "S"
              PERFORM BUSCAR-PUESTO-VACANTE
           END-IF
           IF WS-VALIDACION-OK = "N"
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
                 MOVE SPACES           TO aud-nombre-antes
                 MOVE SPACES           TO aud-departamento-antes
                 MOVE 0                TO aud-salario-antes
                 MOVE 0                TO aud-jefe-antes
                 MOVE emp-nombre       TO aud-nombre-despues
                 MOVE emp-departamento TO aud-departamento-despues
                 MOVE emp-salario      TO aud-salario-despues
                 MOVE 0                TO aud-jefe-despues
                 PERFORM ESCRIBIR-AUDITORIA
                 PERFORM OCUPAR-PUESTO
                 DISPLAY "Reingresa sin jefe directo: asignelo con "
                         "la opcion 4."
              END-WRITE
           END-IF.

      * Baja definitiva con liquidacion final: captura fecha de
      * egreso y causa (R=renuncia, D=despido), calcula el finiquito
      * con los parametros de nomina (ultimo mes prorrateado por
      * dias, vacaciones no gozadas a razon de salario/30 por dia
      * tomadas del saldo de vacaciones del empleado (solo se piden si
      * no tiene saldo registrado; el saldo queda en cero, pagado), e
      * indemnizacion de un sueldo por anio de servicio solo en los
      * despidos; la indemnizacion queda exenta de deducciones),
      * emite el recibo final en recibos_pago.txt para que
      * TransferenciasBanco lo pague, lo suma al historial y a los
      * acumulados del anio del empleado (acumular-nomina) para su
      * certificado de renta, y recien entonces ejecuta la baja al
      * historico con su auditoria.
      ******************************************************************
       BAJA-CON-LIQUIDACION.
           DISPLAY "Ingrese ID del empleado a dar de baja:"
              ACCEPT WS-FECHA-BAJA-LIQ
              DISPLAY "Causa (R=renuncia, D=despido):"
              ACCEPT WS-CAUSA-BAJA
              PERFORM OBTENER-SALDO-VACACIONES
              PERFORM CARGAR-PARAMETROS-NOMINA
              PERFORM CALCULAR-LIQUIDACION
              PERFORM EMITIR-RECIBO-FINAL
              PERFORM REGISTRAR-HISTORIAL-LIQ
              PERFORM CANCELAR-SALDO-VACACIONES
              MOVE "S" TO WS-USAR-FECHA-BAJA
              PERFORM EJECUTAR-BAJA-LIQUIDACION
              MOVE "N" TO WS-USAR-FECHA-BAJA
           END-READ.

       OBTENER-SALDO-VACACIONES.
           MOVE "I" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           MOVE emp-id TO VAC-EMP-ID
           MOVE "C" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           IF VAC-ESTADO = SPACE
              DISPLAY "Sin saldo de vacaciones registrado."
              DISPLAY "Dias de vacaciones no gozadas:"
              ACCEPT WS-DIAS-VACACIONES
           ELSE
              IF VAC-SALDO > 999
                 MOVE 999 TO WS-DIAS-VACACIONES
              ELSE
                 MOVE VAC-SALDO TO WS-DIAS-VACACIONES
              END-IF
              DISPLAY "Saldo de vacaciones a liquidar: "
                      WS-DIAS-VACACIONES " dias"
           END-IF.

      * Lo pagado en la liquidacion sale del saldo, que queda cerrado.
       CANCELAR-SALDO-VACACIONES.
           ADD WS-DIAS-VACACIONES TO VAC-DIAS-PAGADOS
           MOVE 0   TO VAC-SALDO
           MOVE "L" TO VAC-ESTADO
           MOVE "G" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro
           MOVE "F" TO WS-FUNCION-SALDO
           CALL "saldo-vacaciones" USING WS-FUNCION-SALDO
                                         saldo-vacaciones-registro.

       CARGAR-PARAMETROS-NOMINA.
           MOVE 0 TO WS-NUM-TRAMOS
           MOVE "N" TO WS-FIN-PARAMETROS
           MOVE SPACE          TO REC-RETRO-SIGNO
           MOVE WS-DIAS-MES-LIQ TO REC-DIAS-PAGADOS
           MOVE 0              TO REC-DIAS-SIN-GOCE
           MOVE 0              TO REC-DESC-PRESTAMO
           WRITE recibo-registro
           CLOSE recibos-out
           DISPLAY "Recibo de liquidacion emitido a recibos_pago.txt".

      * El periodo de la liquidacion es el mes de egreso.
       REGISTRAR-HISTORIAL-LIQ.
           MOVE "I" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro
           INITIALIZE historial-nomina-registro
           MOVE emp-id                 TO HNM-EMP-ID
           MOVE WS-FECHA-BAJA-LIQ(1:7) TO HNM-PERIODO
           MOVE "L"                    TO HNM-TIPO
           MOVE emp-nombre             TO HNM-NOMBRE
           MOVE emp-departamento       TO HNM-DEPARTAMENTO
           MOVE WS-BRUTO-LIQ           TO HNM-BRUTO
           MOVE WS-SEGURO-LIQ          TO HNM-SEGURO-SOCIAL
           MOVE WS-RENTA-LIQ           TO HNM-RENTA
           MOVE 0                      TO HNM-RETRO
           MOVE SPACE                  TO HNM-RETRO-SIGNO
           MOVE 0                      TO HNM-DIAS-SIN-GOCE
           MOVE WS-NETO-LIQ            TO HNM-NETO
           MOVE "A" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro
           MOVE "F" TO WS-FUNCION-ACUMULADO
           CALL "acumular-nomina" USING WS-FUNCION-ACUMULADO
                                        historial-nomina-registro.

       EJECUTAR-BAJA-LIQUIDACION.
           MOVE empleado-registro TO WS-IMAGEN-ANTES
           MOVE "BAJA" TO WS-OPERACION-JRN
           MOVE emp-nombre       TO aud-nombre-antes
           MOVE emp-departamento TO aud-departamento-antes
           MOVE emp-salario      TO aud-salario-antes
           MOVE emp-jefe-id      TO aud-jefe-antes
           PERFORM ESCRIBIR-HISTORICO
           DELETE empleados-archivo INVALID KEY
              MOVE "Error: no se pudo dar de baja al liquidado."
              MOVE SPACES  TO aud-nombre-despues
              MOVE SPACES  TO aud-departamento-despues
              MOVE 0       TO aud-salario-despues
              MOVE 0       TO aud-jefe-despues
              PERFORM ESCRIBIR-AUDITORIA
              PERFORM LIBERAR-PUESTO
              PERFORM AVISAR-REPORTES-DIRECTOS
           END-DELETE.



       CERRAR-ARCHIVO.
           MOVE "F" TO WS-FUNCION-PUESTO
           CALL "puestos-aprobados" USING WS-FUNCION-PUESTO
                                          puesto-registro
                                          WS-PUESTO-SALARIO
           CLOSE empleados-archivo.
           CLOSE empleados-auditoria.
           CLOSE empleados-historico.
