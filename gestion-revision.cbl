      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cola de revision de cumplimiento. MonitoreoActividad
      *          deja en revision_cumplimiento.txt (REVCTL.CPY) la
      *          actividad del dia que rompe el perfil historico de
      *          cada cliente, con el nombre y las cifras del perfil.
      *          Aqui cumplimiento lista las partidas pendientes y las
      *          retenidas, descarta las que no merecen seguimiento
      *          (D) y, con firma de supervisor, retiene al cliente
      *          (R: PosteoTransacciones deja de debitarlo desde la
      *          proxima corrida y manda esos debitos al suspenso) o
      *          levanta la retencion (L). Cada cambio queda con su
      *          fecha y el operador. Los roles consulta y lote solo
      *          listan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionRevision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT revision-file
            ASSIGN TO DYNAMIC WS-RUTA-REVISION
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-revision.

       DATA DIVISION.
       FILE SECTION.
       FD  revision-file.
           COPY REVCTL.

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-revision           PIC XX.
       01  WS-RUTA-REVISION      PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  fin-revision          PIC X VALUE "N".
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

      * Cola completa en memoria: se lee una vez y se reescribe solo
      * si hubo cambios.
       01  WS-PARTIDAS.
           05 WS-PAR-FILA OCCURS 2000 TIMES.
              10 WS-PAR-REGISTRO PIC X(178).
       01  WS-NUM-PARTIDAS       PIC 9(4) VALUE 0.
       01  WS-COLA-EXCEDIDA      PIC X VALUE "N".
       01  WS-HUBO-CAMBIOS       PIC X VALUE "N".
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-I-ED               PIC ZZZ9.
       01  WS-PARTIDA-ELEGIDA    PIC 9(4) VALUE 0.
       01  WS-ESTADO-LISTADO     PIC X VALUE SPACES.
       01  WS-ESTADO-REQUERIDO   PIC X VALUE SPACES.
       01  WS-ESTADO-NUEVO       PIC X VALUE SPACES.
       01  WS-LISTADAS           PIC 9(4) VALUE 0.
       01  WS-CLIENTE-ELEGIDO    PIC 9(6) VALUE 0.
       01  WS-OTRAS-RETENCIONES  PIC 9(4) VALUE 0.
       01  WS-CONFIRMA           PIC X VALUE "N".
       01  WS-MONTO-ED           PIC ZZZZZZZZ9.99.
       01  WS-PROM-ED            PIC ZZZZZZZZ9.99.
       01  WS-MAX-ED             PIC ZZZZZZZZ9.99.
       01  WS-PROM-CANT-ED       PIC ZZ9.99.
       01  WS-CANT-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM FIRMAR-OPERADOR.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-REVISION.
       IF WS-COLA-EXCEDIDA = "S"
          DISPLAY "La cola de revision supera las 2000 partidas: "
                  "seguir reescribiria el archivo perdiendo partidas."
          MOVE "FATAL" TO error-severidad
          MOVE "CARGAR-REVISION" TO error-parrafo
          MOVE "revision_cumplimiento.txt supera las 2000 partidas."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
          MOVE 1 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM PROCESAR
           UNTIL continuar = "N".
       IF WS-HUBO-CAMBIOS = "S"
          PERFORM GUARDAR-REVISION
       END-IF
       STOP RUN.

       RESOLVER-RUTAS.
           MOVE "revision_cumplimiento.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REVISION.

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

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Listar partidas pendientes de revision"
           DISPLAY "2. Listar clientes retenidos"
           DISPLAY "3. Descartar una partida"
           DISPLAY "4. Retener al cliente de una partida"
           DISPLAY "5. Levantar una retencion"
           DISPLAY "6. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE TRUE
              WHEN (WS-OPERADOR-ROL = "1" OR WS-OPERADOR-ROL = "B")
                   AND (opcion = "3" OR opcion = "4" OR opcion = "5")
                 DISPLAY "El rol del operador solo puede listar."
              WHEN WS-OPERADOR-ROL NOT = "3"
                   AND (opcion = "4" OR opcion = "5")
                 DISPLAY "Retener o levantar requiere un supervisor."
              WHEN OTHER
                 EVALUATE opcion
                     WHEN 1
                        MOVE "P" TO WS-ESTADO-LISTADO
                        PERFORM LISTAR-PARTIDAS
                     WHEN 2
                        MOVE "R" TO WS-ESTADO-LISTADO
                        PERFORM LISTAR-PARTIDAS
                     WHEN 3
                        MOVE "P" TO WS-ESTADO-REQUERIDO
                        MOVE "D" TO WS-ESTADO-NUEVO
                        PERFORM CAMBIAR-ESTADO-PARTIDA
                     WHEN 4
                        MOVE "P" TO WS-ESTADO-REQUERIDO
                        MOVE "R" TO WS-ESTADO-NUEVO
                        PERFORM CAMBIAR-ESTADO-PARTIDA
                     WHEN 5
                        MOVE "R" TO WS-ESTADO-REQUERIDO
                        MOVE "L" TO WS-ESTADO-NUEVO
                        PERFORM CAMBIAR-ESTADO-PARTIDA
                     WHEN 6
                        MOVE "N" TO continuar
                     WHEN OTHER
                        DISPLAY "Opción inválida."
                 END-EVALUATE
           END-EVALUATE.

       CARGAR-REVISION.
           MOVE 0 TO WS-NUM-PARTIDAS
           MOVE "N" TO fin-revision
           OPEN INPUT revision-file
           IF fs-revision NOT = "00"
              DISPLAY "No hay cola de revision. Estado: " fs-revision
           ELSE
              PERFORM LEER-REVISION
              PERFORM GUARDAR-PARTIDA-TABLA
                  UNTIL fin-revision = "S"
              CLOSE revision-file
           END-IF
           DISPLAY "Partidas en la cola de revision: " WS-NUM-PARTIDAS.

       LEER-REVISION.
           READ revision-file
                AT END MOVE "S" TO fin-revision
           END-READ.

       GUARDAR-PARTIDA-TABLA.
           IF WS-NUM-PARTIDAS < 2000
              ADD 1 TO WS-NUM-PARTIDAS
              MOVE revision-registro TO WS-PAR-REGISTRO(WS-NUM-PARTIDAS)
           ELSE
              MOVE "S" TO WS-COLA-EXCEDIDA
           END-IF
           PERFORM LEER-REVISION.

       GUARDAR-REVISION.
           OPEN OUTPUT revision-file
           PERFORM ESCRIBIR-PARTIDA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PARTIDAS
           CLOSE revision-file.

       ESCRIBIR-PARTIDA.
           MOVE WS-PAR-REGISTRO(WS-I) TO revision-registro
           WRITE revision-registro.

       LISTAR-PARTIDAS.
           MOVE 0 TO WS-LISTADAS
           PERFORM LISTAR-UNA-PARTIDA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PARTIDAS
           DISPLAY "Partidas listadas: " WS-LISTADAS.

       LISTAR-UNA-PARTIDA.
           MOVE WS-PAR-REGISTRO(WS-I) TO revision-registro
           IF REV-ESTADO = WS-ESTADO-LISTADO
              ADD 1 TO WS-LISTADAS
              PERFORM MOSTRAR-PARTIDA
           END-IF.

      * Motivos: PROM/MAXI debito del dia sobre el multiplo del
      * promedio o del maximo diario, CANT cantidad de debitos, SUCU
      * sucursal no habitual, CPNU contraparte nueva, SPER cliente
      * sin historia con monto grande.
       MOSTRAR-PARTIDA.
           MOVE WS-I TO WS-I-ED
           MOVE REV-MONTO TO WS-MONTO-ED
           MOVE REV-CANTIDAD TO WS-CANT-ED
           DISPLAY WS-I-ED ") " REV-FECHA " " REV-CLASE " "
                   REV-MOTIVO " Cliente: " REV-CODIGO-CLIENTE
                   " " REV-NOMBRE-CLIENTE
           DISPLAY "      " REV-TIPO " Monto: " WS-MONTO-ED
                   " Ops: " WS-CANT-ED
                   " Ref: " REV-REFERENCIA
                   " Suc: " REV-SUCURSAL
           IF REV-CONTRAPARTE NOT = SPACES
              DISPLAY "      Contraparte: " REV-CONTRAPARTE
           END-IF
           MOVE REV-PROM-DEBITO TO WS-PROM-ED
           MOVE REV-MAX-DEBITO TO WS-MAX-ED
           MOVE REV-PROM-CANTIDAD TO WS-PROM-CANT-ED
           DISPLAY "      Perfil: " REV-DIAS-PERFIL " dias con debito"
                   " prom " WS-PROM-ED " max " WS-MAX-ED
                   " ops/dia " WS-PROM-CANT-ED
                   " suc " REV-SUCURSALES
           IF REV-ESTADO NOT = "P"
              DISPLAY "      Estado " REV-ESTADO " desde "
                      REV-FECHA-ESTADO " por " REV-OPERADOR
           END-IF.

       CAMBIAR-ESTADO-PARTIDA.
           DISPLAY "Numero de partida: "
           ACCEPT WS-PARTIDA-ELEGIDA
           IF WS-PARTIDA-ELEGIDA < 1
              OR WS-PARTIDA-ELEGIDA > WS-NUM-PARTIDAS
              DISPLAY "Numero de partida invalido."
           ELSE
              MOVE WS-PARTIDA-ELEGIDA TO WS-I
              MOVE WS-PAR-REGISTRO(WS-I) TO revision-registro
              IF REV-ESTADO NOT = WS-ESTADO-REQUERIDO
                 DISPLAY "La partida no esta en estado "
                         WS-ESTADO-REQUERIDO "."
              ELSE
                 PERFORM MOSTRAR-PARTIDA
                 DISPLAY "Confirma el pase a estado " WS-ESTADO-NUEVO
                         " (S/N): "
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    PERFORM APLICAR-ESTADO-PARTIDA
                 ELSE
                    DISPLAY "No se cambio nada."
                 END-IF
              END-IF
           END-IF.

       APLICAR-ESTADO-PARTIDA.
           MOVE WS-ESTADO-NUEVO  TO REV-ESTADO
           MOVE WS-FECHA-PROCESO TO REV-FECHA-ESTADO
           MOVE WS-OPERADOR-ID   TO REV-OPERADOR
           MOVE revision-registro TO WS-PAR-REGISTRO(WS-I)
           MOVE "S" TO WS-HUBO-CAMBIOS
           MOVE REV-CODIGO-CLIENTE TO WS-CLIENTE-ELEGIDO
           MOVE "INFO" TO error-severidad
           MOVE "APLICAR-ESTADO-PARTIDA" TO error-parrafo
           MOVE SPACES TO mensaje-error
           STRING "Revision cumplimiento cliente " DELIMITED BY SIZE
                  REV-CODIGO-CLIENTE DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  REV-MOTIVO DELIMITED BY SIZE
                  " pasa a " DELIMITED BY SIZE
                  WS-ESTADO-NUEVO DELIMITED BY SIZE
                  " por " DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
                  INTO mensaje-error
           PERFORM ACEPTAR-FECHA-HORA
           PERFORM ESCRIBIR-ERROR-LOG
           EVALUATE WS-ESTADO-NUEVO
              WHEN "D"
                 DISPLAY "Partida descartada."
              WHEN "R"
                 DISPLAY "Cliente retenido: el posteo no lo debita "
                         "desde la proxima corrida."
              WHEN "L"
                 MOVE 0 TO WS-OTRAS-RETENCIONES
                 PERFORM CONTAR-OTRA-RETENCION
                     VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-NUM-PARTIDAS
                 IF WS-OTRAS-RETENCIONES > 0
                    DISPLAY "Retencion levantada, pero el cliente "
                            "sigue retenido por otras "
                            WS-OTRAS-RETENCIONES " partidas."
                 ELSE
                    DISPLAY "Retencion levantada."
                 END-IF
           END-EVALUATE.

       CONTAR-OTRA-RETENCION.
           MOVE WS-PAR-REGISTRO(WS-I) TO revision-registro
           IF REV-ESTADO = "R"
              AND REV-CODIGO-CLIENTE = WS-CLIENTE-ELEGIDO
              ADD 1 TO WS-OTRAS-RETENCIONES
           END-IF.

       END PROGRAM GestionRevision.
