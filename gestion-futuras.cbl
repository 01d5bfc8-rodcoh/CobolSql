      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gestion de las transacciones con fecha valor futura.
      *          ProcesarTransaccion aparta en transacciones_futuras.txt
      *          (FUTCTL.CPY) cada transaccion valida fechada despues
      *          de la fecha de proceso y la suelta al posteo la noche
      *          en que llega su fecha. Aqui el operador puede listar
      *          las pendientes, anular una antes de su fecha (queda A
      *          con la fecha y el operador, y ya no se suelta) y
      *          emitir el reporte de las que siguen esperando por
      *          fecha valor y cliente, con subtotales por fecha, en
      *          transacciones_futuras_rep.txt. Con firma de operador:
      *          los roles consulta y lote solo listan y reportan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionFuturas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT futuras-file
            ASSIGN TO DYNAMIC WS-RUTA-FUTURAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-futuras.

           SELECT trabajo-sort
            ASSIGN TO DYNAMIC WS-RUTA-SORTWK.

           SELECT reporte-out
            ASSIGN TO DYNAMIC WS-RUTA-REPORTE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  futuras-file.
           COPY FUTCTL.

      * Las pendientes se ordenan por fecha valor y cliente con SORT
      * e INPUT/OUTPUT PROCEDURE, como ordena sus transacciones
      * ProcesarTransaccion.
       SD  trabajo-sort.
       01  SORT-FUTURA.
           05 SORT-FUT-FECHA      PIC X(10).
           05 SORT-FUT-CLIENTE    PIC 9(6).
           05 SORT-FUT-TIPO       PIC X(10).
           05 SORT-FUT-MONTO      PIC 9(7)V99.
           05 SORT-FUT-REF        PIC X(12).
           05 SORT-FUT-SUCURSAL   PIC X(4).
           05 SORT-FUT-ALTA       PIC X(10).

       FD  reporte-out.
       01  reporte-linea          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY REPCAB.
       01  fs-futuras            PIC XX.
       01  fs-reporte            PIC XX.
       01  WS-RUTA-FUTURAS       PIC X(120) VALUE SPACES.
       01  WS-RUTA-SORTWK        PIC X(120) VALUE SPACES.
       01  WS-RUTA-REPORTE       PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  fin-futuras           PIC X VALUE "N".
       01  fin-sort              PIC X VALUE "N".
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.

      * Archivo completo en memoria: se lee una vez y se reescribe
      * solo si hubo anulaciones.
       01  WS-FUTURAS.
           05 WS-FUT-FILA OCCURS 1000 TIMES.
              10 WS-FUT-REGISTRO PIC X(89).
       01  WS-NUM-FUTURAS        PIC 9(4) VALUE 0.
       01  WS-FUTURAS-EXCEDIDO   PIC X VALUE "N".
       01  WS-HUBO-CAMBIOS       PIC X VALUE "N".
       01  WS-I                  PIC 9(4) VALUE 0.
       01  WS-I-ED               PIC ZZZ9.
       01  WS-REF-ELEGIDA        PIC X(12) VALUE SPACES.
       01  WS-FUT-IDX            PIC 9(4) VALUE 0.
       01  WS-CONFIRMA           PIC X VALUE "N".
       01  WS-PENDIENTES         PIC 9(4) VALUE 0.
       01  WS-MONTO-ED           PIC ZZZZZZ9.99.

       01  WS-FECHA-CORTE        PIC X(10) VALUE SPACES.
       01  WS-CANT-FECHA         PIC 9(5) VALUE 0.
       01  WS-MONTO-FECHA        PIC 9(11)V99 VALUE 0.
       01  WS-CANT-TOTAL         PIC 9(5) VALUE 0.
       01  WS-MONTO-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-CANT-ED            PIC ZZZZ9.
       01  WS-TOTAL-ED           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM RESOLVER-RUTAS.
       PERFORM FIRMAR-OPERADOR.
       CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO.
       PERFORM CARGAR-FUTURAS.
       IF WS-FUTURAS-EXCEDIDO = "S"
          DISPLAY "El archivo de fecha valor futura supera las 1000 "
                  "partidas: seguir reescribiria el archivo perdiendo "
                  "transacciones."
          MOVE "FATAL" TO error-severidad
          MOVE "CARGAR-FUTURAS" TO error-parrafo
          MOVE "transacciones_futuras.txt supera las 1000 partidas."
               TO mensaje-error
          PERFORM ACEPTAR-FECHA-HORA
          PERFORM ESCRIBIR-ERROR-LOG
          MOVE 1 TO RETURN-CODE
          STOP RUN
       END-IF
       PERFORM PROCESAR
           UNTIL continuar = "N".
       IF WS-HUBO-CAMBIOS = "S"
          PERFORM GUARDAR-FUTURAS
       END-IF
       STOP RUN.

       RESOLVER-RUTAS.
           MOVE "transacciones_futuras.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-FUTURAS
           MOVE "sortwk_futuras.tmp" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-SORTWK
           MOVE "transacciones_futuras_rep.txt"
                TO WS-NOMBRE-ARCHIVO-RUTA
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
           DISPLAY "1. Listar transacciones pendientes"
           DISPLAY "2. Anular una transaccion pendiente"
           DISPLAY "3. Reporte de pendientes por fecha y cliente"
           DISPLAY "4. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           IF (WS-OPERADOR-ROL = "1" OR WS-OPERADOR-ROL = "B")
              AND opcion = "2"
              DISPLAY "El rol del operador solo puede listar y "
                      "reportar."
           ELSE
              EVALUATE opcion
                  WHEN 1
                     PERFORM LISTAR-FUTURAS
                  WHEN 2
                     PERFORM ANULAR-FUTURA
                  WHEN 3
                     PERFORM REPORTE-FUTURAS
                  WHEN 4
                     MOVE "N" TO continuar
                  WHEN OTHER
                     DISPLAY "Opción inválida."
              END-EVALUATE
           END-IF.

       CARGAR-FUTURAS.
           MOVE 0 TO WS-NUM-FUTURAS
           MOVE "N" TO fin-futuras
           OPEN INPUT futuras-file
           IF fs-futuras NOT = "00"
              DISPLAY "No hay transacciones con fecha valor futura. "
                      "Estado: " fs-futuras
           ELSE
              PERFORM LEER-FUTURA
              PERFORM GUARDAR-FUTURA-TABLA
                  UNTIL fin-futuras = "S"
              CLOSE futuras-file
           END-IF
           DISPLAY "Partidas con fecha valor futura cargadas: "
                   WS-NUM-FUTURAS.

       LEER-FUTURA.
           READ futuras-file
                AT END MOVE "S" TO fin-futuras
           END-READ.

       GUARDAR-FUTURA-TABLA.
           IF WS-NUM-FUTURAS < 1000
              ADD 1 TO WS-NUM-FUTURAS
              MOVE futura-registro TO WS-FUT-REGISTRO(WS-NUM-FUTURAS)
           ELSE
              MOVE "S" TO WS-FUTURAS-EXCEDIDO
           END-IF
           PERFORM LEER-FUTURA.

       GUARDAR-FUTURAS.
           OPEN OUTPUT futuras-file
           PERFORM ESCRIBIR-FUTURA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-FUTURAS
           CLOSE futuras-file.

       ESCRIBIR-FUTURA.
           MOVE WS-FUT-REGISTRO(WS-I) TO futura-registro
           WRITE futura-registro.

       LISTAR-FUTURAS.
           MOVE 0 TO WS-PENDIENTES
           PERFORM MOSTRAR-FUTURA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-FUTURAS
           DISPLAY "Pendientes: " WS-PENDIENTES.

       MOSTRAR-FUTURA.
           MOVE WS-FUT-REGISTRO(WS-I) TO futura-registro
           IF FUT-ESTADO = "P"
              ADD 1 TO WS-PENDIENTES
              MOVE WS-I TO WS-I-ED
              MOVE FUT-MONTO TO WS-MONTO-ED
              DISPLAY WS-I-ED ") Fecha valor: " FUT-FECHA-VALOR
                      " Cliente: " FUT-CODIGO-CLIENTE
                      " Tipo: " FUT-TIPO
                      " Monto: " WS-MONTO-ED
              DISPLAY "      Ref: " FUT-REFERENCIA
                      " Sucursal: " FUT-SUCURSAL
                      " Apartada: " FUT-FECHA-ALTA
           END-IF.

      ******************************************************************
      * Anulacion de una pendiente por su referencia. Solo se anula la
      * que todavia no llego a su fecha: la vencida ya la solto (o la
      * suelta esta noche) la consolidacion, y se revierte con un
      * Reverso como cualquier transaccion posteada.
      ******************************************************************
       ANULAR-FUTURA.
           DISPLAY "Referencia de la transaccion a anular: "
           ACCEPT WS-REF-ELEGIDA
           MOVE 0 TO WS-FUT-IDX
           PERFORM BUSCAR-FUTURA
               VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-FUTURAS OR WS-FUT-IDX > 0
           IF WS-FUT-IDX = 0
              DISPLAY "No hay una transaccion pendiente con esa "
                      "referencia."
           ELSE
              MOVE WS-FUT-REGISTRO(WS-FUT-IDX) TO futura-registro
              IF FUT-FECHA-VALOR <= WS-FECHA-PROCESO
                 DISPLAY "La transaccion ya llego a su fecha valor: "
                         "anulela con un Reverso."
              ELSE
                 MOVE WS-FUT-IDX TO WS-I
                 PERFORM MOSTRAR-FUTURA
                 DISPLAY "Confirma la anulacion (S/N): "
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    MOVE "A"              TO FUT-ESTADO
                    MOVE WS-FECHA-PROCESO TO FUT-FECHA-ESTADO
                    MOVE WS-OPERADOR-ID   TO FUT-OPERADOR
                    MOVE futura-registro  TO WS-FUT-REGISTRO(WS-FUT-IDX)
                    MOVE "S" TO WS-HUBO-CAMBIOS
                    MOVE "INFO" TO error-severidad
                    MOVE "ANULAR-FUTURA" TO error-parrafo
                    MOVE SPACES TO mensaje-error
                    STRING "Anulada transaccion futura ref "
                           DELIMITED BY SIZE
                           FUT-REFERENCIA DELIMITED BY SIZE
                           " por " DELIMITED BY SIZE
                           WS-OPERADOR-ID DELIMITED BY SIZE
                           INTO mensaje-error
                    PERFORM ACEPTAR-FECHA-HORA
                    PERFORM ESCRIBIR-ERROR-LOG
                    DISPLAY "Transaccion anulada."
                 ELSE
                    DISPLAY "No se anulo nada."
                 END-IF
              END-IF
           END-IF.

       BUSCAR-FUTURA.
           MOVE WS-FUT-REGISTRO(WS-I) TO futura-registro
           IF FUT-ESTADO = "P" AND FUT-REFERENCIA = WS-REF-ELEGIDA
              MOVE WS-I TO WS-FUT-IDX
           END-IF.

      ******************************************************************
      * Reporte de las que siguen esperando, por fecha valor y cliente
      * con subtotal de cantidad y monto por fecha y total general.
      ******************************************************************
       REPORTE-FUTURAS.
           MOVE 0 TO WS-CANT-TOTAL
           MOVE 0 TO WS-MONTO-TOTAL
           OPEN OUTPUT reporte-out
           MOVE "TRANSACCIONES CON FECHA VALOR FUTURA PENDIENTES"
                TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           STRING "Fecha valor Cliente Tipo            Monto "
                  DELIMITED BY SIZE
                  "Referencia   Suc. Apartada" DELIMITED BY SIZE
                  INTO REP-ENCABEZADO-COLS
           MOVE "GestionFuturas" TO REP-PROGRAMA
           MOVE WS-OPERADOR-ID TO REP-OPERADOR
           PERFORM REP-INICIAR
           SORT trabajo-sort
               ON ASCENDING KEY SORT-FUT-FECHA
                                SORT-FUT-CLIENTE
               INPUT PROCEDURE IS SOLTAR-PENDIENTES
               OUTPUT PROCEDURE IS LISTAR-PENDIENTES
           MOVE WS-CANT-TOTAL TO WS-CANT-ED
           MOVE WS-MONTO-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "TOTAL PENDIENTE   Cantidad: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  Monto: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM REP-FINALIZAR
           CLOSE reporte-out
           DISPLAY "Reporte generado en transacciones_futuras_rep.txt".

       SOLTAR-PENDIENTES.
           PERFORM SOLTAR-UNA-PENDIENTE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-FUTURAS.

       SOLTAR-UNA-PENDIENTE.
           MOVE WS-FUT-REGISTRO(WS-I) TO futura-registro
           IF FUT-ESTADO = "P"
              MOVE FUT-FECHA-VALOR    TO SORT-FUT-FECHA
              MOVE FUT-CODIGO-CLIENTE TO SORT-FUT-CLIENTE
              MOVE FUT-TIPO           TO SORT-FUT-TIPO
              MOVE FUT-MONTO          TO SORT-FUT-MONTO
              MOVE FUT-REFERENCIA     TO SORT-FUT-REF
              MOVE FUT-SUCURSAL       TO SORT-FUT-SUCURSAL
              MOVE FUT-FECHA-ALTA     TO SORT-FUT-ALTA
              RELEASE SORT-FUTURA
           END-IF.

       LISTAR-PENDIENTES.
           MOVE "N" TO fin-sort
           MOVE SPACES TO WS-FECHA-CORTE
           PERFORM DEVOLVER-PENDIENTE
           PERFORM LISTAR-UNA-PENDIENTE
               UNTIL fin-sort = "S"
           IF WS-FECHA-CORTE NOT = SPACES
              PERFORM SUBTOTAL-FECHA
           END-IF.

       DEVOLVER-PENDIENTE.
           RETURN trabajo-sort
                AT END MOVE "S" TO fin-sort
           END-RETURN.

       LISTAR-UNA-PENDIENTE.
           IF SORT-FUT-FECHA NOT = WS-FECHA-CORTE
              IF WS-FECHA-CORTE NOT = SPACES
                 PERFORM SUBTOTAL-FECHA
              END-IF
              MOVE SORT-FUT-FECHA TO WS-FECHA-CORTE
              MOVE 0 TO WS-CANT-FECHA
              MOVE 0 TO WS-MONTO-FECHA
           END-IF
           ADD 1 TO WS-CANT-FECHA
           ADD SORT-FUT-MONTO TO WS-MONTO-FECHA
           ADD 1 TO WS-CANT-TOTAL
           ADD SORT-FUT-MONTO TO WS-MONTO-TOTAL
           MOVE SORT-FUT-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REP-DETALLE
           STRING SORT-FUT-FECHA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SORT-FUT-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-FUT-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-FUT-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-FUT-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-FUT-ALTA DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE
           PERFORM DEVOLVER-PENDIENTE.

       SUBTOTAL-FECHA.
           MOVE WS-CANT-FECHA TO WS-CANT-ED
           MOVE WS-MONTO-FECHA TO WS-TOTAL-ED
           MOVE SPACES TO REP-DETALLE
           STRING "  Subtotal " DELIMITED BY SIZE
                  WS-FECHA-CORTE DELIMITED BY SIZE
                  "  Cantidad: " DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  "  Monto: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO REP-DETALLE
           PERFORM REP-ESCRIBIR-DETALLE.

           COPY REPPROC.

       END PROGRAM GestionFuturas.
