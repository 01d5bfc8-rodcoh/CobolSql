      * Date:
      * Purpose: Extracto nocturno de alertas de saldo bajo. Recorre
      *          la tabla cuentas buscando saldos por debajo del
      *          umbral de alerta del producto de la cuenta en el
      *          catalogo productos_cuenta.dat, toma el nombre y el
      *          correo validado del cliente de la tabla clientes y
      *          escribe un registro de alerta por cuenta en
      *          alertas_saldo.txt para que el mailer de la oficina
      *          los envie. Con
      *          la marca de parametros_enmascarado.dat en "S" el
      *          correo sale enmascarado (enmascarar-datos), para
      *          cuando el extracto va a un equipo que solo necesita
      *          conteos o datos parciales y no al mailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alertas-out
            ASSIGN TO "C:\\Users\\anton\\CobolSql\\alertas_saldo.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-retenciones.

           SELECT parametros-enmascarado
            ASSIGN TO
               "C:\\Users\\anton\\CobolSql\\parametros_enmascarado.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-enmascarado.

       DATA DIVISION.
       FILE SECTION.
       FD  alertas-out.
       01  alerta-registro.
           05 ALE-EMAIL           PIC X(50).
           05 HLD-FECHA-LIBERA    PIC X(10).
           05 HLD-ESTADO          PIC X.       *> P=pendiente L=liberada

       FD  parametros-enmascarado.
       01  parametro-enmascarado-registro.
           05 PEN-ALERTAS         PIC X.       *> S=enmascarar correo

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       01  fs-alertas            PIC XX.

       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

      * El umbral de cada cuenta es el de su producto en el catalogo.
       COPY PRODCTL.
       01  WS-PRODUCTO-BUSCADO   PIC X(10) VALUE SPACES.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".
       01  WS-UMBRAL-CUENTA      PIC 9(9)V99 VALUE 0.

       01  CUENTAS-REGISTRO.
           05 CUENTA-ID          PIC X(6).
       01  WS-NOMBRE-CLIENTE     PIC X(50).
       01  WS-EMAIL-CLIENTE      PIC X(50).
       01  WS-FIN-CURSOR         PIC X VALUE "N".
       01  WS-ALERTAS            PIC 9(5) VALUE 0.
       01  WS-FIN-COTITULARES    PIC X VALUE "N".
       01  WS-NOMBRE-COTITULAR   PIC X(50) VALUE SPACES.
       01  WS-RETENIDO-CUENTA    PIC 9(9)V99 VALUE 0.
       01  WS-DISPONIBLE         PIC S9(9)V99 VALUE 0.

       01  fs-enmascarado        PIC XX.
       01  WS-ENMASCARAR         PIC X VALUE "N".
       01  WS-MASC-TELEFONO      PIC X(20) VALUE SPACES.
       01  WS-MASC-CALLE         PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM CONECTAR-SQL.
       PERFORM VERIFICAR-CATALOGO.
       PERFORM CARGAR-RETENCIONES.
       PERFORM CARGAR-ENMASCARADO.
       PERFORM ABRIR-ARCHIVOS.
       PERFORM RECORRER-CUENTAS.
       CLOSE alertas-out
                                        fecha-error
                                        hora-error.

       VERIFICAR-CATALOGO.
           MOVE SPACES TO WS-PRODUCTO-BUSCADO
           CALL "buscar-producto" USING WS-PRODUCTO-BUSCADO
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "E"
              DISPLAY "No se pudo leer productos_cuenta.dat."
              MOVE 1 TO RETURN-CODE
              PERFORM DESCONECTAR-SQL
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN OUTPUT alertas-out.

      * Sin archivo de parametros el extracto sale completo, como lo
      * necesita el mailer.
       CARGAR-ENMASCARADO.
           MOVE "N" TO WS-ENMASCARAR
           OPEN INPUT parametros-enmascarado
           IF fs-enmascarado = "00"
              READ parametros-enmascarado
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PEN-ALERTAS = "S"
                       MOVE "S" TO WS-ENMASCARAR
                    END-IF
              END-READ
              CLOSE parametros-enmascarado
           END-IF.

       ENMASCARAR-ALERTA.
           IF WS-ENMASCARAR = "S"
              MOVE SPACES TO WS-MASC-TELEFONO
              MOVE SPACES TO WS-MASC-CALLE
              CALL "enmascarar-datos" USING WS-MASC-TELEFONO
                                            ALE-EMAIL
                                            WS-MASC-CALLE
           END-IF.

       CARGAR-RETENCIONES.
           MOVE 0 TO WS-NUM-RETENIDOS
           MOVE "N" TO WS-FIN-RETENCIONES
           END-IF.

       EVALUAR-CUENTA-ALERTA.
           CALL "buscar-producto" USING CUENTA-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           PERFORM BUSCAR-RETENIDO-CUENTA
           COMPUTE WS-DISPONIBLE = CUENTA-SALDO - WS-RETENIDO-CUENTA
           IF WS-PRODUCTO-OK = "S"
              MOVE PRD-UMBRAL-ALERTA TO WS-UMBRAL-CUENTA
              IF WS-DISPONIBLE < WS-UMBRAL-CUENTA
                 PERFORM ESCRIBIR-ALERTA
              END-IF
           END-IF
           PERFORM FETCH-CUENTA-ALERTA.

       ESCRIBIR-ALERTA.
           MOVE WS-EMAIL-CLIENTE  TO ALE-EMAIL
           MOVE WS-NOMBRE-CLIENTE TO ALE-NOMBRE
           MOVE CUENTA-ID         TO ALE-CUENTA
           MOVE WS-DISPONIBLE     TO ALE-SALDO
           MOVE WS-UMBRAL-CUENTA  TO ALE-UMBRAL
           PERFORM ENMASCARAR-ALERTA
           WRITE alerta-registro
           ADD 1 TO WS-ALERTAS
           PERFORM ALERTAR-COTITULARES.
           MOVE WS-NOMBRE-COTITULAR TO ALE-NOMBRE
           MOVE CUENTA-ID           TO ALE-CUENTA
           MOVE WS-DISPONIBLE       TO ALE-SALDO
           MOVE WS-UMBRAL-CUENTA  TO ALE-UMBRAL
           PERFORM ENMASCARAR-ALERTA
           WRITE alerta-registro
           ADD 1 TO WS-ALERTAS
           PERFORM FETCH-COTITULAR-ALERTA.
