      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun de la bitacora de accesos a datos
      *          de clientes. Cada consulta que muestra datos de un
      *          cliente (Buscar Cliente, Listar clientes, Posicion
      *          consolidada, Buscar Cuenta, Buscar Prestamo y las
      *          reimpresiones de EstadosCuenta) lo llama con el
      *          operador firmado, el programa, la opcion y el
      *          cliente; la fecha y la hora son las del reloj, no la
      *          fecha de proceso, porque responden a "cuando se
      *          miro". Agrega el registro a accesos_clientes.txt,
      *          que ReporteAccesos resume por cliente y por operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. registrar-acceso.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT accesos-log
            ASSIGN TO DYNAMIC WS-RUTA-ACCESOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-accesos.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  accesos-log.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RUTA-ACCESOS            PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA     PIC X(40) VALUE SPACES.
       01  fs-accesos    PIC XX.
       01  ws-fecha-amd.
           05 ws-amd-aaaa PIC X(4).
           05 ws-amd-mm   PIC X(2).
           05 ws-amd-dd   PIC X(2).

       LINKAGE SECTION.
       01  ws-operador   PIC X(8).
       01  ws-programa   PIC X(20).
       01  ws-opcion     PIC X(25).
       01  ws-cliente    PIC X(6).
       PROCEDURE DIVISION USING ws-operador
                                ws-programa
                                ws-opcion
                                ws-cliente.

           PERFORM RESOLVER-RUTAS

       OPEN EXTEND accesos-log
       IF fs-accesos = "35" THEN
          OPEN OUTPUT accesos-log
          CLOSE accesos-log
          OPEN EXTEND accesos-log
       END-IF

       ACCEPT ws-fecha-amd FROM DATE YYYYMMDD
       MOVE SPACES TO acceso-registro
       STRING ws-amd-aaaa "-" ws-amd-mm "-" ws-amd-dd
              DELIMITED BY SIZE INTO acc-fecha
       ACCEPT acc-hora FROM TIME
       MOVE ws-operador  TO acc-operador
       MOVE ws-programa  TO acc-programa
       MOVE ws-opcion    TO acc-opcion
       MOVE ws-cliente   TO acc-cliente
       WRITE acceso-registro

       CLOSE accesos-log

       EXIT PROGRAM.

       RESOLVER-RUTAS.
           MOVE "accesos_clientes.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-ACCESOS.
