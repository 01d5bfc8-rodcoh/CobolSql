      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun de enmascarado de datos de contacto
      *          para los extractos que salen a equipos que no
      *          necesitan el dato completo. Enmascara en el lugar:
      *          del telefono deja visibles solo los ultimos 4
      *          digitos; del correo deja la primera letra y el
      *          dominio (j*****@dominio.com); de la calle oculta los
      *          numeros (altura, piso, departamento) y deja el nombre
      *          de la calle. Un campo en blanco queda en blanco. Lo
      *          usan crear-clientes-sql en la exportacion de clientes
      *          y AlertasSaldoBajo en el extracto de alertas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. enmascarar-datos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ws-i              PIC 9(2) VALUE 0.
       01  ws-digitos        PIC 9(2) VALUE 0.
       01  ws-visto          PIC 9(2) VALUE 0.
       01  ws-arroba         PIC 9(2) VALUE 0.
       01  ws-hasta          PIC 9(2) VALUE 0.
       01  ws-caracter       PIC X VALUE SPACE.

       LINKAGE SECTION.
       01  ws-telefono       PIC X(20).
       01  ws-email          PIC X(50).
       01  ws-calle          PIC X(50).
       PROCEDURE DIVISION USING ws-telefono
                                ws-email
                                ws-calle.

       MOVE 0 TO ws-digitos
       PERFORM CONTAR-DIGITO-TELEFONO
           VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 20
       MOVE 0 TO ws-visto
       PERFORM ENMASCARAR-TELEFONO
           VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 20

       MOVE 0 TO ws-arroba
       PERFORM BUSCAR-ARROBA
           VARYING ws-i FROM 1 BY 1
           UNTIL ws-i > 50 OR ws-arroba > 0
       IF ws-arroba > 0
          COMPUTE ws-hasta = ws-arroba - 1
       ELSE
          MOVE 50 TO ws-hasta
       END-IF
       PERFORM ENMASCARAR-EMAIL
           VARYING ws-i FROM 2 BY 1 UNTIL ws-i > ws-hasta

       INSPECT ws-calle CONVERTING "0123456789" TO "**********"

       EXIT PROGRAM.

       CONTAR-DIGITO-TELEFONO.
           MOVE ws-telefono(ws-i:1) TO ws-caracter
           IF ws-caracter >= "0" AND ws-caracter <= "9"
              ADD 1 TO ws-digitos
           END-IF.

      * Los separadores (espacios, guiones, parentesis) quedan como
      * estan; solo los digitos anteriores a los 4 ultimos se tapan.
       ENMASCARAR-TELEFONO.
           MOVE ws-telefono(ws-i:1) TO ws-caracter
           IF ws-caracter >= "0" AND ws-caracter <= "9"
              ADD 1 TO ws-visto
              IF ws-visto + 4 <= ws-digitos
                 MOVE "*" TO ws-telefono(ws-i:1)
              END-IF
           END-IF.

       BUSCAR-ARROBA.
           IF ws-email(ws-i:1) = "@"
              MOVE ws-i TO ws-arroba
           END-IF.

       ENMASCARAR-EMAIL.
           IF ws-email(ws-i:1) NOT = SPACE
              MOVE "*" TO ws-email(ws-i:1)
           END-IF.
