      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de consulta del catalogo de productos de
      *          cuenta (productos_cuenta.dat, layout PRODCTL). Dado
      *          un codigo de producto (cuentas.tipo_cuenta, en
      *          mayusculas o no) devuelve el registro completo del
      *          producto. El catalogo se carga en memoria en el
      *          primer llamado y queda cargado mientras dure el
      *          programa que llama, asi las corridas que consultan
      *          cuenta por cuenta no releen el archivo. Indicador de
      *          respuesta: S=encontrado, N=el codigo no figura en el
      *          catalogo, E=no se pudo leer el catalogo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-producto.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT productos-file
            ASSIGN TO DYNAMIC ws-ruta-productos
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-productos.

       DATA DIVISION.
       FILE SECTION.
       FD  productos-file.
           COPY PRODCTL.

       WORKING-STORAGE SECTION.
       01  fs-productos          PIC XX.
       01  ws-ruta-productos     PIC X(120) VALUE SPACES.
       01  ws-nombre-archivo     PIC X(40) VALUE SPACES.
       01  fin-productos         PIC X VALUE "N".
       01  ws-catalogo-cargado   PIC X VALUE "N".
       01  ws-catalogo-ok        PIC X VALUE "N".
       01  ws-codigo-mayus       PIC X(10) VALUE SPACES.
       01  ws-i                  PIC 9(2) VALUE 0.
       01  ws-num-productos      PIC 9(2) VALUE 0.
       01  ws-productos.
           05 ws-prod-fila OCCURS 50 TIMES.
              10 ws-prod-codigo  PIC X(10).
              10 ws-prod-datos   PIC X(72).

       LINKAGE SECTION.
       01  codigo-producto       PIC X(10).
       01  producto-hallado      PIC X(82).
       01  indicador-producto    PIC X.
       PROCEDURE DIVISION USING codigo-producto
                                producto-hallado
                                indicador-producto.

       IF ws-catalogo-cargado = "N"
          PERFORM CARGAR-CATALOGO
       END-IF

       MOVE SPACES TO producto-hallado
       IF ws-catalogo-ok = "N"
          MOVE "E" TO indicador-producto
          EXIT PROGRAM
       END-IF

       MOVE codigo-producto TO ws-codigo-mayus
       INSPECT ws-codigo-mayus CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE "N" TO indicador-producto
       PERFORM COMPARAR-PRODUCTO
           VARYING ws-i FROM 1 BY 1
           UNTIL ws-i > ws-num-productos
              OR indicador-producto = "S"

       EXIT PROGRAM.

       CARGAR-CATALOGO.
           MOVE "S" TO ws-catalogo-cargado
           MOVE 0 TO ws-num-productos
           MOVE "productos_cuenta.dat" TO ws-nombre-archivo
           CALL "obtener-ruta" USING ws-nombre-archivo
                                     ws-ruta-productos
           OPEN INPUT productos-file
           IF fs-productos = "00"
              MOVE "S" TO ws-catalogo-ok
              PERFORM LEER-PRODUCTO
              PERFORM GUARDAR-PRODUCTO
                  UNTIL fin-productos = "S"
              CLOSE productos-file
           END-IF.

       LEER-PRODUCTO.
           READ productos-file
                AT END MOVE "S" TO fin-productos
           END-READ.

       GUARDAR-PRODUCTO.
           IF ws-num-productos < 50
              AND PRD-CODIGO NOT = SPACES
              ADD 1 TO ws-num-productos
              MOVE producto-registro TO ws-prod-fila(ws-num-productos)
           END-IF
           PERFORM LEER-PRODUCTO.

       COMPARAR-PRODUCTO.
           IF ws-prod-codigo(ws-i) = ws-codigo-mayus
              MOVE ws-prod-fila(ws-i) TO producto-hallado
              MOVE "S" TO indicador-producto
           END-IF.
