      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun de normalizacion de nombres para
      *          el control contra la lista de sanciones. Deja el
      *          nombre en mayusculas sin acentos (las vocales
      *          acentuadas, la enie y la cedilla de dos bytes pasan a
      *          su letra simple), cambia la puntuacion por espacios,
      *          separa las palabras y las ordena alfabeticamente con
      *          un solo espacio entre ellas, de modo que "Perez
      *          Garcia, Jose" y "JOSE GARCIA PÉREZ" den el mismo
      *          resultado. Lo usan CargaListaSanciones para la lista y
      *          para la revision completa de clientes, y
      *          crear-clientes-sql en el alta, la importacion y el
      *          cambio de nombre, de modo que todos normalicen igual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. normalizar-nombre.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Segundo byte de las letras acentuadas (primer byte X"C3") y la
      * letra simple que le corresponde, en el mismo orden.
       01  ws-acentuadas.
           05 FILLER         PIC X(14) VALUE
              X"8081828384858788898A8B8C8D8E".
           05 FILLER         PIC X(13) VALUE
              X"8F91929394959698999A9B9C9D".
           05 FILLER         PIC X(14) VALUE
              X"A0A1A2A3A4A5A7A8A9AAABACADAE".
           05 FILLER         PIC X(13) VALUE
              X"AFB1B2B3B4B5B6B9BABBBCBDBF".
       01  ws-simples.
           05 FILLER         PIC X(14) VALUE "AAAAAACEEEEIII".
           05 FILLER         PIC X(13) VALUE "INOOOOOOUUUUY".
           05 FILLER         PIC X(14) VALUE "AAAAAACEEEEIII".
           05 FILLER         PIC X(13) VALUE "INOOOOOUUUUYY".
       01  ws-minusculas     PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  ws-mayusculas     PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  ws-limpio         PIC X(60) VALUE SPACES.
       01  ws-i              PIC 9(2) VALUE 0.
       01  ws-k              PIC 9(2) VALUE 0.
       01  ws-caracter       PIC X VALUE SPACE.

       01  ws-palabras.
           05 ws-palabra     PIC X(30) OCCURS 15 TIMES.
       01  ws-num-palabras   PIC 9(2) VALUE 0.
       01  ws-largo-palabra  PIC 9(2) VALUE 0.
       01  ws-p              PIC 9(2) VALUE 0.
       01  ws-q              PIC 9(2) VALUE 0.
       01  ws-palabra-aux    PIC X(30) VALUE SPACES.
       01  ws-puntero        PIC 9(2) VALUE 1.

       LINKAGE SECTION.
       01  ws-nombre         PIC X(60).
       01  ws-normalizado    PIC X(60).
       PROCEDURE DIVISION USING ws-nombre
                                ws-normalizado.

       MOVE SPACES TO ws-limpio
       MOVE 0 TO ws-k
       PERFORM LIMPIAR-CARACTER
           VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 60

       MOVE SPACES TO ws-palabras
       MOVE 0 TO ws-num-palabras
       MOVE 0 TO ws-largo-palabra
       PERFORM SEPARAR-PALABRA
           VARYING ws-i FROM 1 BY 1 UNTIL ws-i > 60

       PERFORM ORDENAR-PASADA
           VARYING ws-p FROM 1 BY 1 UNTIL ws-p >= ws-num-palabras

       MOVE SPACES TO ws-normalizado
       MOVE 1 TO ws-puntero
       PERFORM JUNTAR-PALABRA
           VARYING ws-p FROM 1 BY 1 UNTIL ws-p > ws-num-palabras

       EXIT PROGRAM.

      * Cada byte del nombre queda como letra mayuscula, digito o
      * espacio; el par X"C3"+byte de una letra acentuada se reduce a
      * la letra simple y cualquier otro byte no ASCII se descarta.
       LIMPIAR-CARACTER.
           MOVE ws-nombre(ws-i:1) TO ws-caracter
           IF ws-caracter = X"C3" AND ws-i < 60
              ADD 1 TO ws-i
              MOVE ws-nombre(ws-i:1) TO ws-caracter
              INSPECT ws-caracter CONVERTING ws-acentuadas
                                          TO ws-simples
           ELSE
              INSPECT ws-caracter CONVERTING ws-minusculas
                                          TO ws-mayusculas
           END-IF
           EVALUATE TRUE
              WHEN ws-caracter >= "A" AND ws-caracter <= "Z"
              WHEN ws-caracter >= "0" AND ws-caracter <= "9"
                 ADD 1 TO ws-k
                 MOVE ws-caracter TO ws-limpio(ws-k:1)
              WHEN ws-caracter > X"7F"
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO ws-k
                 MOVE SPACE TO ws-limpio(ws-k:1)
           END-EVALUATE.

       SEPARAR-PALABRA.
           IF ws-limpio(ws-i:1) = SPACE
              MOVE 0 TO ws-largo-palabra
           ELSE
              IF ws-largo-palabra = 0 AND ws-num-palabras < 15
                 ADD 1 TO ws-num-palabras
              END-IF
              IF ws-largo-palabra < 30
                 ADD 1 TO ws-largo-palabra
                 MOVE ws-limpio(ws-i:1)
                   TO ws-palabra(ws-num-palabras)(ws-largo-palabra:1)
              END-IF
           END-IF.

      * Burbuja simple: los nombres no pasan de un punado de palabras.
       ORDENAR-PASADA.
           PERFORM ORDENAR-PAR
               VARYING ws-q FROM 1 BY 1
               UNTIL ws-q > ws-num-palabras - ws-p.

       ORDENAR-PAR.
           IF ws-palabra(ws-q) > ws-palabra(ws-q + 1)
              MOVE ws-palabra(ws-q)     TO ws-palabra-aux
              MOVE ws-palabra(ws-q + 1) TO ws-palabra(ws-q)
              MOVE ws-palabra-aux       TO ws-palabra(ws-q + 1)
           END-IF.

       JUNTAR-PALABRA.
           IF ws-p > 1
              STRING " " DELIMITED BY SIZE
                     INTO ws-normalizado
                     WITH POINTER ws-puntero
              END-STRING
           END-IF
           STRING ws-palabra(ws-p) DELIMITED BY SPACE
                  INTO ws-normalizado
                  WITH POINTER ws-puntero
           END-STRING.
