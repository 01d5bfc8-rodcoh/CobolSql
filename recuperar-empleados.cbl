           05 emp-departamento PIC X(15).
           05 emp-salario      PIC 9(7)V99.
           05 emp-fecha-ingreso PIC X(10).
           05 emp-jefe-id      PIC 9(4).

       WORKING-STORAGE SECTION.
       01  fs-diario            PIC XX.
                 15 WS-ENT-FECHA PIC X(10).
                 15 WS-ENT-HORA  PIC X(8).
              10 WS-ENT-OPERACION PIC X(10).
              10 WS-ENT-IMAGEN  PIC X(72).
       01  WS-NUM-ENTRADAS      PIC 9(4) VALUE 0.
       01  WS-DIARIO-EXCEDIDO   PIC X VALUE "N".
       01  WS-RUTA-DIARIO       PIC X(120) VALUE SPACES.
           05 WS-CORTE-HORA     PIC X(8).
       01  WS-IMAGEN-TRABAJO.
           05 IMG-EMP-ID        PIC 9(4).
           05 IMG-RESTO         PIC X(68).
       01  WS-REVERTIDOS        PIC 9(4) VALUE 0.
       01  WS-CONFIRMAR         PIC X VALUE "N".
       01  WS-LOCK-FUNCION      PIC X.
       REVERTIR-ENTRADA.
           IF WS-ENT-MOMENTO(WS-I) > WS-CORTE
              MOVE WS-ENT-IMAGEN(WS-I) TO WS-IMAGEN-TRABAJO
      * Una imagen anterior al formato con jefe directo no trae
      * ese campo: se reaplica sin jefe.
              IF IMG-RESTO(65:4) = SPACES
                 MOVE ZEROS TO IMG-RESTO(65:4)
              END-IF
              EVALUATE WS-ENT-OPERACION(WS-I)
                 WHEN "ALTA"
                    PERFORM REVERTIR-ALTA
