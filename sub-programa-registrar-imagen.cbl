       LINKAGE SECTION.
       01  ws-programa   PIC X(20).
       01  ws-operacion  PIC X(10).
       01  ws-imagen     PIC X(72).
       PROCEDURE DIVISION USING ws-programa
                                ws-operacion
                                ws-imagen.
