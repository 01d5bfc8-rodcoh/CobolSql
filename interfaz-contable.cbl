       01  WS-AJUSTES-ASENTADOS  PIC 9(5) VALUE 0.

       01  WS-MAPEOS.
           05 WS-MAP-FILA OCCURS 60 TIMES.
              10 WS-MAP-TIPO     PIC X(15).
              10 WS-MAP-DEBE     PIC X(8).
              10 WS-MAP-HABER    PIC X(8).
       01  WS-ASI-IDX            PIC 9(2) VALUE 0.
       01  WS-I                  PIC 9(2) VALUE 0.
       01  WS-J                  PIC 9(2) VALUE 0.
       01  WS-TIPO-AJUSTE        PIC X(15) VALUE SPACES.
       01  WS-ENCONTRADO         PIC X VALUE "N".
       01  WS-SIN-MAPEO          PIC 9(5) VALUE 0.

                AT END MOVE "S" TO WS-FIN-MAPEO
           END-READ
           PERFORM UNTIL WS-FIN-MAPEO = "S"
                      OR WS-NUM-MAPEOS >= 60
              ADD 1 TO WS-NUM-MAPEOS
              MOVE MAP-TIPO      TO WS-MAP-TIPO(WS-NUM-MAPEOS)
              MOVE MAP-CTA-DEBE  TO WS-MAP-DEBE(WS-NUM-MAPEOS)
           ADD WS-ASI-TOTAL(WS-I) TO WS-TOTAL-HABER.

      * Los ajustes manuales pendientes entran al mismo lote: cada
      * ajuste genera su asiento balanceado con el mapeo propio de
      * su motivo ("Ajuste " + motivo, p.ej. "Ajuste PROV" para la
      * prevision de cartera) o, si no lo hay, con el mapeo "Ajuste"
      * (un credito al cliente asienta debe/haber como lo define el
      * mapeo; un debito lo asienta con las patas invertidas). Una
      * vez asentados, el archivo de pendientes queda vacio para que

       BUSCAR-MAPEO-AJUSTE.
           MOVE 0 TO WS-MAP-IDX
           MOVE SPACES TO WS-TIPO-AJUSTE
           STRING "Ajuste " AJP-MOTIVO
              DELIMITED BY SIZE INTO WS-TIPO-AJUSTE
           PERFORM COMPARAR-MAPEO-AJUSTE
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-MAPEOS
           IF WS-MAP-IDX = 0
              MOVE "Ajuste" TO WS-TIPO-AJUSTE
              PERFORM COMPARAR-MAPEO-AJUSTE
                  VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-MAPEOS
           END-IF.

       COMPARAR-MAPEO-AJUSTE.
           IF WS-MAP-TIPO(WS-J) = WS-TIPO-AJUSTE
              MOVE WS-J TO WS-MAP-IDX
           END-IF.

