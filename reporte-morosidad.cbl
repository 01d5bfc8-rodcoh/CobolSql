      * Author:
      * Date:
      * Purpose: Reporte nocturno de morosidad de prestamos. Por cada
      *          prestamo de la tabla prestamos lee en
      *          prestamos_cuotas las cuotas facturadas por
      *          FacturacionPrestamos que a la fecha de proceso ya
      *          vencieron sin quedar PAGADA (los pagos las van
      *          saldando via aplicar-pago-prestamo). La cantidad de
      *          cuotas vencidas impagas clasifica el prestamo en los
      *          tramos de 30, 60 y 90 dias y lo que queda impago de
      *          ellas es el atraso; marca la columna
      *          estado_prestamo (AL DIA / MORA030 / MORA060 /
      *          MORA090) que el reporte de
      *          cartera muestra, y emite el reporte de antiguedad de
      *          mora por cliente para Cobranzas.
      * Tectonics: cobc
       01  WS-FIN-CURSOR         PIC X VALUE "N".

       01  WS-FECHA-PROCESO      PIC X(10) VALUE SPACES.
       01  WS-ATRASO             PIC S9(9)V99 VALUE 0.
       01  WS-ATRASO-LEIDO       PIC 9(9)V99 VALUE 0.
       01  WS-CUOTAS-ATRASADAS   PIC 9(3) VALUE 0.

       01  WS-CLIENTE-ANTERIOR   PIC X(6) VALUE SPACES.
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-REPORTE
           CALL "obtener-fecha-proceso" USING WS-FECHA-PROCESO
           OPEN OUTPUT reporte-out
           MOVE "REPORTE DE MOROSIDAD DE PRESTAMOS POR CLIENTE"
              TO reporte-linea
              MOVE "S" TO WS-FIN-CURSOR
           END-IF.

      * Un prestamo CANCELAD (cancelacion anticipada aplicada)
      * conserva esa marca de cierre y no se reclasifica; un prestamo
      * con saldo
      * cero ya esta pagado y queda AL DIA sin mas calculo.
       EVALUAR-PRESTAMO.
           IF WS-ESTADO-LEIDO = "CANCELAD"
              MOVE 0 TO WS-ATRASO
              MOVE 0 TO WS-CUOTAS-ATRASADAS
           ELSE
              PERFORM LEER-CUOTAS-VENCIDAS
              PERFORM CLASIFICAR-ATRASO
           END-IF
           PERFORM MARCAR-ESTADO-PRESTAMO
              WRITE reporte-linea
           END-IF.

      * Cuotas facturadas con vencimiento anterior a la fecha de
      * proceso que no quedaron PAGADA, y lo que falta pagar de ellas.
       LEER-CUOTAS-VENCIDAS.
           MOVE 0 TO WS-CUOTAS-ATRASADAS
           MOVE 0 TO WS-ATRASO-LEIDO
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(interes_cuota - interes_pagado
                                + capital_cuota - capital_pagado), 0)
              INTO :WS-CUOTAS-ATRASADAS,
                   :WS-ATRASO-LEIDO
              FROM prestamos_cuotas
              WHERE id_prestamo = :PRESTAMO-ID
                AND estado_cuota <> 'PAGADA'
                AND fecha_vencimiento < :WS-FECHA-PROCESO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Error al leer cuotas del prestamo " PRESTAMO-ID
                      ": " SQLCODE " - " SQLSTATE
              MOVE "ERROR" TO error-severidad
              MOVE "LEER-CUOTAS-VENCIDAS" TO error-parrafo
              MOVE "Error al leer cuotas vencidas del prestamo."
                   TO mensaje-error
              PERFORM ACEPTAR-FECHA-HORA
              PERFORM ESCRIBIR-ERROR-LOG
              MOVE 0 TO WS-CUOTAS-ATRASADAS
              MOVE 0 TO WS-ATRASO-LEIDO
           END-IF
           MOVE WS-ATRASO-LEIDO TO WS-ATRASO.

      * Cada cuota vencida impaga es un tramo de 30 dias: 1 cuota =
      * 30 dias, 2 cuotas = 60, 3 o mas = 90.
       CLASIFICAR-ATRASO.
           EVALUATE TRUE
              WHEN WS-CUOTAS-ATRASADAS >= 3
                 MOVE "MORA090" TO WS-ESTADO-PRESTAMO
