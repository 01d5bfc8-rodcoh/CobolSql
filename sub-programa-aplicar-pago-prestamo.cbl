      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma de imputacion de pagos de prestamo. Lo
      *          usan REGISTRAR-PAGO de GestionPrestamos (ventanilla)
      *          y el posteo de los pagos "PR" del feed, para que un
      *          pago se reparta siempre igual:
      *            1. interes de las cuotas vencidas (fecha de
      *               vencimiento anterior a la fecha del pago), de la
      *               mas vieja a la mas nueva;
      *            2. interes de las cuotas facturadas aun no
      *               vencidas;
      *            3. capital de las cuotas facturadas, en orden;
      *            4. el resto es prepago de capital aun no
      *               facturado.
      *          Todo el capital imputado baja saldo_pendiente de
      *          prestamos; las cuotas quedan en prestamos_cuotas con
      *          lo pagado y su estado (PENDIENTE / PARCIAL / PAGADA)
      *          y el pago queda en prestamos_historia con su reparto.
      *          La funcion "C" solo consulta el total adeudado
      *          (saldo pendiente mas interes facturado impago) sin
      *          tocar nada; la funcion "A" aplica. Un pago mayor que
      *          el total adeudado se devuelve sin aplicar ("X"): el
      *          que llama decide si lo topea o lo manda al suspenso.
      *          Trabaja sobre la conexion SQL del programa que lo
      *          llama y no confirma: el COMMIT es del que llama. Las
      *          grabaciones de un pago van tras un punto de
      *          recuperacion: si una falla ("E") se deshacen todas,
      *          y la unidad de trabajo del que llama queda como
      *          estaba antes del pago.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aplicar-pago-prestamo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SQLCODE  PIC S9(9) COMP-5.
       01  SQLSTATE PIC X(5).

       01  ws-saldo-prestamo     PIC 9(9)V99 VALUE 0.
       01  ws-interes-adeudado   PIC 9(9)V99 VALUE 0.
       01  ws-restante           PIC 9(9)V99 VALUE 0.
       01  ws-pendiente          PIC 9(9)V99 VALUE 0.
       01  ws-imputado           PIC 9(9)V99 VALUE 0.
       01  ws-primera-cuota      PIC 9(3) VALUE 0.
       01  ws-tipo-movimiento    PIC X(10) VALUE "PAGO".
       01  fin-cuotas            PIC X VALUE "N".
       01  ws-i                  PIC 9(3) VALUE 0.

       01  ws-cuota-leida.
           05 ws-cl-nro          PIC 9(3).
           05 ws-cl-vencimiento  PIC X(10).
           05 ws-cl-interes      PIC 9(9)V99.
           05 ws-cl-capital      PIC 9(9)V99.
           05 ws-cl-int-pagado   PIC 9(9)V99.
           05 ws-cl-cap-pagado   PIC 9(9)V99.
           05 ws-cl-estado       PIC X(10).

       01  ws-cuotas.
           05 ws-cuo-fila OCCURS 360 TIMES.
              10 ws-cuo-nro         PIC 9(3).
              10 ws-cuo-vencimiento PIC X(10).
              10 ws-cuo-interes     PIC 9(9)V99.
              10 ws-cuo-capital     PIC 9(9)V99.
              10 ws-cuo-int-pagado  PIC 9(9)V99.
              10 ws-cuo-cap-pagado  PIC 9(9)V99.
              10 ws-cuo-estado      PIC X(10).
              10 ws-cuo-tocada      PIC X.
       01  ws-num-cuotas         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  ws-funcion            PIC X.          *> C=consulta A=aplica
       01  ws-id-prestamo        PIC X(6).
       01  ws-fecha-pago         PIC X(10).
       01  ws-monto-pago         PIC 9(9)V99.
       01  ws-origen             PIC X(10).      *> VENTANILLA/POSTEO
       01  ws-interes-aplicado   PIC 9(9)V99.
       01  ws-capital-aplicado   PIC 9(9)V99.
       01  ws-saldo-resultante   PIC 9(9)V99.
       01  ws-total-adeudado     PIC 9(9)V99.
       01  ws-resultado          PIC X.          *> S/N/X/E
       PROCEDURE DIVISION USING ws-funcion
                                ws-id-prestamo
                                ws-fecha-pago
                                ws-monto-pago
                                ws-origen
                                ws-interes-aplicado
                                ws-capital-aplicado
                                ws-saldo-resultante
                                ws-total-adeudado
                                ws-resultado.

       MOVE "S" TO ws-resultado
       MOVE 0 TO ws-interes-aplicado
       MOVE 0 TO ws-capital-aplicado
       MOVE 0 TO ws-saldo-resultante
       MOVE 0 TO ws-total-adeudado

       PERFORM LEER-PRESTAMO
       IF ws-resultado NOT = "S"
          EXIT PROGRAM
       END-IF

       PERFORM CARGAR-CUOTAS
       IF ws-resultado NOT = "S"
          EXIT PROGRAM
       END-IF

       COMPUTE ws-total-adeudado =
               ws-saldo-prestamo + ws-interes-adeudado
       MOVE ws-saldo-prestamo TO ws-saldo-resultante

       IF ws-funcion = "C"
          EXIT PROGRAM
       END-IF

       IF ws-monto-pago > ws-total-adeudado
          MOVE "X" TO ws-resultado
          EXIT PROGRAM
       END-IF

       MOVE ws-monto-pago TO ws-restante
       MOVE 0 TO ws-primera-cuota
       PERFORM IMPUTAR-INTERES-VENCIDO
           VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-num-cuotas OR ws-restante = 0
       PERFORM IMPUTAR-INTERES-CORRIENTE
           VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-num-cuotas OR ws-restante = 0
       PERFORM IMPUTAR-CAPITAL
           VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-num-cuotas OR ws-restante = 0
      * Lo que sobra despues de las cuotas facturadas es prepago de
      * capital todavia no facturado.
       ADD ws-restante TO ws-capital-aplicado
       MOVE 0 TO ws-restante
       COMPUTE ws-saldo-resultante =
               ws-saldo-prestamo - ws-capital-aplicado
       COMPUTE ws-total-adeudado =
               ws-total-adeudado - ws-monto-pago

       PERFORM MARCAR-PUNTO-PAGO
       IF ws-resultado NOT = "S"
          EXIT PROGRAM
       END-IF

       PERFORM GRABAR-CUOTA
           VARYING ws-i FROM 1 BY 1
               UNTIL ws-i > ws-num-cuotas OR ws-resultado NOT = "S"
       IF ws-resultado = "S"
          PERFORM GRABAR-SALDO-PRESTAMO
       END-IF
       IF ws-resultado = "S"
          PERFORM GRABAR-HISTORIA-PAGO
       END-IF

       PERFORM CERRAR-PUNTO-PAGO

       EXIT PROGRAM.

       MARCAR-PUNTO-PAGO.
           EXEC SQL
              SAVEPOINT PAGO_PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "E" TO ws-resultado
           END-IF.

      * Un pago que no se grabo completo no deja cuotas pagadas sin
      * su saldo y su historia.
       CERRAR-PUNTO-PAGO.
           IF ws-resultado = "S"
              EXEC SQL
                 RELEASE SAVEPOINT PAGO_PRESTAMO
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT PAGO_PRESTAMO
              END-EXEC
           END-IF.

       LEER-PRESTAMO.
           EXEC SQL
              SELECT saldo_pendiente
              INTO :ws-saldo-prestamo
              FROM prestamos
              WHERE id_prestamo = :ws-id-prestamo
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "N" TO ws-resultado
              WHEN OTHER
                 MOVE "E" TO ws-resultado
           END-EVALUATE.

      * Cuotas con algo impago, de la mas vieja a la mas nueva.
       CARGAR-CUOTAS.
           MOVE 0 TO ws-num-cuotas
           MOVE 0 TO ws-interes-adeudado
           MOVE "N" TO fin-cuotas

           EXEC SQL
              DECLARE CUR-CUOTAS-IMPAGAS CURSOR FOR
              SELECT nro_cuota,
                     fecha_vencimiento,
                     interes_cuota,
                     capital_cuota,
                     interes_pagado,
                     capital_pagado,
                     estado_cuota
              FROM prestamos_cuotas
              WHERE id_prestamo = :ws-id-prestamo
                AND estado_cuota <> 'PAGADA'
              ORDER BY nro_cuota
           END-EXEC

           EXEC SQL
              OPEN CUR-CUOTAS-IMPAGAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "E" TO ws-resultado
           ELSE
              PERFORM LEER-CUOTA
              PERFORM GUARDAR-CUOTA-TABLA
                  UNTIL fin-cuotas = "S"
              EXEC SQL
                 CLOSE CUR-CUOTAS-IMPAGAS
              END-EXEC
           END-IF.

       LEER-CUOTA.
           EXEC SQL
              FETCH CUR-CUOTAS-IMPAGAS
              INTO :ws-cl-nro,
                   :ws-cl-vencimiento,
                   :ws-cl-interes,
                   :ws-cl-capital,
                   :ws-cl-int-pagado,
                   :ws-cl-cap-pagado,
                   :ws-cl-estado
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE "S" TO fin-cuotas
              WHEN OTHER
                 MOVE "E" TO ws-resultado
                 MOVE "S" TO fin-cuotas
           END-EVALUATE.

       GUARDAR-CUOTA-TABLA.
           IF ws-num-cuotas < 360
              ADD 1 TO ws-num-cuotas
              MOVE ws-cl-nro         TO ws-cuo-nro(ws-num-cuotas)
              MOVE ws-cl-vencimiento
                 TO ws-cuo-vencimiento(ws-num-cuotas)
              MOVE ws-cl-interes     TO ws-cuo-interes(ws-num-cuotas)
              MOVE ws-cl-capital     TO ws-cuo-capital(ws-num-cuotas)
              MOVE ws-cl-int-pagado
                 TO ws-cuo-int-pagado(ws-num-cuotas)
              MOVE ws-cl-cap-pagado
                 TO ws-cuo-cap-pagado(ws-num-cuotas)
              MOVE ws-cl-estado      TO ws-cuo-estado(ws-num-cuotas)
              MOVE "N"               TO ws-cuo-tocada(ws-num-cuotas)
              COMPUTE ws-interes-adeudado = ws-interes-adeudado
                      + ws-cl-interes - ws-cl-int-pagado
           END-IF
           PERFORM LEER-CUOTA.

       IMPUTAR-INTERES-VENCIDO.
           IF ws-cuo-vencimiento(ws-i) < ws-fecha-pago
              PERFORM IMPUTAR-INTERES-CUOTA
           END-IF.

       IMPUTAR-INTERES-CORRIENTE.
           IF ws-cuo-vencimiento(ws-i) NOT < ws-fecha-pago
              PERFORM IMPUTAR-INTERES-CUOTA
           END-IF.

       IMPUTAR-INTERES-CUOTA.
           COMPUTE ws-pendiente =
                   ws-cuo-interes(ws-i) - ws-cuo-int-pagado(ws-i)
           IF ws-pendiente > 0
              IF ws-pendiente > ws-restante
                 MOVE ws-restante TO ws-imputado
              ELSE
                 MOVE ws-pendiente TO ws-imputado
              END-IF
              ADD ws-imputado TO ws-cuo-int-pagado(ws-i)
              ADD ws-imputado TO ws-interes-aplicado
              SUBTRACT ws-imputado FROM ws-restante
              PERFORM MARCAR-CUOTA-TOCADA
           END-IF.

       IMPUTAR-CAPITAL.
           COMPUTE ws-pendiente =
                   ws-cuo-capital(ws-i) - ws-cuo-cap-pagado(ws-i)
           IF ws-pendiente > 0
              IF ws-pendiente > ws-restante
                 MOVE ws-restante TO ws-imputado
              ELSE
                 MOVE ws-pendiente TO ws-imputado
              END-IF
              ADD ws-imputado TO ws-cuo-cap-pagado(ws-i)
              ADD ws-imputado TO ws-capital-aplicado
              SUBTRACT ws-imputado FROM ws-restante
              PERFORM MARCAR-CUOTA-TOCADA
           END-IF.

       MARCAR-CUOTA-TOCADA.
           MOVE "S" TO ws-cuo-tocada(ws-i)
           IF ws-primera-cuota = 0
              MOVE ws-cuo-nro(ws-i) TO ws-primera-cuota
           END-IF.

       GRABAR-CUOTA.
           IF ws-cuo-tocada(ws-i) = "S"
              IF ws-cuo-int-pagado(ws-i) = ws-cuo-interes(ws-i)
                 AND ws-cuo-cap-pagado(ws-i) = ws-cuo-capital(ws-i)
                 MOVE "PAGADA" TO ws-cuo-estado(ws-i)
              ELSE
                 MOVE "PARCIAL" TO ws-cuo-estado(ws-i)
              END-IF
              MOVE ws-cuo-nro(ws-i)        TO ws-cl-nro
              MOVE ws-cuo-int-pagado(ws-i) TO ws-cl-int-pagado
              MOVE ws-cuo-cap-pagado(ws-i) TO ws-cl-cap-pagado
              MOVE ws-cuo-estado(ws-i)     TO ws-cl-estado
              EXEC SQL
                 UPDATE prestamos_cuotas
                 SET    interes_pagado = :ws-cl-int-pagado,
                        capital_pagado = :ws-cl-cap-pagado,
                        estado_cuota   = :ws-cl-estado
                 WHERE id_prestamo = :ws-id-prestamo
                   AND nro_cuota   = :ws-cl-nro
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "E" TO ws-resultado
              END-IF
           END-IF.

       GRABAR-SALDO-PRESTAMO.
           EXEC SQL
              UPDATE prestamos
              SET    saldo_pendiente = :ws-saldo-resultante
              WHERE id_prestamo = :ws-id-prestamo
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "E" TO ws-resultado
           END-IF.

       GRABAR-HISTORIA-PAGO.
           EXEC SQL
              INSERT INTO prestamos_historia
                 (id_prestamo, fecha_movimiento, tipo_movimiento,
                  nro_cuota, monto_movimiento, interes_movimiento,
                  capital_movimiento, saldo_despues,
                  origen_movimiento)
              VALUES
                 (:ws-id-prestamo, :ws-fecha-pago,
                  :ws-tipo-movimiento, :ws-primera-cuota,
                  :ws-monto-pago, :ws-interes-aplicado,
                  :ws-capital-aplicado, :ws-saldo-resultante,
                  :ws-origen)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE "E" TO ws-resultado
           END-IF.
