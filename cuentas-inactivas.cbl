      *          movimientos_AAAAMM.txt que deja el cierre mensual,
      *          hasta 24 meses hacia atras -- y marca como INACTIVA
      *          (columna estado_cuenta) toda cuenta sin actividad
      *          durante mas dias que los dias de inactividad de su
      *          producto en el catalogo productos_cuenta.dat (o, si
      *          el producto no los fija, el umbral general de
      *          parametros_inactividad.dat), imprimiendo el reporte
      *          de cuentas inactivas con fecha de ultima actividad y
      *          saldo. Una cuenta con actividad dentro del umbral
      *          vuelve a quedar ACTIVA: la marca no es permanente.
       01  SQLSTATE PIC X(5).

       01  WS-DIAS-UMBRAL        PIC 9(4) VALUE 90.
       01  WS-DIAS-CUENTA        PIC 9(4) VALUE 90.
       COPY PRODCTL.
       01  WS-PRODUCTO-OK        PIC X VALUE "N".

       01  WS-ACTIVIDAD.
           05 WS-ACT-FILA OCCURS 500 TIMES.
           END-IF.

       EVALUAR-CUENTA.
           PERFORM DIAS-INACTIVIDAD-PRODUCTO
           MOVE SPACES TO WS-ULTIMA-ACTIVIDAD
           PERFORM BUSCAR-ACTIVIDAD-CUENTA
           IF WS-ULTIMA-ACTIVIDAD = SPACES
              MOVE WS-DIAS-CUENTA TO WS-DIAS-SIN-MOV
              ADD 1 TO WS-DIAS-SIN-MOV
           ELSE
              MOVE WS-ULTIMA-ACTIVIDAD TO WS-FECHA-ACT
                      + WS-ACT-MM * 30 + WS-ACT-DD
              COMPUTE WS-DIAS-SIN-MOV = WS-DIAS-HOY - WS-DIAS-ACT
           END-IF
           IF WS-DIAS-SIN-MOV > WS-DIAS-CUENTA
              PERFORM MARCAR-CUENTA-INACTIVA
           ELSE
              PERFORM MARCAR-CUENTA-ACTIVA
           END-IF
           PERFORM FETCH-CUENTA.

      * Dias del producto de la cuenta; un producto sin dias (cero)
      * o una cuenta de un tipo que no figura en el catalogo usan el
      * umbral general.
       DIAS-INACTIVIDAD-PRODUCTO.
           MOVE WS-DIAS-UMBRAL TO WS-DIAS-CUENTA
           CALL "buscar-producto" USING CUENTA-TIPO
                                        producto-registro
                                        WS-PRODUCTO-OK
           IF WS-PRODUCTO-OK = "S"
              AND PRD-DIAS-INACTIVIDAD > 0
              MOVE PRD-DIAS-INACTIVIDAD TO WS-DIAS-CUENTA
           END-IF.

       BUSCAR-ACTIVIDAD-CUENTA.
           PERFORM COMPARAR-ACTIVIDAD-CUENTA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-ACT.
