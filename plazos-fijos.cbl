      *          el plazo (interes compuesto, como Amortizacion),
      *          acredita principal mas interes en la cuenta vinculada
      *          de la tabla cuentas con su movimiento en
      *          movimientos_mes (referencia = id del certificado,
      *          para separar el interes del principal) y el
      *          asiento balanceado en el lote contable
      *          interfaz_gl_plazos.txt; y el reporte de
      *          proximos vencimientos lista los certificados que
      *          vencen dentro de los 7 dias con el correo del cliente
      *          para que la sucursal gestione la renovacion.
              MOVE "VencPlazo"         TO MOV-TIPO
              MOVE "H"                 TO MOV-NATURALEZA
              MOVE WS-MONTO-FINAL      TO MOV-MONTO
              MOVE WS-PF-ID(WS-I)      TO MOV-REFERENCIA
              WRITE movimiento-registro
              PERFORM ESCRIBIR-ASIENTO-PLAZO
              MOVE WS-MONTO-FINAL TO WS-MONTO-ED
