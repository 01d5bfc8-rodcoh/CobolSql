       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-PERIODO          PIC 9(3) VALUE 0.
      * La tasa de cada tipo de cuenta sale del catalogo de productos
      * (productos_cuenta.dat) a traves de buscar-producto.
       COPY PRODCTL.
       01  WS-PRODUCTO-OK       PIC X VALUE "N".
       LINKAGE SECTION.
       01  saldo-cuenta      PIC 9(9)V99.
       01  tasa-interes      PIC 9V999.
                                num-periodos
                                tipo-cuenta.

       IF tasa-interes = 0
          PERFORM BUSCAR-TASA-POR-TIPO
       END-IF

       EXIT PROGRAM.

       BUSCAR-TASA-POR-TIPO.
           CALL "buscar-producto" USING tipo-cuenta
                                        producto-registro
                                        WS-PRODUCTO-OK
           EVALUATE WS-PRODUCTO-OK
              WHEN "S"
                 MOVE PRD-TASA-INTERES TO tasa-interes
              WHEN "E"
                 DISPLAY "Aviso: no se pudo leer el catalogo de "
                         "productos, no se pudo determinar la tasa "
                         "de interes."
              WHEN OTHER
                 DISPLAY "Aviso: tipo de cuenta desconocido '"
                         tipo-cuenta
                         "', no se pudo determinar la tasa de interes."
           END-EVALUATE.

       APLICAR-INTERES-PERIODO.
           COMPUTE saldo-actualizado ROUNDED = saldo-actualizado +
