           MOVE "REPORTE DE CALCULO DE INTERESES POR LOTE"
               TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "CalculoInteresesLote" TO REP-PROGRAMA
           PERFORM REP-INICIAR
           PERFORM CARGAR-PARAMETROS-FISCALES
           OPEN OUTPUT reporte-fiscal
