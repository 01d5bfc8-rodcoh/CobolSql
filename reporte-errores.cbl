           OPEN OUTPUT reporte-out
           MOVE "REPORTE DIARIO DE ERRORES" TO REP-NOMBRE
           MOVE SPACES TO REP-ENCABEZADO-COLS
           MOVE "ReporteErrores" TO REP-PROGRAMA
           PERFORM REP-INICIAR.

       LEER-ERROR.
