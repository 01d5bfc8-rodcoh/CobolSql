      * se PERFORM REP-ESCRIBIR-DETALLE (corta pagina y repite
      * encabezados cada REP-LINEAS-POR-PAG lineas); al final se
      * PERFORM REP-FINALIZAR, que emite la linea de fin de reporte
      * con el conteo de registros. Cada linea escrita se copia
      * ademas al repositorio de reportes (subprograma
      * archivar-reporte): REP-INICIAR abre la copia fechada,
      * REP-ARCHIVAR-LINEA la va llenando y REP-FINALIZAR la cierra
      * y la registra en el indice repositorio_indice.txt.
      ******************************************************************
       REP-INICIAR.
           CALL "obtener-fecha-proceso" USING REP-FECHA
           ACCEPT REP-HORA FROM TIME
           MOVE 0  TO REP-PAGINA
           MOVE 0  TO REP-REGISTROS
           MOVE 99 TO REP-LINEAS
           MOVE "I" TO REP-ARCHIVO-FUNCION
           CALL "archivar-reporte" USING REP-ARCHIVO-FUNCION
                                         REP-CONTROL
                                         reporte-linea.

       REP-ESCRIBIR-TITULOS.
           ADD 1 TO REP-PAGINA
                  INTO REP-LINEA-ARMADA
           MOVE REP-LINEA-ARMADA TO reporte-linea
           WRITE reporte-linea
           PERFORM REP-ARCHIVAR-LINEA
           MOVE ALL "-" TO reporte-linea
           WRITE reporte-linea
           PERFORM REP-ARCHIVAR-LINEA
           MOVE 2 TO REP-LINEAS
           IF REP-ENCABEZADO-COLS NOT = SPACES
              MOVE REP-ENCABEZADO-COLS TO reporte-linea
              WRITE reporte-linea
              PERFORM REP-ARCHIVAR-LINEA
              ADD 1 TO REP-LINEAS
           END-IF.

           END-IF
           MOVE REP-DETALLE TO reporte-linea
           WRITE reporte-linea
           PERFORM REP-ARCHIVAR-LINEA
           ADD 1 TO REP-LINEAS
           ADD 1 TO REP-REGISTROS.

                  " ***" DELIMITED BY SIZE
                  INTO REP-LINEA-ARMADA
           MOVE REP-LINEA-ARMADA TO reporte-linea
           WRITE reporte-linea
           PERFORM REP-ARCHIVAR-LINEA
           MOVE "F" TO REP-ARCHIVO-FUNCION
           CALL "archivar-reporte" USING REP-ARCHIVO-FUNCION
                                         REP-CONTROL
                                         reporte-linea.

       REP-ARCHIVAR-LINEA.
           MOVE "L" TO REP-ARCHIVO-FUNCION
           CALL "archivar-reporte" USING REP-ARCHIVO-FUNCION
                                         REP-CONTROL
                                         reporte-linea.
