      *          figure en el calendario de negocio calendario.dat
      *          como feriado ("F") o fin de semana ("S"). Si la
      *          fecha nueva esta marcada como fin de mes ("M") lo
      *          avisa: batch-nocturno.sh lanza la cadena mensual
      *          (batch-mensual.sh) al terminar la corrida de ese dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           CLOSE fecha-proceso-file
           DISPLAY "Nueva fecha de proceso: " WS-FECHA-PROCESO
           IF WS-TIPO-DIA = "M"
              DISPLAY "Aviso: la nueva fecha es fin de mes; la cadena"
                      " mensual correra tras su corrida nocturna."
           END-IF
           STOP RUN.

