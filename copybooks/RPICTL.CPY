      ******************************************************************
      * RPICTL.CPY
      * Layout del indice del repositorio de reportes
      * (repositorio_indice.txt): una linea por cada reporte emitido
      * con el formato estandar, con el numero de copia, el nombre
      * del reporte, la fecha de proceso y hora de emision, el
      * programa que lo emitio, paginas, registros, operador (LOTE
      * si lo emitio una corrida sin firma) y el nombre del archivo
      * con la copia fechada. Lo escribe archivar-reporte, lo lee
      * ConsultaReportes y lo depura DepurarReportes. Se incluye con
      * COPY en la FD del archivo de cada programa.
      ******************************************************************
       01  indice-reporte-registro.
           05 RPI-ID                PIC 9(8).
           05 RPI-NOMBRE            PIC X(45).
           05 RPI-FECHA             PIC X(10).
           05 RPI-HORA              PIC X(8).
           05 RPI-PROGRAMA          PIC X(20).
           05 RPI-PAGINAS           PIC 9(4).
           05 RPI-REGISTROS         PIC 9(7).
           05 RPI-OPERADOR          PIC X(8).
           05 RPI-ARCHIVO           PIC X(40).
