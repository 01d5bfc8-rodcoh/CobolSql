      * Se incluye en WORKING-STORAGE junto con REPPROC.CPY en la
      * PROCEDURE DIVISION; el programa carga REP-NOMBRE y
      * REP-ENCABEZADO-COLS y usa REP-DETALLE para cada linea.
      * REP-PROGRAMA y REP-OPERADOR identifican en el indice del
      * repositorio de reportes quien emitio la copia archivada (un
      * operador en blanco se registra como corrida de lote).
      ******************************************************************
       01  REP-CONTROL.
           05 REP-NOMBRE          PIC X(45) VALUE SPACES.
           05 REP-REGISTROS       PIC 9(7)  VALUE 0.
           05 REP-PAGINA-ED       PIC ZZZ9.
           05 REP-REGISTROS-ED    PIC ZZZZZZ9.
           05 REP-PROGRAMA        PIC X(20) VALUE SPACES.
           05 REP-OPERADOR        PIC X(8)  VALUE SPACES.
       01  REP-ARCHIVO-FUNCION    PIC X     VALUE SPACE.
       01  REP-ENCABEZADO-COLS    PIC X(100) VALUE SPACES.
       01  REP-DETALLE            PIC X(100) VALUE SPACES.
       01  REP-LINEA-ARMADA       PIC X(100) VALUE SPACES.
