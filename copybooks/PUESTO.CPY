      ******************************************************************
      * PUESTO.CPY
      * Layout del maestro de puestos aprobados (puestos.dat): un
      * registro por puesto con su codigo, el departamento al que
      * pertenece, el titulo, la banda salarial aprobada y el estado
      * O=ocupado V=vacante C=congelado. Un puesto ocupado lleva el
      * emp-id de quien lo ocupa; vacante o congelado lo lleva en
      * cero. PUE-FECHA-ESTADO es la fecha del ultimo cambio de
      * estado (de ella sale la antiguedad de la vacante). Lo mantiene
      * GestionPuestos (altas, cambios de banda y congelamientos, solo
      * supervisor) y GestionEmpleados lo ocupa y lo libera en altas,
      * bajas y traslados a traves del subprograma puestos-aprobados.
      * Un PUE-ESTADO en blanco indica un puesto no encontrado.
      ******************************************************************
       01  puesto-registro.
           05 PUE-CODIGO            PIC X(6).
           05 PUE-DEPARTAMENTO      PIC X(15).
           05 PUE-TITULO            PIC X(30).
           05 PUE-SALARIO-MIN       PIC 9(7)V99.
           05 PUE-SALARIO-MAX       PIC 9(7)V99.
           05 PUE-ESTADO            PIC X.        *> O/V/C
           05 PUE-EMP-ID            PIC 9(4).
           05 PUE-FECHA-ESTADO      PIC X(10).    *> AAAA-MM-DD
