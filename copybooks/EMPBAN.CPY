      ******************************************************************
      * EMPBAN.CPY
      * Layout de los datos bancarios de los empleados
      * (empleados_banco.dat): un registro por emp-id con el codigo de
      * banco (ver BANCOS.CPY) y el numero de cuenta donde
      * TransferenciasBanco deposita el neto de cada recibo. Lo
      * mantiene GestionBancoEmpleados, con control dual de todo
      * cambio de banco o cuenta; es el mismo registro que leen
      * TransferenciasBanco e IntegridadReferencial.
      ******************************************************************
       01  banco-registro.
           05 BAN-EMP-ID        PIC 9(4).
           05 BAN-BANCO         PIC X(10).
           05 BAN-CUENTA        PIC X(20).
