      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del catalogo de productos de cuenta
      *          (productos_cuenta.dat, layout PRODCTL): alta,
      *          modificacion y listado de productos con su tasa,
      *          cuota mensual, saldo minimo, umbral de alerta,
      *          sobregiro, dias de inactividad, moneda y estado
      *          (A=activo B=de baja). Los cambios de la sesion se
      *          juntan en memoria y al salir un supervisor (rol 3,
      *          distinto del operador) debe aprobarlos; recien ahi se
      *          regraba el catalogo y cada cambio queda en
      *          productos_auditoria.txt con la imagen anterior y la
      *          nueva, el operador y el supervisor. Sin aprobacion el
      *          catalogo queda como estaba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionProductos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT productos-file
            ASSIGN TO DYNAMIC WS-RUTA-PRODUCTOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-productos.

           SELECT auditoria-file
            ASSIGN TO DYNAMIC WS-RUTA-AUDITORIA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS fs-auditoria.

       DATA DIVISION.
       FILE SECTION.
       FD  productos-file.
           COPY PRODCTL.

       FD  auditoria-file.
       01  auditoria-registro.
           05 AUD-FECHA           PIC X(8).
           05 FILLER              PIC X.
           05 AUD-HORA            PIC X(6).
           05 FILLER              PIC X.
           05 AUD-OPERACION       PIC X(9).    *> ALTA / MODIFICA
           05 FILLER              PIC X.
           05 AUD-CODIGO          PIC X(10).
           05 FILLER              PIC X.
           05 AUD-OPERADOR        PIC X(8).
           05 FILLER              PIC X.
           05 AUD-AUTORIZANTE     PIC X(8).
           05 FILLER              PIC X.
           05 AUD-ANTES           PIC X(82).   *> Imagen anterior
           05 FILLER              PIC X.
           05 AUD-DESPUES         PIC X(82).   *> Imagen nueva

       WORKING-STORAGE SECTION.
       01  fs-productos          PIC XX.
       01  fs-auditoria          PIC XX.
       01  WS-RUTA-PRODUCTOS     PIC X(120) VALUE SPACES.
       01  WS-RUTA-AUDITORIA     PIC X(120) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO-RUTA PIC X(40) VALUE SPACES.
       01  WS-FIN-PRODUCTOS      PIC X VALUE "N".
       01  continuar             PIC X VALUE "S".
       01  opcion                PIC X.
       01  WS-RESPUESTA          PIC X VALUE SPACE.

       01  WS-PRODUCTOS.
           05 WS-PRD-FILA OCCURS 50 TIMES PIC X(82).
       01  WS-NUM-PRODUCTOS      PIC 9(2) VALUE 0.
       01  WS-S                  PIC 9(3) VALUE 0.
       01  WS-IDX                PIC 9(2) VALUE 0.
       01  WS-CODIGO-PEDIDO      PIC X(10) VALUE SPACES.
       01  WS-PRD-ANTES          PIC X(82) VALUE SPACES.
       01  WS-DESCRIPCION-NUEVA  PIC X(30) VALUE SPACES.

      * Cambios de la sesion pendientes de aprobacion del supervisor.
       01  WS-CAMBIOS.
           05 WS-CAM-FILA OCCURS 100 TIMES.
              10 WS-CAM-OPERACION PIC X(9).
              10 WS-CAM-CODIGO    PIC X(10).
              10 WS-CAM-ANTES     PIC X(82).
              10 WS-CAM-DESPUES   PIC X(82).
       01  WS-NUM-CAMBIOS        PIC 9(3) VALUE 0.

       01  WS-FECHA-AUDITORIA    PIC X(8) VALUE SPACES.
       01  WS-HORA-AUDITORIA     PIC X(8) VALUE SPACES.

       01  WS-OPERADOR-ID        PIC X(8)  VALUE SPACES.
       01  WS-OPERADOR-CLAVE     PIC X(20) VALUE SPACES.
       01  WS-OPERADOR-OK        PIC X     VALUE "N".
       01  WS-OPERADOR-NOMBRE    PIC X(30) VALUE SPACES.
       01  WS-OPERADOR-ROL       PIC X     VALUE "1".

       01  WS-AUTORIZANTE-ID     PIC X(8)  VALUE SPACES.
       01  WS-AUTORIZANTE-CLAVE  PIC X(20) VALUE SPACES.
       01  WS-AUTORIZANTE-OK     PIC X     VALUE "N".
       01  WS-AUTORIZANTE-NOMBRE PIC X(30) VALUE SPACES.
       01  WS-AUTORIZANTE-ROL    PIC X     VALUE "1".
       01  WS-CAMBIOS-APROBADOS  PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "productos_cuenta.dat" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-PRODUCTOS
           MOVE "productos_auditoria.txt" TO WS-NOMBRE-ARCHIVO-RUTA
           CALL "obtener-ruta" USING WS-NOMBRE-ARCHIVO-RUTA
                                     WS-RUTA-AUDITORIA
           PERFORM FIRMAR-OPERADOR
           PERFORM CARGAR-CATALOGO
           PERFORM PROCESAR
               UNTIL continuar = "N"
           IF WS-NUM-CAMBIOS > 0
              PERFORM APROBAR-CAMBIOS
              IF WS-CAMBIOS-APROBADOS = "S"
                 PERFORM GUARDAR-CATALOGO
                 PERFORM GRABAR-AUDITORIA
                 DISPLAY "Catalogo actualizado: " WS-NUM-CAMBIOS
                         " cambio(s) aprobado(s)."
              ELSE
                 DISPLAY "Cambios no aprobados: el catalogo queda "
                         "sin modificar."
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       FIRMAR-OPERADOR.
           DISPLAY "ID de operador: "
           ACCEPT WS-OPERADOR-ID
           DISPLAY "Clave: "
           ACCEPT WS-OPERADOR-CLAVE
           CALL "validar-operador" USING WS-OPERADOR-ID
                                         WS-OPERADOR-CLAVE
                                         WS-OPERADOR-OK
                                         WS-OPERADOR-NOMBRE
                                         WS-OPERADOR-ROL
           IF WS-OPERADOR-OK NOT = "S"
              EVALUATE WS-OPERADOR-OK
                 WHEN "B"
                    DISPLAY "Operador bloqueado por intentos fallidos."
                 WHEN "V"
                    DISPLAY "Clave vencida: debe cambiarla antes de "
                            "operar."
                 WHEN OTHER
                    DISPLAY "Operador o clave invalidos."
              END-EVALUATE
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Sesion de: " WS-OPERADOR-NOMBRE.

       PROCESAR.
           DISPLAY "--------------------"
           DISPLAY "1. Alta de producto"
           DISPLAY "2. Modificar producto"
           DISPLAY "3. Listar productos"
           DISPLAY "4. Salir"
           DISPLAY "--------------------"
           DISPLAY "Elija una opción: "
           ACCEPT opcion
           EVALUATE opcion
               WHEN 1
                  PERFORM ALTA-PRODUCTO
               WHEN 2
                  PERFORM MODIFICAR-PRODUCTO
               WHEN 3
                  PERFORM LISTAR-PRODUCTOS
               WHEN 4
                  MOVE "N" TO continuar
               WHEN OTHER
                  DISPLAY "Opción inválida."
           END-EVALUATE.

       CARGAR-CATALOGO.
           MOVE 0 TO WS-NUM-PRODUCTOS
           MOVE "N" TO WS-FIN-PRODUCTOS
           OPEN INPUT productos-file
           IF fs-productos = "00"
              READ productos-file
                   AT END MOVE "S" TO WS-FIN-PRODUCTOS
              END-READ
              PERFORM UNTIL WS-FIN-PRODUCTOS = "S"
                         OR WS-NUM-PRODUCTOS >= 50
                 IF PRD-CODIGO NOT = SPACES
                    ADD 1 TO WS-NUM-PRODUCTOS
                    MOVE producto-registro
                       TO WS-PRD-FILA(WS-NUM-PRODUCTOS)
                 END-IF
                 READ productos-file
                      AT END MOVE "S" TO WS-FIN-PRODUCTOS
                 END-READ
              END-PERFORM
              CLOSE productos-file
           END-IF
           DISPLAY "Productos cargados: " WS-NUM-PRODUCTOS.

       BUSCAR-PRODUCTO.
           INSPECT WS-CODIGO-PEDIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-IDX
           PERFORM COMPARAR-PRODUCTO
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-PRODUCTOS.

       COMPARAR-PRODUCTO.
           IF WS-PRD-FILA(WS-S)(1:10) = WS-CODIGO-PEDIDO
              MOVE WS-S TO WS-IDX
           END-IF.

       ALTA-PRODUCTO.
           IF WS-NUM-PRODUCTOS >= 50
              DISPLAY "El catalogo de productos esta lleno."
           ELSE
           IF WS-NUM-CAMBIOS >= 100
              DISPLAY "Demasiados cambios pendientes: salga para "
                      "que el supervisor los apruebe."
           ELSE
              DISPLAY "Codigo del producto (10): "
              ACCEPT WS-CODIGO-PEDIDO
              PERFORM BUSCAR-PRODUCTO
              IF WS-CODIGO-PEDIDO = SPACES
                 DISPLAY "El codigo no puede quedar vacio."
              ELSE
              IF WS-IDX > 0
                 DISPLAY "Ese codigo ya existe."
              ELSE
                 MOVE SPACES TO producto-registro
                 MOVE WS-CODIGO-PEDIDO TO PRD-CODIGO
                 DISPLAY "Descripcion: "
                 ACCEPT PRD-DESCRIPCION
                 DISPLAY "Tasa de interes por periodo (9.999): "
                 ACCEPT PRD-TASA-INTERES
                 DISPLAY "Cuota mensual de mantenimiento: "
                 ACCEPT PRD-CUOTA-MENSUAL
                 DISPLAY "Saldo minimo: "
                 ACCEPT PRD-SALDO-MINIMO
                 DISPLAY "Umbral de alerta de saldo bajo: "
                 ACCEPT PRD-UMBRAL-ALERTA
                 DISPLAY "Admite linea de sobregiro (S/N): "
                 ACCEPT PRD-SOBREGIRO
                 IF PRD-SOBREGIRO NOT = "S"
                    MOVE "N" TO PRD-SOBREGIRO
                 END-IF
                 DISPLAY "Dias para inactividad (0 = umbral general): "
                 ACCEPT PRD-DIAS-INACTIVIDAD
                 DISPLAY "Moneda (vacio = moneda local): "
                 ACCEPT PRD-MONEDA
                 INSPECT PRD-MONEDA CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE "A" TO PRD-ESTADO
                 ADD 1 TO WS-NUM-PRODUCTOS
                 MOVE producto-registro
                    TO WS-PRD-FILA(WS-NUM-PRODUCTOS)
                 ADD 1 TO WS-NUM-CAMBIOS
                 MOVE "ALTA" TO WS-CAM-OPERACION(WS-NUM-CAMBIOS)
                 MOVE PRD-CODIGO TO WS-CAM-CODIGO(WS-NUM-CAMBIOS)
                 MOVE SPACES TO WS-CAM-ANTES(WS-NUM-CAMBIOS)
                 MOVE producto-registro
                    TO WS-CAM-DESPUES(WS-NUM-CAMBIOS)
                 DISPLAY "Producto dado de alta (activo), pendiente "
                         "de aprobacion."
              END-IF
              END-IF
           END-IF
           END-IF.

      * Los campos de texto en blanco conservan el valor actual; los
      * importes y tasas se cambian solo si se contesta S.
       MODIFICAR-PRODUCTO.
           DISPLAY "Codigo del producto: "
           ACCEPT WS-CODIGO-PEDIDO
           PERFORM BUSCAR-PRODUCTO
           IF WS-IDX = 0
              DISPLAY "No existe ese producto."
           ELSE
           IF WS-NUM-CAMBIOS >= 100
              DISPLAY "Demasiados cambios pendientes: salga para "
                      "que el supervisor los apruebe."
           ELSE
              MOVE WS-PRD-FILA(WS-IDX) TO WS-PRD-ANTES
              MOVE WS-PRD-FILA(WS-IDX) TO producto-registro
              PERFORM MOSTRAR-REGISTRO
              DISPLAY "Descripcion nueva o vacia: "
              ACCEPT WS-DESCRIPCION-NUEVA
              IF WS-DESCRIPCION-NUEVA NOT = SPACES
                 MOVE WS-DESCRIPCION-NUEVA TO PRD-DESCRIPCION
              END-IF
              DISPLAY "Cambiar tasa de interes (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                 DISPLAY "Tasa nueva (9.999): "
                 ACCEPT PRD-TASA-INTERES
              END-IF
              DISPLAY "Cambiar cuota mensual (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                 DISPLAY "Cuota nueva: "
                 ACCEPT PRD-CUOTA-MENSUAL
              END-IF
              DISPLAY "Cambiar saldo minimo (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                 DISPLAY "Saldo minimo nuevo: "
                 ACCEPT PRD-SALDO-MINIMO
              END-IF
              DISPLAY "Cambiar umbral de alerta (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                 DISPLAY "Umbral nuevo: "
                 ACCEPT PRD-UMBRAL-ALERTA
              END-IF
              DISPLAY "Cambiar dias de inactividad (S/N): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                 DISPLAY "Dias nuevos (0 = umbral general): "
                 ACCEPT PRD-DIAS-INACTIVIDAD
              END-IF
              DISPLAY "Sobregiro (S/N, vacio = sin cambio): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "N"
                 MOVE WS-RESPUESTA TO PRD-SOBREGIRO
              END-IF
              DISPLAY "Moneda nueva o vacia: "
              ACCEPT WS-CODIGO-PEDIDO
              IF WS-CODIGO-PEDIDO NOT = SPACES
                 INSPECT WS-CODIGO-PEDIDO CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE WS-CODIGO-PEDIDO TO PRD-MONEDA
              END-IF
              DISPLAY "Estado (A=activo B=de baja, vacio = sin "
                      "cambio): "
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA = "A" OR WS-RESPUESTA = "B"
                 MOVE WS-RESPUESTA TO PRD-ESTADO
              END-IF
              IF producto-registro = WS-PRD-ANTES
                 DISPLAY "Sin cambios."
              ELSE
                 MOVE producto-registro TO WS-PRD-FILA(WS-IDX)
                 ADD 1 TO WS-NUM-CAMBIOS
                 MOVE "MODIFICA" TO WS-CAM-OPERACION(WS-NUM-CAMBIOS)
                 MOVE PRD-CODIGO TO WS-CAM-CODIGO(WS-NUM-CAMBIOS)
                 MOVE WS-PRD-ANTES TO WS-CAM-ANTES(WS-NUM-CAMBIOS)
                 MOVE producto-registro
                    TO WS-CAM-DESPUES(WS-NUM-CAMBIOS)
                 DISPLAY "Producto modificado, pendiente de "
                         "aprobacion."
              END-IF
           END-IF
           END-IF.

       LISTAR-PRODUCTOS.
           PERFORM MOSTRAR-PRODUCTO
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-PRODUCTOS.

       MOSTRAR-PRODUCTO.
           MOVE WS-PRD-FILA(WS-S) TO producto-registro
           PERFORM MOSTRAR-REGISTRO.

       MOSTRAR-REGISTRO.
           DISPLAY PRD-CODIGO " " PRD-DESCRIPCION
                   " Estado: " PRD-ESTADO
           DISPLAY "   Tasa: " PRD-TASA-INTERES
                   " Cuota: " PRD-CUOTA-MENSUAL
                   " Saldo min: " PRD-SALDO-MINIMO
                   " Umbral: " PRD-UMBRAL-ALERTA
           DISPLAY "   Sobregiro: " PRD-SOBREGIRO
                   " Dias inactiv: " PRD-DIAS-INACTIVIDAD
                   " Moneda: " PRD-MONEDA.

      * Control dual: los cambios del catalogo los aprueba un
      * supervisor (rol 3) distinto del operador que los cargo.
       APROBAR-CAMBIOS.
           MOVE "N" TO WS-CAMBIOS-APROBADOS
           DISPLAY "Hay " WS-NUM-CAMBIOS " cambio(s) pendiente(s): "
                   "requieren la aprobacion de un supervisor."
           DISPLAY "ID del supervisor: "
           ACCEPT WS-AUTORIZANTE-ID
           DISPLAY "Clave del supervisor: "
           ACCEPT WS-AUTORIZANTE-CLAVE
           CALL "validar-operador" USING WS-AUTORIZANTE-ID
                                         WS-AUTORIZANTE-CLAVE
                                         WS-AUTORIZANTE-OK
                                         WS-AUTORIZANTE-NOMBRE
                                         WS-AUTORIZANTE-ROL
           IF WS-AUTORIZANTE-OK = "S"
              AND WS-AUTORIZANTE-ROL = "3"
              AND WS-AUTORIZANTE-ID NOT = WS-OPERADOR-ID
              MOVE "S" TO WS-CAMBIOS-APROBADOS
              DISPLAY "Aprueba: " WS-AUTORIZANTE-NOMBRE
           ELSE
              DISPLAY "El autorizante debe ser un supervisor distinto "
                      "del operador."
           END-IF.

       GUARDAR-CATALOGO.
           OPEN OUTPUT productos-file
           PERFORM ESCRIBIR-PRODUCTO
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-PRODUCTOS
           CLOSE productos-file.

       ESCRIBIR-PRODUCTO.
           MOVE WS-PRD-FILA(WS-S) TO producto-registro
           WRITE producto-registro.

       GRABAR-AUDITORIA.
           ACCEPT WS-FECHA-AUDITORIA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AUDITORIA FROM TIME
           OPEN EXTEND auditoria-file
           IF fs-auditoria = "35"
              OPEN OUTPUT auditoria-file
              CLOSE auditoria-file
              OPEN EXTEND auditoria-file
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
               VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-CAMBIOS
           CLOSE auditoria-file.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO auditoria-registro
           MOVE WS-FECHA-AUDITORIA TO AUD-FECHA
           MOVE WS-HORA-AUDITORIA(1:6) TO AUD-HORA
           MOVE WS-CAM-OPERACION(WS-S) TO AUD-OPERACION
           MOVE WS-CAM-CODIGO(WS-S) TO AUD-CODIGO
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
           MOVE WS-AUTORIZANTE-ID TO AUD-AUTORIZANTE
           MOVE WS-CAM-ANTES(WS-S) TO AUD-ANTES
           MOVE WS-CAM-DESPUES(WS-S) TO AUD-DESPUES
           WRITE auditoria-registro.
