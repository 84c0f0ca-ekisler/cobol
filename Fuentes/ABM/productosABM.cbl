      *          maestro (codigo, descripcion, precio, costo) para que
      *          ABM-FACTURAS pueda validar el codigo de cada renglon y
      *          proponer el precio vigente.
      * Mod: 15/10/2026 EK - El costo de un kit no se carga a mano:
      *      lo calcula ABM-KITS con los costos de sus componentes, y
      *      la modificacion lo muestra sin pedirlo.
      * Mod: 15/10/2026 EK - Marca de control de lote y vencimiento
      *      (PROD-CONTROLA-LOTE) en el alta y la modificacion.
      * Mod: 15/10/2026 EK - Unidad base, unidad de compra y unidad
      *      de venta con sus factores de conversion a la base.
      * Mod: 15/10/2026 EK - La correccion del costo por pantalla
      *      queda en HISTORIAL-COSTOS (GRABO-HIST-COSTO, origen M).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Garantia de fabrica: marca de producto
      *      serializado, meses de garantia y proveedor que la cubre
      *      (validado en PROVEEDORES) en el alta y la modificacion.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/proveedores.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/proveedores.fd".

       WORKING-STORAGE SECTION.

       01 ST-PRODUCTOS       PIC XX.
       01 ST-FAMILIAS        PIC XX.
       01 W-FAMILIA-VALIDA   PIC X VALUE "N".
       01 ST-PROVEEDORES     PIC XX.
       01 W-GARANTIA-VALIDA  PIC X VALUE "N".
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

      * es un ajuste manual con motivo codificado (tipo A), ambos
      * grabados en movimientosStock.dat via GRABO-MOV-STOCK.
       01 W-STOCK-ANTES      PIC S9(7).

      * Kits: un codigo con componentes en KITS (COMPONENTES-KIT)
      * tiene costo calculado, que aca no se modifica.
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-MOV-TIPO         PIC X.
       01 W-MOV-DOCUMENTO    PIC 9(9) VALUE 0.
       01 W-MOV-CANTIDAD     PIC S9(7).
       01 W-MOV-MOTIVO       PIC XX.
       01 W-MOV-GRABADO      PIC X.
       01 W-COSTO-ANTES      PIC S9(7)V9(2).
       01 W-HCO-ORIGEN       PIC X VALUE "M".
       01 W-HCO-GRABADO      PIC X.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-PRODUCTOS".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.


       PROCEDURE DIVISION.
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PROVEEDORES.
            IF ST-PROVEEDORES > "07"
               DISPLAY "Error abriendo Proveedores: " ST-PROVEEDORES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
       CIERRO-ARCHIVOS.
            CLOSE PRODUCTOS.
            CLOSE FAMILIAS.
            CLOSE PROVEEDORES.

            CLOSE RECHAZOS-ABM.

               MOVE "N" TO W-FAMILIA-VALIDA
               PERFORM PIDO-FAMILIA THRU F-PIDO-FAMILIA
                   UNTIL W-FAMILIA-VALIDA = "S"
               PERFORM PIDO-CONTROL-LOTE THRU F-PIDO-CONTROL-LOTE
               PERFORM PIDO-UNIDADES THRU F-PIDO-UNIDADES
               MOVE "N" TO W-GARANTIA-VALIDA
               PERFORM PIDO-GARANTIA THRU F-PIDO-GARANTIA
                   UNTIL W-GARANTIA-VALIDA = "S"
               SET PROD-ACTIVO TO TRUE
               WRITE REG-PRODUCTOS
                 INVALID KEY
                   DISPLAY "Error grabando producto: " ST-PRODUCTOS
                           LINE 24 COL 1
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                        W-IMG-ALTA ST-PRODUCTOS REG-PRODUCTOS
                        W-IMG-GRABADO
                   IF PROD-STOCK NOT = 0
                      MOVE "I" TO W-MOV-TIPO
                      MOVE PROD-STOCK TO W-MOV-CANTIDAD
            ELSE
               PERFORM MUESTRO-PRODUCTO
               MOVE PROD-STOCK TO W-STOCK-ANTES
               MOVE PROD-COSTO TO W-COSTO-ANTES
               DISPLAY "Descripcion: " LINE 09 COL 10
               ACCEPT PROD-DESCRIPCION LINE 09 COL 25 PROMPT
               DISPLAY "Precio     : " LINE 10 COL 10
               ACCEPT PROD-PRECIO LINE 10 COL 25 PROMPT
               DISPLAY "Costo      : " LINE 11 COL 10
               CALL "COMPONENTES-KIT" USING PROD-CODIGO
                    W-KIT-CANT-COMP W-KIT-COMPONENTES
               IF W-KIT-CANT-COMP > 0
                  DISPLAY "(kit: costo de componentes)" LINE 11 COL 45
               ELSE
                  ACCEPT PROD-COSTO LINE 11 COL 25 PROMPT
               END-IF
               DISPLAY "Stock      : " LINE 12 COL 10
               ACCEPT PROD-STOCK LINE 12 COL 25 PROMPT
               DISPLAY "Pto.Reorden: " LINE 13 COL 10
               MOVE "N" TO W-FAMILIA-VALIDA
               PERFORM PIDO-FAMILIA THRU F-PIDO-FAMILIA
                   UNTIL W-FAMILIA-VALIDA = "S"
               PERFORM PIDO-CONTROL-LOTE THRU F-PIDO-CONTROL-LOTE
               PERFORM PIDO-UNIDADES THRU F-PIDO-UNIDADES
               MOVE "N" TO W-GARANTIA-VALIDA
               PERFORM PIDO-GARANTIA THRU F-PIDO-GARANTIA
                   UNTIL W-GARANTIA-VALIDA = "S"
               REWRITE REG-PRODUCTOS
                 INVALID KEY
                   DISPLAY "Error modificando producto: " ST-PRODUCTOS
                           LINE 24 COL 1
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                        W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                        W-IMG-GRABADO
                   CALL "GRABO-HIST-COSTO" USING PROD-CODIGO
                        W-COSTO-ANTES PROD-COSTO PROD-PRECIO
                        W-HCO-ORIGEN W-MOV-DOCUMENTO W-OPERADOR-ACTUAL
                        W-HCO-GRABADO
                   IF PROD-STOCK NOT = W-STOCK-ANTES
                      PERFORM GRABO-AJUSTE-MANUAL
                         THRU F-GRABO-AJUSTE-MANUAL
                   DISPLAY "Error dando de baja producto: "
                           ST-PRODUCTOS LINE 24 COL 1
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                        W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                        W-IMG-GRABADO
                   DISPLAY "Producto dado de baja" LINE 24 COL 1
               END-REWRITE
            END-IF.
       F-PIDO-FAMILIA.
            EXIT.

      * PIDO-CONTROL-LOTE: un producto con control de lote pide lote
      * y vencimiento en cada recepcion de ABM-COMPRAS; cualquier
      * respuesta que no sea S queda como N.
       PIDO-CONTROL-LOTE.
            DISPLAY "Ctrl. lote : " LINE 16 COL 10
                    "(S/N)" LINE 16 COL 35.
            ACCEPT PROD-CONTROLA-LOTE LINE 16 COL 25 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROD-CONTROLA-LOTE)
              TO PROD-CONTROLA-LOTE.
            IF NOT PROD-CON-LOTE
               MOVE "N" TO PROD-CONTROLA-LOTE
            END-IF.

       F-PIDO-CONTROL-LOTE.
            EXIT.

      * PIDO-UNIDADES: unidad base (la del stock) y, para compra y
      * venta, la unidad y cuantas unidades base trae. Sin unidad de
      * compra o de venta se toma la base con factor 1.
       PIDO-UNIDADES.
            DISPLAY "Unidad base: " LINE 17 COL 10.
            ACCEPT PROD-UNIDAD-BASE LINE 17 COL 25 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROD-UNIDAD-BASE)
              TO PROD-UNIDAD-BASE.
            IF PROD-UNIDAD-BASE = SPACES
               MOVE "UN" TO PROD-UNIDAD-BASE
            END-IF.
            DISPLAY "Un. compra : " LINE 18 COL 10
                    "factor: " LINE 18 COL 32.
            ACCEPT PROD-UNIDAD-COMPRA LINE 18 COL 25 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROD-UNIDAD-COMPRA)
              TO PROD-UNIDAD-COMPRA.
            IF PROD-UNIDAD-COMPRA = SPACES
               MOVE PROD-UNIDAD-BASE TO PROD-UNIDAD-COMPRA
               MOVE 1 TO PROD-FACTOR-COMPRA
            ELSE
               ACCEPT PROD-FACTOR-COMPRA LINE 18 COL 40 PROMPT
            END-IF.
            IF PROD-FACTOR-COMPRA NOT NUMERIC
               OR PROD-FACTOR-COMPRA = 0
               MOVE 1 TO PROD-FACTOR-COMPRA
            END-IF.
            DISPLAY "Un. venta  : " LINE 19 COL 10
                    "factor: " LINE 19 COL 32.
            ACCEPT PROD-UNIDAD-VENTA LINE 19 COL 25 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROD-UNIDAD-VENTA)
              TO PROD-UNIDAD-VENTA.
            IF PROD-UNIDAD-VENTA = SPACES
               MOVE PROD-UNIDAD-BASE TO PROD-UNIDAD-VENTA
               MOVE 1 TO PROD-FACTOR-VENTA
            ELSE
               ACCEPT PROD-FACTOR-VENTA LINE 19 COL 40 PROMPT
            END-IF.
            IF PROD-FACTOR-VENTA NOT NUMERIC
               OR PROD-FACTOR-VENTA = 0
               MOVE 1 TO PROD-FACTOR-VENTA
            END-IF.

       F-PIDO-UNIDADES.
            EXIT.

      * PIDO-GARANTIA: producto serializado (S/N, cualquier otra
      * respuesta queda N), meses de garantia de fabrica y el
      * proveedor que la cubre, que si se informa tiene que existir
      * y estar activo en PROVEEDORES -- mismo bloqueo que
      * PIDO-FAMILIA.
       PIDO-GARANTIA.
            DISPLAY "Serializado: " LINE 20 COL 10
                    "(S/N)" LINE 20 COL 35.
            ACCEPT PROD-SERIALIZADO LINE 20 COL 25 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROD-SERIALIZADO)
              TO PROD-SERIALIZADO.
            IF NOT PROD-CON-SERIE
               MOVE "N" TO PROD-SERIALIZADO
            END-IF.
            DISPLAY "Garantia   : " LINE 21 COL 10
                    "meses  prov: " LINE 21 COL 29.
            ACCEPT PROD-MESES-GARANTIA LINE 21 COL 25 PROMPT.
            IF PROD-MESES-GARANTIA NOT NUMERIC
               MOVE 0 TO PROD-MESES-GARANTIA
            END-IF.
            ACCEPT PROD-PROV-GARANTIA LINE 21 COL 42 PROMPT.
            IF PROD-PROV-GARANTIA NOT NUMERIC
               OR PROD-PROV-GARANTIA = 0
               MOVE 0 TO PROD-PROV-GARANTIA
               MOVE "S" TO W-GARANTIA-VALIDA
            ELSE
               MOVE PROD-PROV-GARANTIA TO PROV-CODIGO
               READ PROVEEDORES KEY IS PROV-CODIGO
                 INVALID KEY
                   MOVE "N" TO W-GARANTIA-VALIDA
                   DISPLAY "Proveedor inexistente" LINE 24 COL 1
                 NOT INVALID KEY
                   IF NOT PROV-ACTIVO
                      MOVE "N" TO W-GARANTIA-VALIDA
                      DISPLAY "Proveedor dado de baja" LINE 24 COL 1
                   ELSE
                      MOVE "S" TO W-GARANTIA-VALIDA
                      DISPLAY PROV-RAZONSOCIAL(1:25) LINE 21 COL 50
                   END-IF
               END-READ
            END-IF.

       F-PIDO-GARANTIA.
            EXIT.

       MUESTRO-PRODUCTO.
            DISPLAY PROD-DESCRIPCION    LINE 09 COL 25
                    PROD-STOCK          LINE 12 COL 25
                    PROD-PUNTO-REORDEN  LINE 13 COL 25
                    PROD-ESTADO         LINE 14 COL 25
                    PROD-FAMILIA        LINE 15 COL 25
                    PROD-CONTROLA-LOTE  LINE 16 COL 25
                    PROD-UNIDAD-BASE    LINE 17 COL 25
                    PROD-UNIDAD-COMPRA  LINE 18 COL 25
                    PROD-UNIDAD-VENTA   LINE 19 COL 25.
            IF PROD-FACTOR-COMPRA NUMERIC
               DISPLAY PROD-FACTOR-COMPRA LINE 18 COL 40
            END-IF.
            IF PROD-FACTOR-VENTA NUMERIC
               DISPLAY PROD-FACTOR-VENTA LINE 19 COL 40
            END-IF.
            DISPLAY PROD-SERIALIZADO LINE 20 COL 25.
            IF PROD-MESES-GARANTIA NUMERIC
               DISPLAY PROD-MESES-GARANTIA LINE 21 COL 25
            END-IF.
            IF PROD-PROV-GARANTIA NUMERIC
               DISPLAY PROD-PROV-GARANTIA LINE 21 COL 42
            END-IF.
            MOVE PROD-PRECIO TO PRECIO-ZZ.
            DISPLAY PRECIO-ZZ LINE 10 COL 25.
            MOVE PROD-COSTO TO PRECIO-ZZ.
