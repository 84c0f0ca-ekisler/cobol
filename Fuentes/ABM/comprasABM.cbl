      *          cada renglon asentado en el kardex (tipo C,
      *          documento = numero de recepcion). El encabezado
      *          queda en compras.dat.
      * Mod: 15/10/2026 EK - La recepcion se puede cargar contra una
      *      orden de compra abierta del mismo proveedor: cada
      *      renglon tiene que estar en la orden con saldo por
      *      entregar, suma a OCR-CANT-RECIBIDA y lo que falta queda
      *      como backorder; el costo propuesto es el pactado.
      * Mod: 15/10/2026 EK - Cada renglon recibido queda tambien en
      *      COMP-RENGLONES (producto, cantidad, costo), la base sobre
      *      la que ABM-COSTOS-IMPORTACION prorratea flete, derechos y
      *      despachante; la consulta lista los renglones con su
      *      costo adicional.
      * Mod: 15/10/2026 EK - Un producto con control de lote pide
      *      lote y vencimiento por renglon y la cantidad entra a ese
      *      lote en STOCK-LOTES de la sucursal receptora (MUEVO-LOTES,
      *      referencia C + numero de recepcion).
      * Mod: 15/10/2026 EK - Cantidad y costo del renglon se cargan en
      *      la unidad de compra del producto (la de la orden) y se
      *      convierten a la unidad base con PROD-FACTOR-COMPRA para
      *      stock, kardex, costo y COMP-RENGLONES.
      * Mod: 15/10/2026 EK - Todo cambio de PROD-COSTO por la
      *      recepcion queda en HISTORIAL-COSTOS (GRABO-HIST-COSTO).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/productos.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/compras.sel".
              COPY "./sel/ordenesCompra.sel".
              COPY "./sel/ocRenglones.sel".
              COPY "./sel/compRenglones.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./fd/productos.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/compras.fd".
              COPY "./fd/ordenesCompra.fd".
              COPY "./fd/ocRenglones.fd".
              COPY "./fd/compRenglones.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
       01 ST-PRODUCTOS       PIC XX.
       01 ST-STOCK-SUC       PIC XX.
       01 ST-COMPRAS         PIC XX.
       01 ST-ORDENES         PIC XX.
       01 ST-OC-RENGLONES    PIC XX.
       01 ST-COMP-RENGLONES  PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

       01 W-COMP-CODIGO      PIC X(10).
       01 W-COMP-CANT        PIC 9(5).
       01 W-COMP-COSTO       PIC 9(7)V9(2).

      * Unidades: cantidad y costo se cargan en la unidad de compra
      * del producto (la del proveedor y la de la orden); el stock,
      * el kardex, el costo y los renglones de la recepcion quedan en
      * la unidad base (W-BASE-CANT, W-BASE-COSTO).
       01 W-FACTOR-COMPRA    PIC 9(5).
       01 W-BASE-CANT        PIC 9(7).
       01 W-BASE-COSTO       PIC 9(7)V9(2).
       01 W-STOCK-NUEVO      PIC S9(9).
       01 W-COSTO-PONDERADO  PIC S9(9)V9(4).

       01 W-MOV-MOTIVO       PIC XX VALUE SPACES.
       01 W-MOV-GRABADO      PIC X.

      * Historia de costos: costo antes de la recepcion y origen
      * para GRABO-HIST-COSTO.
       01 W-COSTO-ANTERIOR   PIC S9(7)V9(2).
       01 W-HCO-ORIGEN       PIC X VALUE "C".
       01 W-HCO-GRABADO      PIC X.

      * Lote y vencimiento del renglon (solo productos con
      * PROD-CON-LOTE) y parametros de MUEVO-LOTES.
       01 W-LOTE-NUMERO      PIC X(12).
       01 W-LOTE-VENCIMIENTO PIC 9(8).
       01 W-LOTE-VALIDO      PIC X.
       01 W-LOTE-OPERACION   PIC X VALUE "I".
       01 W-LOTE-CLI-ID      PIC 9(7) VALUE 0.
       01 W-LOTE-SUC-DESTINO PIC X(3) VALUE SPACES.
       01 W-LOTE-CANT        PIC 9(7).
       01 W-LOTE-SIN-ASIGNAR PIC 9(7).
       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

      * Recepcion contra orden de compra: W-OC-NUMERO en cero es la
      * recepcion libre de siempre. Con orden, cada codigo se busca
      * entre los renglones de la orden con saldo por entregar
      * (W-RENGLON-OC, W-PENDIENTE-OC) y la cantidad no puede pasar
      * ese saldo -- lo que sobra lo decide compras con el proveedor,
      * no el deposito.
       01 W-OC-NUMERO        PIC 9(9).
       01 W-ORDEN-VALIDA     PIC X VALUE "N".
       01 W-RENGLON-OC       PIC 9(4).
       01 W-PENDIENTE-OC     PIC S9(7).
       01 W-CANT-VALIDA      PIC X.
       01 W-FIN-RENGLONES    PIC X.
       01 W-CANT-BACKORDER   PIC 9(4).

      * Renglones de la recepcion en COMP-RENGLONES: se numeran
      * solo los que entran (un renglon descartado no deja hueco).
       01 W-RENGLON-GRABADO  PIC 9(4).
       01 W-FIN-COMP-RENG    PIC X.
       01 W-LINEA-PANT       PIC 99.

       01 TOTAL-ZZ           PIC ---------9,99.
       01 COSTO-ZZ           PIC ------9,99.
       01 COSTO-ZZ-ADIC      PIC ------9,9999.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-COMPRAS".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

               MOVE "S" TO FIN
            END-IF.

            OPEN I-O ORDENES-COMPRA.
            IF ST-ORDENES > "07"
               DISPLAY "Error abriendo Ordenes de Compra: " ST-ORDENES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O OC-RENGLONES.
            IF ST-OC-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Orden: "
                       ST-OC-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COMP-RENGLONES.
            IF ST-COMP-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Compra: "
                       ST-COMP-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
            CLOSE PRODUCTOS.
            CLOSE STOCK-SUCURSAL.
            CLOSE COMPRAS.
            CLOSE ORDENES-COMPRA.
            CLOSE OC-RENGLONES.
            CLOSE COMP-RENGLONES.

            CLOSE RECHAZOS-ABM.

               MOVE "N" TO W-PROVEEDOR-VALIDO
               PERFORM PIDO-PROVEEDOR THRU F-PIDO-PROVEEDOR
                   UNTIL W-PROVEEDOR-VALIDO = "S"
               MOVE "N" TO W-ORDEN-VALIDA
               PERFORM PIDO-ORDEN THRU F-PIDO-ORDEN
                   UNTIL W-ORDEN-VALIDA = "S"
               MOVE W-OC-NUMERO TO COMP-OC-NUMERO
               DISPLAY "Documento prov. : " LINE 10 COL 10
               ACCEPT COMP-DOCUMENTO LINE 10 COL 29 PROMPT
               DISPLAY "Sucursal        : " LINE 11 COL 10
               END-IF
               MOVE W-CANT-RENGLONES TO COMP-CANT-RENGLONES
               MOVE 0 TO COMP-TOTAL
               MOVE 0 TO W-RENGLON-GRABADO
               PERFORM RECIBO-UN-RENGLON THRU F-RECIBO-UN-RENGLON
                   VARYING W-INDICE-RENG FROM 1 BY 1
                       UNTIL W-INDICE-RENG > W-CANT-RENGLONES
               IF W-OC-NUMERO NOT = 0
                  PERFORM ACTUALIZO-ESTADO-ORDEN
                     THRU F-ACTUALIZO-ESTADO-ORDEN
               END-IF
               MOVE W-FECHA-SISTEMA TO COMP-FECHA-ALTA
               MOVE W-OPERADOR-ACTUAL TO COMP-USUARIO-ALTA
               WRITE REG-COMPRA
       F-PIDO-PROVEEDOR.
            EXIT.

      * PIDO-ORDEN: la orden tiene que existir, estar abierta o
      * parcial y ser del mismo proveedor de la recepcion.
       PIDO-ORDEN.
            DISPLAY "Orden de compra (0=sin orden): " LINE 08 COL 10.
            ACCEPT W-OC-NUMERO LINE 08 COL 42 PROMPT.
            IF W-OC-NUMERO = 0
               MOVE "S" TO W-ORDEN-VALIDA
               GO TO F-PIDO-ORDEN
            END-IF.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                MOVE "N" TO W-ORDEN-VALIDA
                DISPLAY "Orden de compra inexistente" LINE 24 COL 1
              NOT INVALID KEY
                EVALUATE TRUE
                   WHEN OC-PROVEEDOR NOT = COMP-PROVEEDOR
                      MOVE "N" TO W-ORDEN-VALIDA
                      DISPLAY "La orden es de otro proveedor"
                              LINE 24 COL 1
                   WHEN NOT OC-RECIBIBLE
                      MOVE "N" TO W-ORDEN-VALIDA
                      DISPLAY "La orden esta cumplida o anulada"
                              LINE 24 COL 1
                   WHEN OTHER
                      MOVE "S" TO W-ORDEN-VALIDA
                      DISPLAY "Prometida " OC-FECHA-PROMETIDA
                              LINE 08 COL 54
                END-EVALUATE
            END-READ.

       F-PIDO-ORDEN.
            EXIT.

      * RECIBO-UN-RENGLON: el codigo tiene que existir en PRODUCTOS
      * (mismo criterio de bloquear hasta que valide que
      * PIDO-CODIGO-ITEM en ABM-FACTURAS); con cantidad y costo
            MOVE "N" TO W-ITEM-VALIDO.
            PERFORM PIDO-CODIGO-RENGLON THRU F-PIDO-CODIGO-RENGLON
                UNTIL W-ITEM-VALIDO = "S".
            MOVE "N" TO W-CANT-VALIDA.
            PERFORM PIDO-CANTIDAD-RENGLON THRU F-PIDO-CANTIDAD-RENGLON
                UNTIL W-CANT-VALIDA = "S".
            DISPLAY "  costo un.: " LINE 16 COL 10.
            ACCEPT W-COMP-COSTO LINE 16 COL 25 PROMPT.
            IF W-COMP-COSTO = 0 AND W-OC-NUMERO NOT = 0
               MOVE OCR-COSTO-PACTADO TO W-COMP-COSTO
               MOVE W-COMP-COSTO TO COSTO-ZZ
               DISPLAY COSTO-ZZ LINE 16 COL 25
            END-IF.
            MOVE SPACES TO W-LOTE-NUMERO.
            MOVE 0 TO W-LOTE-VENCIMIENTO.
            IF PROD-CON-LOTE AND W-COMP-CANT NOT = 0
               MOVE "N" TO W-LOTE-VALIDO
               PERFORM PIDO-LOTE-RENGLON THRU F-PIDO-LOTE-RENGLON
                   UNTIL W-LOTE-VALIDO = "S"
            END-IF.
            IF W-COMP-CANT = 0
               DISPLAY "Cantidad en cero, renglon descartado"
                       LINE 24 COL 1
            ELSE
               PERFORM ACTUALIZO-PRODUCTO THRU F-ACTUALIZO-PRODUCTO
               PERFORM GRABO-RENGLON-RECEPCION
                  THRU F-GRABO-RENGLON-RECEPCION
               COMPUTE COMP-TOTAL = COMP-TOTAL +
                       (W-COMP-CANT * W-COMP-COSTO)
               IF W-OC-NUMERO NOT = 0
                  PERFORM SUMO-RECIBIDO-ORDEN
                     THRU F-SUMO-RECIBIDO-ORDEN
               END-IF
            END-IF.

       F-RECIBO-UN-RENGLON.
              NOT INVALID KEY
                MOVE "S" TO W-ITEM-VALIDO
                DISPLAY PROD-DESCRIPCION LINE 14 COL 45
                PERFORM TOMO-FACTOR-COMPRA THRU F-TOMO-FACTOR-COMPRA
            END-READ.
            IF W-ITEM-VALIDO = "S" AND W-OC-NUMERO NOT = 0
               PERFORM BUSCO-RENGLON-ORDEN THRU F-BUSCO-RENGLON-ORDEN
               IF W-RENGLON-OC = 0
                  MOVE "N" TO W-ITEM-VALIDO
                  DISPLAY "El producto no esta pendiente en la orden"
                          LINE 24 COL 1
               END-IF
            END-IF.

       F-PIDO-CODIGO-RENGLON.
            EXIT.

      * BUSCO-RENGLON-ORDEN: primer renglon de la orden con el mismo
      * codigo y saldo por entregar; deja el renglon leido en
      * REG-OC-RENGLON para SUMO-RECIBIDO-ORDEN.
       BUSCO-RENGLON-ORDEN.
            MOVE 0 TO W-RENGLON-OC.
            MOVE W-OC-NUMERO TO OCR-NUMERO.
            MOVE 0 TO OCR-RENGLON.
            START OC-RENGLONES KEY IS NOT LESS THAN OCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM BUSCO-UN-RENGLON-ORDEN
               THRU F-BUSCO-UN-RENGLON-ORDEN
                UNTIL W-FIN-RENGLONES = "S".
            IF W-RENGLON-OC NOT = 0
               MOVE W-OC-NUMERO TO OCR-NUMERO
               MOVE W-RENGLON-OC TO OCR-RENGLON
               READ OC-RENGLONES KEY IS OCR-CLAVE
                 INVALID KEY
                   MOVE 0 TO W-RENGLON-OC
               END-READ
            END-IF.
            IF W-RENGLON-OC NOT = 0
               COMPUTE W-PENDIENTE-OC =
                       OCR-CANT-PEDIDA - OCR-CANT-RECIBIDA
               DISPLAY "Pendiente en orden: " W-PENDIENTE-OC
                       LINE 13 COL 45
            END-IF.

       F-BUSCO-RENGLON-ORDEN.
            EXIT.

       BUSCO-UN-RENGLON-ORDEN.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF OCR-NUMERO NOT = W-OC-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF OCR-CODIGO = W-COMP-CODIGO
                         AND (OCR-PENDIENTE OR OCR-PARCIAL)
                      MOVE OCR-RENGLON TO W-RENGLON-OC
                      MOVE "S" TO W-FIN-RENGLONES
                   END-IF
                END-IF
            END-READ.

       F-BUSCO-UN-RENGLON-ORDEN.
            EXIT.

      * TOMO-FACTOR-COMPRA: un factor en blanco o en cero (producto
      * cargado antes de las unidades) vale 1.
       TOMO-FACTOR-COMPRA.
            IF PROD-FACTOR-COMPRA NUMERIC AND PROD-FACTOR-COMPRA > 0
               MOVE PROD-FACTOR-COMPRA TO W-FACTOR-COMPRA
            ELSE
               MOVE 1 TO W-FACTOR-COMPRA
            END-IF.
            IF W-FACTOR-COMPRA > 1
               DISPLAY PROD-UNIDAD-COMPRA LINE 15 COL 32
                       " x " W-FACTOR-COMPRA " " PROD-UNIDAD-BASE
            END-IF.

       F-TOMO-FACTOR-COMPRA.
            EXIT.

       PIDO-CANTIDAD-RENGLON.
            DISPLAY "  cantidad : " LINE 15 COL 10.
            ACCEPT W-COMP-CANT LINE 15 COL 25 PROMPT.
            IF W-OC-NUMERO NOT = 0 AND W-COMP-CANT > W-PENDIENTE-OC
               MOVE "N" TO W-CANT-VALIDA
               DISPLAY "Supera lo pendiente de la orden"
                       LINE 24 COL 1
            ELSE
               MOVE "S" TO W-CANT-VALIDA
            END-IF.

       F-PIDO-CANTIDAD-RENGLON.
            EXIT.

      * PIDO-LOTE-RENGLON: lote obligatorio y vencimiento valido
      * (mismo control de fecha que el resto de las pantallas).
       PIDO-LOTE-RENGLON.
            DISPLAY "Lote : " LINE 15 COL 45.
            ACCEPT W-LOTE-NUMERO LINE 15 COL 53 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-LOTE-NUMERO) TO W-LOTE-NUMERO.
            DISPLAY "Vence: " LINE 16 COL 45.
            ACCEPT W-FECHA-CAPTURA LINE 16 COL 53 PROMPT.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-LOTE-NUMERO = SPACES
               MOVE "N" TO W-LOTE-VALIDO
               DISPLAY "Producto con control de lote: informe el lote"
                       LINE 24 COL 1
            ELSE
               IF W-FECHA-VALIDA NOT = "S"
                  MOVE "N" TO W-LOTE-VALIDO
                  DISPLAY "Vencimiento invalido (AAAAMMDD)"
                          LINE 24 COL 1
               ELSE
                  MOVE "S" TO W-LOTE-VALIDO
                  MOVE W-FECHA-CAPTURA TO W-LOTE-VENCIMIENTO
               END-IF
            END-IF.

       F-PIDO-LOTE-RENGLON.
            EXIT.

      * SUMO-RECIBIDO-ORDEN: lo recibido se suma al renglon de la
      * orden; completo pasa a cumplido, si no queda parcial
      * (backorder por la diferencia).
       SUMO-RECIBIDO-ORDEN.
            ADD W-COMP-CANT TO OCR-CANT-RECIBIDA.
            IF OCR-CANT-RECIBIDA NOT < OCR-CANT-PEDIDA
               SET OCR-CUMPLIDO TO TRUE
            ELSE
               SET OCR-PARCIAL TO TRUE
            END-IF.
            REWRITE REG-OC-RENGLON
              INVALID KEY
                DISPLAY "Error actualizando orden: " ST-OC-RENGLONES
                        LINE 24 COL 1
            END-REWRITE.

       F-SUMO-RECIBIDO-ORDEN.
            EXIT.

      * ACTUALIZO-ESTADO-ORDEN: con todos los renglones cumplidos o
      * anulados la orden queda cumplida; si no, parcial, y se
      * informa cuantos renglones quedan en backorder.
       ACTUALIZO-ESTADO-ORDEN.
            MOVE 0 TO W-CANT-BACKORDER.
            MOVE W-OC-NUMERO TO OCR-NUMERO.
            MOVE 0 TO OCR-RENGLON.
            START OC-RENGLONES KEY IS NOT LESS THAN OCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM CUENTO-BACKORDER THRU F-CUENTO-BACKORDER
                UNTIL W-FIN-RENGLONES = "S".
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                DISPLAY "Orden de compra desaparecida" LINE 24 COL 1
                GO TO F-ACTUALIZO-ESTADO-ORDEN
            END-READ.
            IF W-CANT-BACKORDER = 0
               SET OC-CUMPLIDA TO TRUE
            ELSE
               SET OC-PARCIAL TO TRUE
               DISPLAY "Quedan " W-CANT-BACKORDER
                       " renglones en backorder" LINE 18 COL 10
            END-IF.
            MOVE W-FECHA-SISTEMA TO OC-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO OC-USUARIO-MODIF.
            REWRITE REG-ORDEN-COMPRA
              INVALID KEY
                DISPLAY "Error actualizando orden: " ST-ORDENES
                        LINE 24 COL 1
            END-REWRITE.

       F-ACTUALIZO-ESTADO-ORDEN.
            EXIT.

       CUENTO-BACKORDER.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF OCR-NUMERO NOT = W-OC-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF OCR-PENDIENTE OR OCR-PARCIAL
                      ADD 1 TO W-CANT-BACKORDER
                   END-IF
                END-IF
            END-READ.

       F-CUENTO-BACKORDER.
            EXIT.

      * ACTUALIZO-PRODUCTO: costo promedio ponderado entre el stock
      * valorizado al costo viejo y lo que entra al costo de la
      * compra; con stock previo negativo o cero el costo nuevo es
      * directamente el de la compra, que es el unico real. Despues
      * stock global, stock de la sucursal receptora y kardex. Todo
      * en unidad base: la cantidad recibida por el factor de compra
      * y el costo unitario dividido por el mismo factor.
       ACTUALIZO-PRODUCTO.
            COMPUTE W-BASE-CANT = W-COMP-CANT * W-FACTOR-COMPRA.
            COMPUTE W-BASE-COSTO ROUNDED =
                    W-COMP-COSTO / W-FACTOR-COMPRA.
            MOVE PROD-COSTO TO W-COSTO-ANTERIOR.
            IF PROD-STOCK > 0
               COMPUTE W-STOCK-NUEVO = PROD-STOCK + W-BASE-CANT
               COMPUTE W-COSTO-PONDERADO ROUNDED =
                       ((PROD-STOCK * PROD-COSTO) +
                        (W-BASE-CANT * W-BASE-COSTO))
                       / W-STOCK-NUEVO
               MOVE W-COSTO-PONDERADO TO PROD-COSTO
            ELSE
               MOVE W-BASE-COSTO TO PROD-COSTO
            END-IF.
            ADD W-BASE-CANT TO PROD-STOCK.
            REWRITE REG-PRODUCTOS
              INVALID KEY
                DISPLAY "Error actualizando producto: " ST-PRODUCTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                MOVE PROD-COSTO TO COSTO-ZZ
                DISPLAY "Costo nuevo: " COSTO-ZZ LINE 17 COL 10
                CALL "GRABO-HIST-COSTO" USING PROD-CODIGO
                     W-COSTO-ANTERIOR PROD-COSTO PROD-PRECIO
                     W-HCO-ORIGEN W-COMP-NUMERO W-OPERADOR-ACTUAL
                     W-HCO-GRABADO
                MOVE W-BASE-CANT TO W-MOV-CANTIDAD
                CALL "GRABO-MOV-STOCK" USING PROD-CODIGO W-MOV-TIPO
                     W-COMP-NUMERO W-MOV-CANTIDAD W-MOV-MOTIVO
                     W-OPERADOR-ACTUAL W-MOV-GRABADO
                PERFORM SUMO-STOCK-SUCURSAL
                   THRU F-SUMO-STOCK-SUCURSAL
                IF PROD-CON-LOTE
                   PERFORM INGRESO-LOTE THRU F-INGRESO-LOTE
                END-IF
            END-REWRITE.

       F-ACTUALIZO-PRODUCTO.
              INVALID KEY
                MOVE W-COMP-CODIGO TO STK-CODIGO
                MOVE COMP-SUCURSAL TO STK-SUCURSAL
                MOVE W-BASE-CANT TO STK-STOCK
                MOVE 0 TO STK-PUNTO-REORDEN
                WRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                            LINE 24 COL 1
                END-WRITE
              NOT INVALID KEY
                ADD W-BASE-CANT TO STK-STOCK
                REWRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Error grabando stock sucursal"
       F-SUMO-STOCK-SUCURSAL.
            EXIT.

      * INGRESO-LOTE: la cantidad recibida entra al lote del renglon
      * en la sucursal receptora.
       INGRESO-LOTE.
            MOVE W-BASE-CANT TO W-LOTE-CANT.
            CALL "MUEVO-LOTES" USING W-LOTE-OPERACION W-COMP-CODIGO
                 COMP-SUCURSAL W-LOTE-SUC-DESTINO W-LOTE-NUMERO
                 W-LOTE-VENCIMIENTO W-MOV-TIPO W-COMP-NUMERO
                 W-LOTE-CLI-ID W-LOTE-CANT W-OPERADOR-ACTUAL
                 W-LOTE-SIN-ASIGNAR.
            IF W-LOTE-SIN-ASIGNAR NOT = 0
               DISPLAY "No se pudo registrar el lote " W-LOTE-NUMERO
                       LINE 24 COL 1
            END-IF.

       F-INGRESO-LOTE.
            EXIT.

       GRABO-RENGLON-RECEPCION.
            ADD 1 TO W-RENGLON-GRABADO.
            INITIALIZE REG-COMP-RENGLON REPLACING NUMERIC DATA BY ZERO
                                        ALPHANUMERIC DATA BY SPACES.
            MOVE W-COMP-NUMERO TO COMPR-NUMERO.
            MOVE W-RENGLON-GRABADO TO COMPR-RENGLON.
            MOVE W-COMP-CODIGO TO COMPR-CODIGO.
            MOVE W-BASE-CANT TO COMPR-CANT.
            MOVE W-BASE-COSTO TO COMPR-COSTO.
            WRITE REG-COMP-RENGLON
              INVALID KEY
                DISPLAY "Error grabando renglon de recepcion: "
                        ST-COMP-RENGLONES LINE 24 COL 1
            END-WRITE.

       F-GRABO-RENGLON-RECEPCION.
            EXIT.

       CONSULTA-COMPRA.
            DISPLAY "Nro. Recepcion a consultar: " LINE 07 COL 10.
            ACCEPT W-COMP-NUMERO LINE 07 COL 39 PROMPT.
                        "Fecha     : " COMP-FECHA LINE 12 COL 10
                        "Renglones : " COMP-CANT-RENGLONES
                            LINE 13 COL 10
                IF COMP-OC-NUMERO IS NUMERIC
                      AND COMP-OC-NUMERO NOT = 0
                   DISPLAY "Orden     : " COMP-OC-NUMERO
                           LINE 15 COL 10
                END-IF
                MOVE COMP-TOTAL TO TOTAL-ZZ
                DISPLAY "Total     : " TOTAL-ZZ LINE 14 COL 10
                PERFORM LISTO-RENGLONES-RECEPCION
                   THRU F-LISTO-RENGLONES-RECEPCION
            END-READ.

       F-CONSULTA-COMPRA.
            EXIT.

      * LISTO-RENGLONES-RECEPCION: renglones con el costo del
      * proveedor y el adicional prorrateado por unidad.
       LISTO-RENGLONES-RECEPCION.
            MOVE COMP-NUMERO TO COMPR-NUMERO.
            MOVE 0 TO COMPR-RENGLON.
            MOVE 16 TO W-LINEA-PANT.
            START COMP-RENGLONES KEY IS NOT LESS THAN COMPR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-COMP-RENG
              NOT INVALID KEY MOVE "N" TO W-FIN-COMP-RENG
            END-START.
            PERFORM LISTO-UN-RENGLON-RECEPCION
               THRU F-LISTO-UN-RENGLON-RECEPCION
                UNTIL W-FIN-COMP-RENG = "S".

       F-LISTO-RENGLONES-RECEPCION.
            EXIT.

       LISTO-UN-RENGLON-RECEPCION.
            READ COMP-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COMP-RENG
              NOT AT END
                IF COMPR-NUMERO NOT = COMP-NUMERO
                   MOVE "S" TO W-FIN-COMP-RENG
                ELSE
                   IF W-LINEA-PANT < 23
                      MOVE COMPR-COSTO TO COSTO-ZZ
                      MOVE COMPR-COSTO-ADICIONAL TO COSTO-ZZ-ADIC
                      DISPLAY COMPR-CODIGO SPACE COMPR-CANT SPACE
                              COSTO-ZZ " adic. " COSTO-ZZ-ADIC
                              LINE W-LINEA-PANT COL 10
                      ADD 1 TO W-LINEA-PANT
                   END-IF
                END-IF
            END-READ.

       F-LISTO-UN-RENGLON-RECEPCION.
            EXIT.


      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
