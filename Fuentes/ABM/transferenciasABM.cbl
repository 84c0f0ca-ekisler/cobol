      *          transferencia no cambia cuanta mercaderia hay, solo
      *          donde esta. Misma firma de operador que los otros
      *          ABMs.
      * Mod: 15/10/2026 EK - Transferir un kit mueve sus componentes
      *      (cantidad del kit en cada uno), siempre que el origen
      *      tenga de todos para armar las unidades pedidas; el
      *      codigo del kit no lleva stock propio.
      * Mod: 15/10/2026 EK - Un producto con control de lote pasa de
      *      los lotes del origen, primero el que vence primero, a
      *      los mismos lotes y vencimientos en el destino
      *      (MUEVO-LOTES, tipo T).
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANTIDAD         PIC 9(5).
       01 W-TRANSFER-OK      PIC X.

      * Producto y cantidad que efectivamente se mueven: el del
      * pedido o, si es un kit (COMPONENTES-KIT), cada componente.
       01 W-MUEVE-CODIGO     PIC X(10).
       01 W-MUEVE-CANT       PIC 9(7).
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).
       01 W-ORIGEN-ALCANZA   PIC X.

      * Lotes: una transferencia no tiene numero de comprobante; los
      * movimientos por lote quedan con tipo T y documento en cero.
       01 W-LOTE-OPERACION   PIC X VALUE "T".
       01 W-LOTE-NUMERO      PIC X(12) VALUE SPACES.
       01 W-LOTE-VENCIMIENTO PIC 9(8) VALUE 0.
       01 W-LOTE-TIPO        PIC X VALUE "T".
       01 W-LOTE-DOCUMENTO   PIC 9(9) VALUE 0.
       01 W-LOTE-CLI-ID      PIC 9(7) VALUE 0.
       01 W-LOTE-SIN-ASIGNAR PIC 9(7).

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

                       LINE 24 COL 1
               GO TO F-TRANSFIERO
            END-IF.
            CALL "COMPONENTES-KIT" USING W-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP > 0
               PERFORM TRANSFIERO-KIT THRU F-TRANSFIERO-KIT
               GO TO F-TRANSFIERO
            END-IF.
            MOVE W-CODIGO TO W-MUEVE-CODIGO.
            MOVE W-CANTIDAD TO W-MUEVE-CANT.
            PERFORM DESCUENTO-ORIGEN THRU F-DESCUENTO-ORIGEN.
            IF W-TRANSFER-OK = "S"
               PERFORM SUMO-DESTINO THRU F-SUMO-DESTINO
               PERFORM TRANSFIERO-LOTES THRU F-TRANSFIERO-LOTES
            END-IF.

       F-TRANSFIERO.
            EXIT.

      * TRANSFIERO-KIT: primero se controla que el origen tenga de
      * cada componente lo que piden las unidades del kit -- un kit
      * se transfiere entero o no se transfiere -- y recien ahi se
      * mueve componente por componente.
       TRANSFIERO-KIT.
            MOVE "S" TO W-ORIGEN-ALCANZA.
            PERFORM CONTROLO-COMPONENTE-ORIGEN
               THRU F-CONTROLO-COMPONENTE-ORIGEN
                VARYING W-IND-COMP FROM 1 BY 1
                    UNTIL W-IND-COMP > W-KIT-CANT-COMP
                       OR W-ORIGEN-ALCANZA NOT = "S".
            IF W-ORIGEN-ALCANZA NOT = "S"
               GO TO F-TRANSFIERO-KIT
            END-IF.
            PERFORM TRANSFIERO-COMPONENTE THRU F-TRANSFIERO-COMPONENTE
                VARYING W-IND-COMP FROM 1 BY 1
                    UNTIL W-IND-COMP > W-KIT-CANT-COMP.

       F-TRANSFIERO-KIT.
            EXIT.

       CONTROLO-COMPONENTE-ORIGEN.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO STK-CODIGO.
            MOVE W-SUC-ORIGEN TO STK-SUCURSAL.
            COMPUTE W-MUEVE-CANT =
                    W-CANTIDAD * W-KIT-COMP-CANT(W-IND-COMP).
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                MOVE "N" TO W-ORIGEN-ALCANZA
                DISPLAY "La sucursal origen no tiene el componente "
                        STK-CODIGO LINE 24 COL 1
              NOT INVALID KEY
                IF W-MUEVE-CANT > STK-STOCK
                   MOVE "N" TO W-ORIGEN-ALCANZA
                   DISPLAY "Stock insuficiente en origen de "
                           STK-CODIGO " (" STK-STOCK ")"
                           LINE 24 COL 1
                END-IF
            END-READ.

       F-CONTROLO-COMPONENTE-ORIGEN.
            EXIT.

       TRANSFIERO-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO W-MUEVE-CODIGO.
            COMPUTE W-MUEVE-CANT =
                    W-CANTIDAD * W-KIT-COMP-CANT(W-IND-COMP).
            PERFORM DESCUENTO-ORIGEN THRU F-DESCUENTO-ORIGEN.
            IF W-TRANSFER-OK = "S"
               PERFORM SUMO-DESTINO THRU F-SUMO-DESTINO
               PERFORM TRANSFIERO-LOTES THRU F-TRANSFIERO-LOTES
            END-IF.

       F-TRANSFIERO-COMPONENTE.
            EXIT.

      * DESCUENTO-ORIGEN: el origen tiene que tener registro del
      * producto y stock suficiente -- no se transfiere mercaderia
      * que la sucursal no tiene.
       DESCUENTO-ORIGEN.
            MOVE "N" TO W-TRANSFER-OK.
            MOVE W-MUEVE-CODIGO TO STK-CODIGO.
            MOVE W-SUC-ORIGEN TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                DISPLAY "La sucursal origen no tiene el producto"
                        LINE 24 COL 1
              NOT INVALID KEY
                IF W-MUEVE-CANT > STK-STOCK
                   DISPLAY "Stock insuficiente en origen ("
                           STK-STOCK ")" LINE 24 COL 1
                ELSE
                   SUBTRACT W-MUEVE-CANT FROM STK-STOCK
                   REWRITE REG-STOCK-SUCURSAL
                     INVALID KEY
                       DISPLAY "Error grabando origen: " ST-STOCK-SUC
      * SUMO-DESTINO: un destino que nunca tuvo el producto arranca
      * con la cantidad transferida.
       SUMO-DESTINO.
            MOVE W-MUEVE-CODIGO TO STK-CODIGO.
            MOVE W-SUC-DESTINO TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                MOVE W-MUEVE-CODIGO TO STK-CODIGO
                MOVE W-SUC-DESTINO TO STK-SUCURSAL
                MOVE W-MUEVE-CANT TO STK-STOCK
                MOVE 0 TO STK-PUNTO-REORDEN
                WRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Transferencia realizada" LINE 24 COL 1
                END-WRITE
              NOT INVALID KEY
                ADD W-MUEVE-CANT TO STK-STOCK
                REWRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Error grabando destino: " ST-STOCK-SUC
       F-SUMO-DESTINO.
            EXIT.

      * TRANSFIERO-LOTES: solo para productos con control de lote;
      * lo que el origen tenia sin lote llega al destino sin lote.
       TRANSFIERO-LOTES.
            MOVE W-MUEVE-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-TRANSFIERO-LOTES
            END-READ.
            IF NOT PROD-CON-LOTE
               GO TO F-TRANSFIERO-LOTES
            END-IF.
            CALL "MUEVO-LOTES" USING W-LOTE-OPERACION W-MUEVE-CODIGO
                 W-SUC-ORIGEN W-SUC-DESTINO W-LOTE-NUMERO
                 W-LOTE-VENCIMIENTO W-LOTE-TIPO W-LOTE-DOCUMENTO
                 W-LOTE-CLI-ID W-MUEVE-CANT W-OPERADOR-ACTUAL
                 W-LOTE-SIN-ASIGNAR.
            IF W-LOTE-SIN-ASIGNAR NOT = 0
               DISPLAY W-MUEVE-CODIGO ": " W-LOTE-SIN-ASIGNAR
                       " unidades transferidas sin lote" LINE 23 COL 1
            END-IF.

       F-TRANSFIERO-LOTES.
            EXIT.


      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
