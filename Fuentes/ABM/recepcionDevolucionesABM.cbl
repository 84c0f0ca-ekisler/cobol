      *          DEVOLUCIONES -- una nota activa sin recepcion es una
      *          devolucion que sigue esperando mercaderia, y la
      *          transaccion P las lista.
      * Mod: 15/10/2026 EK - Un kit devuelto en buen estado repone
      *      sus componentes (cantidad del kit en cada uno) y no el
      *      codigo del kit, que no lleva stock propio.
      * Mod: 15/10/2026 EK - Un producto con control de lote vuelve a
      *      los mismos lotes que habia consumido la factura de origen
      *      (MUEVO-LOTES, referencia V + FACT-NUMERO-ORIGEN).
      * Mod: 15/10/2026 EK - Las unidades de la nota estan en la
      *      unidad de venta del producto; se reponen en unidad base
      *      (buenas por PROD-FACTOR-VENTA).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-REC-CODIGO       PIC X(10).
       01 W-REC-ESPERADA     PIC 9(5).
       01 W-REC-BUENAS       PIC 9(5).
      * Las buenas pasadas a unidad base (factor de venta del
      * producto del renglon, 1 si no tiene).
       01 W-BASE-BUENAS      PIC 9(7).

      * Lo que efectivamente se repone: el producto del renglon o,
      * si es un kit (COMPONENTES-KIT), cada uno de sus componentes.
       01 W-STK-CODIGO       PIC X(10).
       01 W-STK-CANT         PIC 9(7).
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).

      * Lotes: las unidades buenas de un producto con control de lote
      * se reintegran a los lotes que salieron con la factura de
      * origen; lo que la factura no habia sacado de ningun lote
      * vuelve como stock sin lote.
       01 W-LOTE-OPERACION   PIC X VALUE "R".
       01 W-LOTE-NUMERO      PIC X(12) VALUE SPACES.
       01 W-LOTE-VENCIMIENTO PIC 9(8) VALUE 0.
       01 W-LOTE-SUC-DESTINO PIC X(3) VALUE SPACES.
       01 W-LOTE-TIPO-ORIGEN PIC X VALUE "V".
       01 W-LOTE-SIN-ASIGNAR PIC 9(7).

       01 W-TOT-ESPERADA     PIC 9(7).
       01 W-TOT-BUENAS       PIC 9(7).
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-RECEPCION-DEVOLUCIONES".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

            ADD W-REC-BUENAS TO W-TOT-BUENAS.
            COMPUTE W-TOT-DANADAS = W-TOT-DANADAS +
                    (W-REC-ESPERADA - W-REC-BUENAS).
            IF W-REC-BUENAS = 0
               GO TO F-CONFIRMO-RENGLON
            END-IF.
            PERFORM PASO-A-UNIDAD-BASE THRU F-PASO-A-UNIDAD-BASE.
            CALL "COMPONENTES-KIT" USING W-REC-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-REC-CODIGO TO W-STK-CODIGO
               MOVE W-BASE-BUENAS TO W-STK-CANT
               PERFORM REPONGO-STOCK THRU F-REPONGO-STOCK
            ELSE
               PERFORM REPONGO-COMPONENTE THRU F-REPONGO-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
            END-IF.

       F-CONFIRMO-RENGLON.
            EXIT.

      * PASO-A-UNIDAD-BASE: factor de venta en blanco o en cero
      * vale 1.
       PASO-A-UNIDAD-BASE.
            MOVE W-REC-BUENAS TO W-BASE-BUENAS.
            MOVE W-REC-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-PASO-A-UNIDAD-BASE
            END-READ.
            IF PROD-FACTOR-VENTA NUMERIC AND PROD-FACTOR-VENTA > 1
               COMPUTE W-BASE-BUENAS =
                       W-REC-BUENAS * PROD-FACTOR-VENTA
            END-IF.

       F-PASO-A-UNIDAD-BASE.
            EXIT.

       REPONGO-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO W-STK-CODIGO.
            COMPUTE W-STK-CANT =
                    W-BASE-BUENAS * W-KIT-COMP-CANT(W-IND-COMP).
            PERFORM REPONGO-STOCK THRU F-REPONGO-STOCK.

       F-REPONGO-COMPONENTE.
            EXIT.

       REPONGO-STOCK.
            MOVE W-STK-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Producto inexistente: " W-STK-CODIGO
                        LINE 24 COL 1
              NOT INVALID KEY
                ADD W-STK-CANT TO PROD-STOCK
                REWRITE REG-PRODUCTOS
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                IF ST-PRODUCTOS NOT = "00"
                   DISPLAY "Error reponiendo stock: " ST-PRODUCTOS
                           LINE 24 COL 1
                ELSE
                   MOVE W-STK-CANT TO W-MOV-CANTIDAD
                   CALL "GRABO-MOV-STOCK" USING PROD-CODIGO
                        W-MOV-TIPO W-NC-NUMERO W-MOV-CANTIDAD
                        W-MOV-MOTIVO W-OPERADOR-ACTUAL W-MOV-GRABADO
                   PERFORM REPONGO-STOCK-SUCURSAL
                      THRU F-REPONGO-STOCK-SUCURSAL
                   IF PROD-CON-LOTE
                      PERFORM REPONGO-LOTES THRU F-REPONGO-LOTES
                   END-IF
                END-IF
            END-READ.

       F-REPONGO-STOCK.
            EXIT.

       REPONGO-LOTES.
            CALL "MUEVO-LOTES" USING W-LOTE-OPERACION W-STK-CODIGO
                 FACT-SUCURSAL W-LOTE-SUC-DESTINO W-LOTE-NUMERO
                 W-LOTE-VENCIMIENTO W-LOTE-TIPO-ORIGEN
                 FACT-NUMERO-ORIGEN FACT-CLI-ID W-STK-CANT
                 W-OPERADOR-ACTUAL W-LOTE-SIN-ASIGNAR.
            IF W-LOTE-SIN-ASIGNAR NOT = 0
               DISPLAY W-STK-CODIGO ": " W-LOTE-SIN-ASIGNAR
                       " unidades vuelven sin lote" LINE 23 COL 1
            END-IF.

       F-REPONGO-LOTES.
            EXIT.

       REPONGO-STOCK-SUCURSAL.
            MOVE W-STK-CODIGO TO STK-CODIGO.
            MOVE FACT-SUCURSAL TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                MOVE W-STK-CODIGO TO STK-CODIGO
                MOVE FACT-SUCURSAL TO STK-SUCURSAL
                MOVE W-STK-CANT TO STK-STOCK
                MOVE 0 TO STK-PUNTO-REORDEN
                WRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                            LINE 24 COL 1
                END-WRITE
              NOT INVALID KEY
                ADD W-STK-CANT TO STK-STOCK
                REWRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Error grabando stock sucursal"
