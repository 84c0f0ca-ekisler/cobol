      *          PRODUCTOS, y el IVA discriminado o incluido segun la
      *          letra que ABM-FACTURAS le asigno por la condicion del
      *          cliente.
      * Mod: 15/10/2026 EK - Cada renglon muestra la unidad de venta
      *      del producto (PROD-UNIDAD-VENTA) junto a la cantidad.
      * Mod: 15/10/2026 EK - Nota de debito: se titula como tal, cita
      *      el comprobante de origen y en lugar de renglones imprime
      *      el concepto (motivo de la nota) con su importe.
      * Mod: 15/10/2026 EK - Con un certificado de exclusion de IIBB
      *      aplicado (FACT-CERTIFICADO-EXENCION) el pie cita su
      *      numero, aunque la exclusion haya sido total.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-IVA-IMPORTE     PIC S9(9)V99.
       01 W-ALICUOTA-IVA    PIC 9V99 VALUE 1,21.
       01 W-TIPO-TEXTO      PIC X(15).
       01 W-CONCEPTO        PIC X(32).

       01 GUIONES           PIC X(72) VALUE ALL "-".
       01 PRECIO-ZZ         PIC --------9,99.
                              ALPHANUMERIC DATA BY SPACES
                MOVE "(CLIENTE INEXISTENTE)" TO CLI_NOMBRE
            END-READ.
            EVALUATE TRUE
               WHEN FACT-TIPO-NOTA-CREDITO
                  MOVE "NOTA DE CREDITO" TO W-TIPO-TEXTO
               WHEN FACT-TIPO-NOTA-DEBITO
                  MOVE "NOTA DE DEBITO" TO W-TIPO-TEXTO
               WHEN OTHER
                  MOVE "FACTURA" TO W-TIPO-TEXTO
            END-EVALUATE.
            DISPLAY " ".
            DISPLAY GUIONES.
            DISPLAY W-EMISOR-RAZON.
               DISPLAY W-TIPO-TEXTO "  [ B ]  Nro " FACT-NUMERO
                       "  Fecha " FACT-FECHA
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO OR FACT-TIPO-NOTA-DEBITO
               DISPLAY "Sobre comprobante " FACT-NUMERO-ORIGEN
            END-IF.
            DISPLAY "Cliente: " CLI_ID SPACE CLI_NOMBRE.
            DISPLAY "CUIT   : " CLI_CUIT.
                    "  Moneda: " FACT-MONEDA.
            DISPLAY GUIONES.
            DISPLAY "CODIGO     DESCRIPCION                      "
                    "CANT  UNI      PRECIO      IMPORTE".
            IF FACT-TIPO-NOTA-DEBITO
               PERFORM IMPRIMO-CONCEPTO THRU F-IMPRIMO-CONCEPTO
            END-IF.
            PERFORM IMPRIMO-UN-RENGLON THRU F-IMPRIMO-UN-RENGLON
                VARYING W-INDICE-ITEM FROM 1 BY 1
                    UNTIL W-INDICE-ITEM > FACT-CANT-ITEMS.
               DISPLAY "Percepcion IIBB " FACT-JURISDICCION " . :"
                       TOTAL-ZZ
            END-IF.
            IF FACT-CERTIFICADO-EXENCION > SPACES
               DISPLAY "Certificado de exclusion IIBB "
                       FACT-JURISDICCION " Nro. "
                       FACT-CERTIFICADO-EXENCION
            END-IF.
            MOVE FACT-TOTAL TO TOTAL-ZZ.
            DISPLAY "TOTAL . . . . . . . .:" TOTAL-ZZ.
            DISPLAY GUIONES.
       F-IMPRIMO-COMPROBANTE.
            EXIT.

      * IMPRIMO-CONCEPTO: la nota de debito no tiene renglones de
      * producto; su unico renglon es el motivo, por el total sin la
      * percepcion (que va aparte al pie).
       IMPRIMO-CONCEPTO.
            EVALUATE TRUE
               WHEN FACT-DEBITO-PRECIO
                  MOVE "CORRECCION DE PRECIO" TO W-CONCEPTO
               WHEN FACT-DEBITO-CHEQUE-RECHAZ
                  MOVE "GASTOS POR CHEQUE RECHAZADO" TO W-CONCEPTO
               WHEN FACT-DEBITO-GASTOS-BANCO
                  MOVE "GASTOS BANCARIOS" TO W-CONCEPTO
               WHEN FACT-DEBITO-DIF-CAMBIO
                  MOVE "DIFERENCIA DE CAMBIO" TO W-CONCEPTO
               WHEN OTHER
                  MOVE "OTROS CONCEPTOS" TO W-CONCEPTO
            END-EVALUATE.
            COMPUTE W-EXTENSION = FACT-TOTAL - FACT-PERCEPCION-IIBB.
            MOVE W-EXTENSION TO PRECIO-ZZ.
            MOVE W-EXTENSION TO EXTENSION-ZZ.
            DISPLAY "           " W-CONCEPTO SPACE
                    "00001" SPACE "   " SPACE
                    PRECIO-ZZ SPACE EXTENSION-ZZ.

       F-IMPRIMO-CONCEPTO.
            EXIT.

       IMPRIMO-UN-RENGLON.
            MOVE FACT-ITEM-CODIGO(W-INDICE-ITEM) TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
                MOVE SPACES TO PROD-UNIDAD-VENTA
            END-READ.
            COMPUTE W-EXTENSION =
                FACT-ITEM-CANT(W-INDICE-ITEM)
            DISPLAY FACT-ITEM-CODIGO(W-INDICE-ITEM) SPACE
                    PROD-DESCRIPCION(1:32) SPACE
                    FACT-ITEM-CANT(W-INDICE-ITEM) SPACE
                    PROD-UNIDAD-VENTA SPACE
                    PRECIO-ZZ SPACE EXTENSION-ZZ.

       F-IMPRIMO-UN-RENGLON.
                   READ PRODUCTOS KEY IS PROD-CODIGO
                     INVALID KEY
                       MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
                       MOVE SPACES TO PROD-UNIDAD-VENTA
                   END-READ
                   COMPUTE W-EXTENSION = FDET-CANT * FDET-PRECIO
                   MOVE FDET-PRECIO TO PRECIO-ZZ
                   MOVE W-EXTENSION TO EXTENSION-ZZ
                   DISPLAY FDET-CODIGO SPACE
                           PROD-DESCRIPCION(1:32) SPACE
                           FDET-CANT SPACE PROD-UNIDAD-VENTA SPACE
                           PRECIO-ZZ SPACE
                           EXTENSION-ZZ
                END-IF
            END-READ.
