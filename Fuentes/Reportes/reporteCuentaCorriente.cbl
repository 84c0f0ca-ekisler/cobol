      *          al anularse (ANULO-EFECTO-SALDO en ABM-FACTURAS), asi
      *          que contarla dejaria el saldo final del listado
      *          desparejo contra CLI_SALDO.
      * Mod: 15/10/2026 EK - La nota de debito se lista con su nombre
      *      y suma al saldo como una factura.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE "Nota Credito" TO W-TIPO-TEXTO
                   COMPUTE W-IMPORTE-RENGLON = SORT-TOTAL * -1
                ELSE
                   IF SORT-TIPO = "D"
                      MOVE "Nota Debito" TO W-TIPO-TEXTO
                   ELSE
                      MOVE "Factura" TO W-TIPO-TEXTO
                   END-IF
                   MOVE SORT-TOTAL TO W-IMPORTE-RENGLON
                END-IF
                ADD W-IMPORTE-RENGLON TO W-SALDO-ACUM
