      *          un ajuste manual por la opcion Saldo del ABM). El
      *          total de CLIVENTAS se muestra como referencia en la
      *          excepcion pero no dispara por si solo.
      * Mod: 15/10/2026 EK - Las notas de debito suman al teorico como
      *      una factura (ABM-FACTURAS y ABM-CHEQUES las suman a
      *      CLI_SALDO al emitirlas) y la excepcion las muestra
      *      aparte, ya incluidas en el renglon de comprobantes.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-MES             PIC 9(2).

       01 W-SUMA-FACTURAS   PIC S9(9)V9(2) VALUE 0.
       01 W-SUMA-DEBITOS    PIC S9(9)V9(2) VALUE 0.
       01 W-SUMA-VENTAS     PIC S9(9)V9(2) VALUE 0.
       01 W-SUMA-COBRANZAS  PIC S9(9)V9(2) VALUE 0.
       01 W-SUMA-RECARGOS   PIC S9(9)V9(2) VALUE 0.
       01 SALDO-ZZ          PIC ------------9,99.
       01 TEORICO-ZZ        PIC ------------9,99.
       01 FACTURAS-ZZ       PIC ------------9,99.
       01 DEBITOS-ZZ        PIC ------------9,99.
       01 COBRANZAS-ZZ      PIC ------------9,99.
       01 RECARGOS-ZZ       PIC ------------9,99.
       01 VENTAS-ZZ         PIC ------------9,99.

       SUMO-FACTURAS-CLIENTE.
            MOVE 0 TO W-SUMA-FACTURAS.
            MOVE 0 TO W-SUMA-DEBITOS.
            MOVE CLI_ID TO W-CLI-ID-ACTUAL.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
                      ELSE
                         ADD W-TOTAL-CONVERTIDO TO W-SUMA-FACTURAS
                      END-IF
                      IF FACT-TIPO-NOTA-DEBITO
                         ADD W-TOTAL-CONVERTIDO TO W-SUMA-DEBITOS
                      END-IF
                   END-IF
                END-IF
            END-READ.
            MOVE CLI_SALDO      TO SALDO-ZZ.
            MOVE W-SALDO-TEORICO TO TEORICO-ZZ.
            MOVE W-SUMA-FACTURAS TO FACTURAS-ZZ.
            MOVE W-SUMA-DEBITOS TO DEBITOS-ZZ.
            MOVE W-SUMA-COBRANZAS TO COBRANZAS-ZZ.
            MOVE W-SUMA-RECARGOS TO RECARGOS-ZZ.
            MOVE W-SUMA-VENTAS  TO VENTAS-ZZ.
            DISPLAY "  CLI_SALDO grabado      : " SALDO-ZZ.
            DISPLAY "  Saldo teorico          : " TEORICO-ZZ.
            DISPLAY "  Facturas menos notas   : " FACTURAS-ZZ.
            DISPLAY "    (notas de debito)    : " DEBITOS-ZZ.
            DISPLAY "  Recargos por mora      : " RECARGOS-ZZ.
            DISPLAY "  Cobranzas aplicadas    : " COBRANZAS-ZZ.
            DISPLAY "  Referencia CLIVENTAS   : " VENTAS-ZZ.
