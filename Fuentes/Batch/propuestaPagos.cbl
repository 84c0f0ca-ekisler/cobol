      *          registra despues, factura por factura, por la
      *          transaccion P de ABM-CTAS-PAGAR -- este job no toca
      *          nada.
      * Mod: 15/10/2026 EK - Las facturas retenidas por diferencias en
      *      el calce orden / recepcion / factura (FP-RETENIDA) no
      *      se proponen hasta que un supervisor las libera en
      *      ABM-CTAS-PAGAR; se cuentan aparte al pie.
      * Mod: 15/10/2026 EK - La propuesta aprobada se paga con
      *      ORDENES-PAGO; las facturas que ya estan en una orden
      *      transferida esperando al banco no se vuelven a proponer
      *      y se cuentan al pie.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-TOTAL-PROVEEDOR  PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-GENERAL    PIC S9(13)V9(2) VALUE 0.
       01 W-CANT-FACTURAS    PIC 9(5) VALUE 0.
       01 W-CANT-RETENIDAS   PIC 9(5) VALUE 0.
       01 W-TOTAL-RETENIDAS  PIC S9(13)V9(2) VALUE 0.
       01 W-CANT-EN-ORDEN    PIC 9(5) VALUE 0.
       01 W-TOTAL-EN-ORDEN   PIC S9(13)V9(2) VALUE 0.

       01 SALDO-ZZ           PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.
            DISPLAY " ".
            DISPLAY "Facturas propuestas: " W-CANT-FACTURAS.
            DISPLAY "Total a pagar      : " TOTAL-ZZ.
            MOVE W-TOTAL-RETENIDAS TO TOTAL-ZZ.
            DISPLAY "Retenidas por calce: " W-CANT-RETENIDAS
                    " por " TOTAL-ZZ " (no propuestas)".
            MOVE W-TOTAL-EN-ORDEN TO TOTAL-ZZ.
            DISPLAY "En orden de pago   : " W-CANT-EN-ORDEN
                    " por " TOTAL-ZZ " (esperan al banco)".
            STOP RUN.

      * ABRO-ARCHIVOS: se recorre por la clave alterna FP-PROVEEDOR
              NOT AT END
                IF FP-ABIERTA AND FP-SALDO NOT = 0
                      AND FP-FECHA-VTO NOT > W-FECHA-TOPE
                   IF FP-RETENIDA
                      ADD 1 TO W-CANT-RETENIDAS
                      ADD FP-SALDO TO W-TOTAL-RETENIDAS
                   ELSE
                      PERFORM PROPONGO-UNA-FACTURA
                          THRU F-PROPONGO-UNA-FACTURA
                   END-IF
                END-IF
                IF FP-EN-ORDEN-PAGO
                      AND FP-FECHA-VTO NOT > W-FECHA-TOPE
                   ADD 1 TO W-CANT-EN-ORDEN
                   ADD FP-SALDO TO W-TOTAL-EN-ORDEN
                END-IF
            END-READ.

