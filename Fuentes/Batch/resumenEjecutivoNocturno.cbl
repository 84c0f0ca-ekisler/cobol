      *              RECONCILIACION-SALDOS en esta misma corrida),
      *            - y que pasos del ciclo quedaron completados hoy
      *              segun cicloEstado.dat.
      * Mod: 15/10/2026 EK - La venta del dia se lee por la alterna
      *      FACT-FECHA (START en hoy) en vez de recorrer FACTURA
      *      completo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN-FACTURAS
            ELSE
               MOVE W-FECHA-SISTEMA TO FACT-FECHA
               START FACTURA KEY IS NOT LESS THAN FACT-FECHA
                 INVALID KEY MOVE "S" TO W-FIN-FACTURAS
               END-START
            END-IF.
            PERFORM ACUMULO-UNA-FACTURA THRU F-ACUMULO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".
              AT END
                MOVE "S" TO W-FIN-FACTURAS
              NOT AT END
                IF FACT-FECHA NOT = W-FECHA-SISTEMA
                   MOVE "S" TO W-FIN-FACTURAS
                ELSE
                   IF NOT FACT-ANULADA
                      ADD 1 TO W-CANT-FACT-DIA
                      IF FACT-TIPO-NOTA-CREDITO
                         SUBTRACT FACT-TOTAL FROM W-VENTA-DIA
                      ELSE
                         ADD FACT-TOTAL TO W-VENTA-DIA
                      END-IF
                   END-IF
                END-IF
            END-READ.
