      *          porcentaje de comision) que fuente04.cbl usa para
      *          validar CLI_VENDEDOR y que COMISION-VENDEDORES usa
      *          para liquidar.
      * Mod: 15/10/2026 EK - Legajo de personal del vendedor
      *      (VEN-LEGAJO), con el que ENVIO-COMISIONES-SUELDOS pasa
      *      las comisiones del mes a la liquidacion de sueldos.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCEPT VEN-NOMBRE LINE 09 COL 26 PROMPT
               DISPLAY "% Comision   : " LINE 10 COL 10
               ACCEPT VEN-PORCENTAJE-COMIS LINE 10 COL 26 PROMPT
               MOVE 0 TO VEN-LEGAJO
               DISPLAY "Legajo       : " LINE 12 COL 10
               ACCEPT VEN-LEGAJO LINE 12 COL 26 PROMPT
               SET VEN-ACTIVO TO TRUE
               WRITE REG-VENDEDORES
                 INVALID KEY
               ACCEPT VEN-NOMBRE LINE 09 COL 26 PROMPT
               DISPLAY "% Comision   : " LINE 10 COL 10
               ACCEPT VEN-PORCENTAJE-COMIS LINE 10 COL 26 PROMPT
               IF VEN-LEGAJO NOT NUMERIC
                  MOVE 0 TO VEN-LEGAJO
               END-IF
               DISPLAY "Legajo       : " LINE 12 COL 10
               ACCEPT VEN-LEGAJO LINE 12 COL 26 PROMPT
               REWRITE REG-VENDEDORES
                 INVALID KEY
                   DISPLAY "Error modificando vendedor: " ST-VENDEDORES
                    VEN-ESTADO LINE 11 COL 26.
            MOVE VEN-PORCENTAJE-COMIS TO COMIS-ZZ.
            DISPLAY COMIS-ZZ LINE 10 COL 26.
            IF VEN-LEGAJO NUMERIC
               DISPLAY "Legajo       : " LINE 12 COL 10
                       VEN-LEGAJO LINE 12 COL 26
            END-IF.

       END PROGRAM "ABM-VENDEDORES".
