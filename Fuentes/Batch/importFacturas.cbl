      *          el lote entero. FACT-TOTAL se recalcula siempre de
      *          los renglones; moneda y sucursal se toman del
      *          cliente, igual que en el alta por pantalla.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CLI-SUCURSAL     PIC X(3).
       01 W-CLI-CONDICION    PIC 9(3).
       01 W-DIAS-VTO         PIC 9(7).
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "IMPORT-FACTURAS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                            THRU F-BORRO-DETALLE-FACTURA
                      END-IF
                    NOT INVALID KEY
                      CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                           W-IMG-ALTA ST-FACTURA REG-FACTURA
                           W-IMG-GRABADO
                      ADD 1 TO W-CANT-ALTAS
                      PERFORM APLICO-FACTURA-A-SALDO
                         THRU F-APLICO-FACTURA-A-SALDO
              NOT INVALID KEY
                ADD FACT-TOTAL TO CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo de "
                           FACT-CLI-ID ": " ST-FILE
