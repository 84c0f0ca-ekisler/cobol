      *          alta manual. Un cliente suspendido o en revision de
      *          credito saltea la generacion y queda en el reporte
      *          de la corrida con su motivo.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-GENERADOS  PIC 9(5) VALUE 0.
       01 W-CANT-SALTEADOS  PIC 9(5) VALUE 0.
       01 TOTAL-ZZ          PIC ---------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "GENERACION-ABONOS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        ", no se pudo grabar factura "
                        W-NUMERO-SERIE " (" ST-FACTURA ")"
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                     W-IMG-ALTA ST-FACTURA REG-FACTURA W-IMG-GRABADO
                ADD 1 TO W-CANT-GENERADOS
                PERFORM APLICO-FACTURA-A-SALDO
                   THRU F-APLICO-FACTURA-A-SALDO
       APLICO-FACTURA-A-SALDO.
            ADD FACT-TOTAL TO CLI_SALDO.
            REWRITE REG-CLIENTES
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
            IF ST-FILE NOT = "00"
               DISPLAY "Error actualizando saldo de " ABO-CLI-ID
                       ": " ST-FILE
