      *              colocacion y limpia CLI_COBRANZA_EXT
      *          Montos con 2 decimales implicitos, solo digitos.
      *          Todo queda asentado en HISTORIAL-CLIENTES.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-TOTAL-RECUPERADO PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-COMISION  PIC S9(11)V9(2) VALUE 0.
       01 TOTAL-ZZ          PIC -----------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "IMPORT-RETORNO-AGENCIA".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        " (" ST-COBRANZAS ")"
                GO TO F-PROCESO-RECUPERO
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                 W-IMG-ALTA ST-COBRANZAS REG-COBRANZAS W-IMG-GRABADO.
            SUBTRACT COB-MONTO FROM CLI_SALDO.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE "AGENCIA" TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            PERFORM ACUMULO-COLOCACION THRU F-ACUMULO-COLOCACION.
            PERFORM GRABO-HISTORIAL-RETORNO
               THRU F-GRABO-HISTORIAL-RETORNO.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE "AGENCIA" TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            MOVE W-IMP-CLI-ID TO COL-CLI-ID.
            READ COLOCACIONES-AGENCIA KEY IS COL-CLI-ID
              INVALID KEY
