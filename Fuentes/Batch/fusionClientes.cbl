      *          CLI_VENTAS del duplicado sobre el sobreviviente, y
      *          da de baja logica al duplicado en lugar de dejar las
      *          dos cuentas activas para siempre.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 W-HIST-ANTES        PIC X(60).
       01 W-HIST-DESPUES      PIC X(60).
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "FUSION-CLIENTES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE "BATCH" TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            MOVE CLI_SALDO TO W-HIST-DESPUES.
            MOVE CLI_ID          TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
                                  FACT-NUMERO
                          MOVE "S" TO W-FIN-FACTURAS
                        NOT INVALID KEY
                          CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA
                               W-IMG-FAC W-IMG-MODIF ST-FACTURA
                               REG-FACTURA W-IMG-GRABADO
                          ADD 1 TO W-CANT-FACTURAS
                      END-REWRITE
                   END-IF
                                  COB-NUMERO
                          MOVE "S" TO W-FIN-COBRANZAS
                        NOT INVALID KEY
                          CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA
                               W-IMG-COB W-IMG-MODIF ST-COBRANZAS
                               REG-COBRANZAS W-IMG-GRABADO
                          ADD 1 TO W-CANT-COBRANZAS
                      END-REWRITE
                   END-IF
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE "BATCH" TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            MOVE CLI_ID          TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
