      *          CLI_COBRANZA_EXT = "S" para no volver a colocarla en
      *          la proxima corrida, dejando constancia en
      *          HISTORIAL-CLIENTES.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-COLOCADOS   PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "EXPORT-GESTION-EXTERNA".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE "BATCH" TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE = "00"
               ADD 1 TO W-CANT-COLOCADOS
               PERFORM GRABO-HISTORIAL-COLOCACION
