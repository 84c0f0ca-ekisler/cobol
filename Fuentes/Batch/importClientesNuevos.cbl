      *          ALTA-CLIENTE ya aplica (ver VALIDO-CODPOST y
      *          VALIDO-LIMITE-CREDITO en INICIO), y reporta cada
      *          registro que no pasa en vez de saltearlo en silencio.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-MOTIVO-HOLD      PIC X(60).
       01 W-ULTIMO-RIM       PIC 9(7) VALUE 0.
       01 W-FIN-RIM          PIC X.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "IMPORT-CLIENTES-NUEVOS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY "Rechazado, no se pudo grabar cliente "
                        W-IMP-ID
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-ALTA ST-FILE REG-CLIENTES W-IMG-GRABADO
                ADD 1 TO W-CANT-ALTAS
            END-WRITE.

