      *          la corrige y deja constancia en HISTORIAL-CLIENTES,
      *          para que el browse por CLI_ALT_2 no siga mostrando
      *          datos viejos.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-CORREGIDOS  PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "CONSISTENCIA-ALT-CLIENTES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 INVALID KEY
                   DISPLAY "No se pudo corregir cliente " CLI_ID
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                   ADD 1 TO W-CANT-CORREGIDOS
                   PERFORM GRABO-HISTORIAL-DRIFT
                      THRU F-GRABO-HISTORIAL-DRIFT
