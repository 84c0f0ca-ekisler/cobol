      *          plano de 670 bytes que RESPALDO-CLIENTES usa) a
      *          clientesArchivados.dat y lo borra de CLIENTES, para
      *          no perder la historia pero sacarla del maestro activo.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 W-CANT-LEIDOS       PIC 9(7) VALUE 0.
       01 W-CANT-ARCHIVADOS   PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "PURGA-CLIENTES-BAJA".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-BAJA      PIC X     VALUE "B".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "Error borrando cliente " CLI_ID
                           ": " ST-FILE
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-BAJA ST-FILE REG-CLIENTES W-IMG-GRABADO
                   ADD 1 TO W-CANT-ARCHIVADOS
               END-DELETE
            ELSE
