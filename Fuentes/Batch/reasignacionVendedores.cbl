      *          REASIGNACIONES-VENDEDOR con la fecha efectiva que
      *          COMISION-VENDEDORES usa para partir el mes), y
      *          cierra con la foto DESPUES de ambas carteras.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-SALDO-CARTERA   PIC S9(11)V9(2).
       01 W-CANT-TRASPASO   PIC 9(5) VALUE 0.
       01 SALDO-ZZ          PIC -----------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "REASIGNACION-VENDEDORES".
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
            IF ST-FILE NOT = "00"
               DISPLAY "No se pudo traspasar el cliente " CLI_ID
                       " (" ST-FILE ")"
