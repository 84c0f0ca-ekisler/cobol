      *          repetia) sino que se lee de un registro de control
      *          (loteControl.dat), para que el tamano de lote por
      *          corrida/checkpoint se pueda ajustar sin recompilar.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-MOTIVO-OVERRIDE  PIC X(40).
       01 W-SALDO-AUTORIZADO PIC X.
       01 SALDO-ZZ           PIC ------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "LOTE-SUSPENSION-CLIENTES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE = "00"
               DISPLAY "Cliente suspendido: " CLI_ID
               IF W-MOTIVO-OVERRIDE NOT = SPACES
