      *          la posibilidad de ajustar el monto) o rechaza; la
      *          aceptacion graba CLI_LIMITE_CREDITO en la cuenta y
      *          deja el cambio asentado en HISTORIAL-CLIENTES.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-REVISION-LIMITES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

                        LINE 24 COL 1
                GO TO F-ACEPTO-PROPUESTA
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            MOVE CLI_ID TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
