      *          bytes en blanco, para que los datos queden dichos de
      *          forma explicita ademas de la tolerancia a blancos
      *          que ya aplican los programas lectores.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-CLI-CONV    PIC 9(7) VALUE 0.
       01 W-CANT-FACT-LEIDAS PIC 9(7) VALUE 0.
       01 W-CANT-FACT-CONV   PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "CONVERSION-NUEVOS-CAMPOS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                END-IF
                IF W-REGISTRO-TOCADO = "S"
                   REWRITE REG-CLIENTES
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                   IF ST-FILE = "00"
                      ADD 1 TO W-CANT-CLI-CONV
                   ELSE
                       DISPLAY "Error convirtiendo factura "
                               FACT-NUMERO ": " ST-FACTURA
                     NOT INVALID KEY
                       CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA
                            W-IMG-FAC W-IMG-MODIF ST-FACTURA REG-FACTURA
                            W-IMG-GRABADO
                       ADD 1 TO W-CANT-FACT-CONV
                   END-REWRITE
                END-IF
