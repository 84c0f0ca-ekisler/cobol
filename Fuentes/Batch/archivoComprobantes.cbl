      *          colocacion en agencia abierta. Lo archivado se borra
      *          del archivo vivo; CONSULTA-ARCHIVO lo trae de vuelta
      *          a pantalla cuando un cliente discute algo del 2023.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-FACT-ARCH  PIC 9(7) VALUE 0.
       01 W-CANT-COB-ARCH   PIC 9(7) VALUE 0.
       01 W-CANT-DET-ARCH   PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ARCHIVO-COMPROBANTES".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-BAJA      PIC X     VALUE "B".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY "No se pudo borrar la factura "
                        W-NUMERO-ACTUAL
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                     W-IMG-BAJA ST-FACTURA REG-FACTURA W-IMG-GRABADO
                ADD 1 TO W-CANT-FACT-ARCH
                DISPLAY "Archivado comprobante " W-NUMERO-ACTUAL
            END-DELETE.
                DISPLAY "No se pudo borrar el recibo "
                        W-NUMERO-ACTUAL
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                     W-IMG-BAJA ST-COBRANZAS REG-COBRANZAS W-IMG-GRABADO
                ADD 1 TO W-CANT-COB-ARCH
                DISPLAY "Archivado recibo " W-NUMERO-ACTUAL
            END-DELETE.
