      *                    diferencia asentada en el kardex (tipo R,
      *                    documento = numero de recuento) en lugar
      *                    del pisado silencioso de siempre.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 DIF-ZZ            PIC --------9.
       01 VALOR-ZZ          PIC -------------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "INVENTARIO-FISICO".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY "Error ajustando " PROD-CODIGO ": "
                        ST-PRODUCTOS
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                ADD 1 TO W-CANT-AJUSTADOS
                CALL "GRABO-MOV-STOCK" USING PROD-CODIGO W-MOV-TIPO
                     W-NRO-RECUENTO W-DIFERENCIA W-MOV-MOTIVO
