      *          nuevo desde el primer dia del anio -- pensado para
      *          recuperacion de desastre o carga inicial de datos,
      *          no para el ciclo nocturno.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-OMIT-ANULADAS    PIC 9(7) VALUE 0.
       01 W-CANT-OMIT-ANIO        PIC 9(7) VALUE 0.
       01 W-CANT-SIN-CLIENTE      PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "RECONSTRUCCION-CLIVENTAS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              NOT AT END
                INITIALIZE CLI_VENTAS
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE = "00"
                   ADD 1 TO W-CANT-CLIENTES-CERO
                ELSE
                     W-TOTAL-COMPROBANTE CLI_CATEGORIA W-VALOR-VENTA
                ADD W-VALOR-VENTA TO CLI_TOTAL(FF-MES)
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE = "00"
                   ADD 1 TO W-CANT-FACTURAS-PROC
                ELSE
