      *          cantidad con signo y operador, con el saldo corrido
      *          al estilo del resumen bancario de
      *          REPORTE-CUENTA-CORRIENTE.
      * Mod: 15/10/2026 EK - Los ajustes de costo (tipo K, sin
      *      cantidad) muestran el importe capitalizado en PROD-COSTO.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 CANT-ZZ           PIC --------9.
       01 SALDO-ZZ          PIC ---------9.
       01 IMPORTE-ZZ        PIC ---------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY MOV-FECHA SPACE MOV-TIPO SPACE
                           MOV-DOCUMENTO SPACE MOV-MOTIVO SPACE
                           MOV-OPERADOR CANT-ZZ SALDO-ZZ
                   IF MOV-AJUSTE-COSTO
                      MOVE MOV-IMPORTE TO IMPORTE-ZZ
                      DISPLAY "           ajuste de costo "
                              IMPORTE-ZZ
                   END-IF
                END-IF
            END-READ.

