      *          tasaCambio.dat) y deja cada cheque depositado con su
      *          boleta y la fecha de la corrida, listando por SYSOUT
      *          el detalle de cada boleta para llevar al banco.
      * Mod: 15/10/2026 EK - Solo van a boleta los cheques cuya fecha
      *      de pago (CHQ-FECHA-PAGO) ya llego; los diferidos siguen
      *      en cartera y se cuentan al pie de la corrida.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-TABLA-LLENA     PIC X VALUE "N".

       01 W-CANT-DEPOSITADOS PIC 9(5) VALUE 0.
       01 W-CANT-DIFERIDOS  PIC 9(5) VALUE 0.
       01 W-TOTAL-DIFERIDOS PIC S9(11)V9(2) VALUE 0.
       01 IMPORTE-ZZ        PIC ---------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "BOLETAS-DEPOSITO".
       01 W-IMG-CHQ       PIC X(3)  VALUE "CHQ".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * DEPOSITO-CHEQUES: cada cheque en cartera se suma a la boleta
      * de su banco (dandola de alta si es el primer cheque de ese
      * banco en la corrida) y queda depositado con boleta y fecha.
      * Un cheque de pago diferido cuya fecha todavia no llego queda
      * en cartera; sin fecha de pago (cheques anteriores al campo)
      * se toma al dia.
       DEPOSITO-CHEQUES.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CHEQUES
              NOT AT END
                IF CHQ-EN-CARTERA
                   IF CHQ-FECHA-PAGO IS NUMERIC
                         AND CHQ-FECHA-PAGO > W-FECHA-SISTEMA
                      ADD 1 TO W-CANT-DIFERIDOS
                      ADD CHQ-IMPORTE TO W-TOTAL-DIFERIDOS
                   ELSE
                      PERFORM BUSCO-BANCO THRU F-BUSCO-BANCO
                      IF W-BCO-HALLADO NOT = 0
                         PERFORM DEPOSITO-UN-CHEQUE
                             THRU F-DEPOSITO-UN-CHEQUE
                      END-IF
                   END-IF
                END-IF
            END-READ.
                DISPLAY "Error grabando cheque " CHQ-BANCO " "
                        CHQ-NUMERO ": " ST-CHEQUES
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CHQ
                     W-IMG-MODIF ST-CHEQUES REG-CHEQUE W-IMG-GRABADO
                ADD 1 TO W-CANT-DEPOSITADOS
                ADD 1 TO W-BCO-CANT(W-BCO-HALLADO)
                ADD CHQ-IMPORTE TO W-BCO-IMPORTE(W-BCO-HALLADO)
               DISPLAY " "
               DISPLAY "Cheques depositados: " W-CANT-DEPOSITADOS
            END-IF.
            IF W-CANT-DIFERIDOS NOT = 0
               MOVE W-TOTAL-DIFERIDOS TO IMPORTE-ZZ
               DISPLAY "Diferidos que siguen en cartera: "
                       W-CANT-DIFERIDOS " por " IMPORTE-ZZ
            END-IF.

       F-LISTO-BOLETAS.
            EXIT.
