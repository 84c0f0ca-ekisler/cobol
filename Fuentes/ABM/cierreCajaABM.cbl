      *          graba el registro en CIERRES-CAJA: desde ese momento
      *          el dia queda cerrado y cargar un recibo con esa
      *          fecha exige firma de supervisor en ABM-COBRANZAS.
      * Mod: 15/10/2026 EK - Los cobros con tarjeta se totalizan
      *      aparte (CAJA-TOTAL-TARJETA) en vez de caer en otros.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-TOT-CHEQUE       PIC S9(11)V9(2).
       01 W-TOT-TRANSFER     PIC S9(11)V9(2).
       01 W-TOT-OTROS        PIC S9(11)V9(2).
       01 W-TOT-TARJETA      PIC S9(11)V9(2).

       01 W-TABLA-SUCURSALES.
          03 W-SUC-ENTRADA OCCURS 20 TIMES.
      * sucursal receptora; anulados y rechazados no cuentan.
       TOTALIZO-DIA.
            MOVE 0 TO W-TOT-EFECTIVO W-TOT-CHEQUE
                      W-TOT-TRANSFER W-TOT-OTROS W-TOT-TARJETA.
            MOVE 0 TO W-CANT-SUC.
            MOVE 0 TO W-CANT-RECIBOS.
            MOVE 0 TO COB-NUMERO.
                         ADD COB-MONTO TO W-TOT-CHEQUE
                      WHEN COB-TRANSFERENCIA
                         ADD COB-MONTO TO W-TOT-TRANSFER
                      WHEN COB-TARJETA
                         ADD COB-MONTO TO W-TOT-TARJETA
                      WHEN OTHER
                         ADD COB-MONTO TO W-TOT-OTROS
                   END-EVALUATE
            DISPLAY "Cheques       : " MONTO-ZZ LINE 11 COL 10.
            MOVE W-TOT-TRANSFER TO MONTO-ZZ.
            DISPLAY "Transferencias: " MONTO-ZZ LINE 12 COL 10.
            MOVE W-TOT-TARJETA TO MONTO-ZZ.
            DISPLAY "Tarjetas      : " MONTO-ZZ LINE 13 COL 10.
            MOVE W-TOT-OTROS TO MONTO-ZZ.
            DISPLAY "Otros         : " MONTO-ZZ LINE 14 COL 10.
            MOVE 15 TO W-LINEA-PANT.
            PERFORM MUESTRO-UNA-SUC
                VARYING W-IND-SUC FROM 1 BY 1
                    UNTIL W-IND-SUC > W-CANT-SUC
            MOVE W-TOT-CHEQUE TO CAJA-TOTAL-CHEQUE.
            MOVE W-TOT-TRANSFER TO CAJA-TOTAL-TRANSFER.
            MOVE W-TOT-OTROS TO CAJA-TOTAL-OTROS.
            MOVE W-TOT-TARJETA TO CAJA-TOTAL-TARJETA.
            MOVE W-DECLARADO TO CAJA-DECLARADO.
            COMPUTE CAJA-DIFERENCIA = W-DECLARADO - W-TOT-EFECTIVO.
            MOVE W-OPERADOR-ACTUAL TO CAJA-OPERADOR.
