      *          antiguedad (al dia, 30, 60, 90 o mas dias), para que
      *          CLI_SALDO deje de ser un numero suelto y se pueda ver
      *          de que vencimientos esta compuesto.
      * Mod: 15/10/2026 EK - Debajo de las bandas, cuanto de lo que
      *      el cliente ya "pago" son cheques con fecha de pago futura
      *      (en cartera o endosados a un proveedor): el saldo bajo
      *      con el recibo, pero la plata todavia no entro.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/tasaCambio.sel".
              COPY "./sel/cheques.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/tasaCambio.fd".
              COPY "./fd/cheques.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE           PIC XX.
       01 ST-FACTURA        PIC XX.
       01 ST-TASA           PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 W-FIN-CHEQUES     PIC X VALUE "N".
       01 W-HAY-CHEQUES     PIC X VALUE "N".
       01 W-CHEQUES-DIFERIDOS PIC S9(9)V9(2).
       01 W-CANT-DIFERIDOS  PIC 9(4).
       01 W-FIN-CLIENTES    PIC X VALUE "N".
       01 W-FIN-FACTURAS    PIC X VALUE "N".
       01 W-CLI-ID-ACTUAL   PIC 9(7).
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN-CLIENTES
            END-IF.
            OPEN INPUT CHEQUES.
            IF ST-CHEQUES = "00"
               MOVE "S" TO W-HAY-CHEQUES
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.
       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            IF W-HAY-CHEQUES = "S"
               CLOSE CHEQUES
            END-IF.

       F-CIERRO-ARCHIVOS.
            EXIT.
            DISPLAY "  Vencido 61-90     : " BANDA-ZZ.
            MOVE W-BANDA-90 TO BANDA-ZZ.
            DISPLAY "  Vencido mas de 90 : " BANDA-ZZ.
            IF W-HAY-CHEQUES = "S"
               PERFORM SUMO-CHEQUES-DIFERIDOS
                  THRU F-SUMO-CHEQUES-DIFERIDOS
            END-IF.

       F-LISTO-UN-CLIENTE.
            EXIT.
       F-ACUMULO-UNA-FACTURA.
            EXIT.

      * SUMO-CHEQUES-DIFERIDOS: los cheques del cliente (clave alterna
      * CHQ-CLI-ID) todavia en cartera o endosados cuya fecha de pago
      * es posterior a hoy; sin fecha de pago el cheque es al dia.
       SUMO-CHEQUES-DIFERIDOS.
            MOVE 0 TO W-CHEQUES-DIFERIDOS W-CANT-DIFERIDOS.
            MOVE W-CLI-ID-ACTUAL TO CHQ-CLI-ID.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-CHEQUES
              NOT INVALID KEY MOVE "N" TO W-FIN-CHEQUES
            END-START.
            PERFORM SUMO-UN-CHEQUE THRU F-SUMO-UN-CHEQUE
                UNTIL W-FIN-CHEQUES = "S".
            IF W-CANT-DIFERIDOS NOT = 0
               MOVE W-CHEQUES-DIFERIDOS TO SALDO-ZZ
               DISPLAY "  Pagado con cheques a fecha futura: "
                       SALDO-ZZ " (" W-CANT-DIFERIDOS " cheques)"
            END-IF.

       F-SUMO-CHEQUES-DIFERIDOS.
            EXIT.

       SUMO-UN-CHEQUE.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CHEQUES
                GO TO F-SUMO-UN-CHEQUE
            END-READ.
            IF CHQ-CLI-ID NOT = W-CLI-ID-ACTUAL
               MOVE "S" TO W-FIN-CHEQUES
               GO TO F-SUMO-UN-CHEQUE
            END-IF.
            IF (CHQ-EN-CARTERA OR CHQ-ENDOSADO)
                  AND CHQ-FECHA-PAGO IS NUMERIC
                  AND CHQ-FECHA-PAGO > W-FECHA-SISTEMA
               ADD 1 TO W-CANT-DIFERIDOS
               ADD CHQ-IMPORTE TO W-CHEQUES-DIFERIDOS
            END-IF.

       F-SUMO-UN-CHEQUE.
            EXIT.

       END PROGRAM "REPORTE-ESTADO-CUENTA".
