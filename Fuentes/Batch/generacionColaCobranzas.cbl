      *          dias de mora (SORT descendente) y regenera
      *          colaCobranzas.dat de cero con el ranking del dia,
      *          todo en estado pendiente.
      * Mod: 15/10/2026 EK - El importe de un reclamo abierto
      *      (DISPUTAS) no suma al vencido de la factura.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/factura.sel".
              COPY "./sel/gestionCobranzas.sel".
              COPY "./sel/colaCobranzas.sel".
              COPY "./sel/disputas.sel".

              SELECT SORT-COLA ASSIGN TO "./sortcola.tmp".

              COPY "./fd/factura.fd".
              COPY "./fd/gestionCobranzas.fd".
              COPY "./fd/colaCobranzas.fd".
              COPY "./fd/disputas.fd".

       SD SORT-COLA.
       01 SORT-REC.
       01 ST-FACTURA        PIC XX.
       01 ST-GESTION        PIC XX.
       01 ST-COLA           PIC XX.
       01 ST-DISPUTAS       PIC XX.
       01 W-FIN-CLIENTES    PIC X VALUE "N".
       01 W-FIN-FACTURAS    PIC X.
       01 W-FIN-GESTION     PIC X.
       01 W-DIAS-HOY        PIC 9(7).
       01 W-DIAS-VTO        PIC 9(7).
       01 W-DIAS-MORA       PIC S9(5).
      * W-VENCIDO-FACTURA: lo vencido de la factura descontado lo que
      * esta en un reclamo abierto.
       01 W-VENCIDO-FACTURA PIC S9(9)V9(2).

       01 W-MONTO-VENCIDO   PIC S9(9)V9(2).
       01 W-DIAS-MORA-MAX   PIC 9(4).
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN-CLIENTES
            END-IF.
            OPEN INPUT DISPUTAS.
            PERFORM EVALUO-CLIENTES THRU F-EVALUO-CLIENTES
                UNTIL W-FIN-CLIENTES = "S".
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE DISPUTAS.

       F-CARGO-CANDIDATOS.
            EXIT.
                   IF FACT-ACTIVA AND NOT FACT-TIPO-NOTA-CREDITO
                         AND FACT-FECHA-VTO NOT = 0
                         AND FACT-FECHA-VTO < W-FECHA-SISTEMA
                      PERFORM DESCUENTO-DISPUTA
                         THRU F-DESCUENTO-DISPUTA
                   END-IF
                END-IF
            END-READ.
       F-SUMO-UNA-VENCIDA.
            EXIT.

      * DESCUENTO-DISPUTA: lo que el cliente tiene en un reclamo
      * abierto no se le cobra por telefono; una factura reclamada
      * por su total no suma vencido ni marca la mora.
       DESCUENTO-DISPUTA.
            MOVE FACT-TOTAL TO W-VENCIDO-FACTURA.
            MOVE FACT-NUMERO TO DIS-FACT-NUMERO.
            READ DISPUTAS KEY IS DIS-FACT-NUMERO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DIS-ABIERTA
                   SUBTRACT DIS-IMPORTE FROM W-VENCIDO-FACTURA
                END-IF
            END-READ.
            IF W-VENCIDO-FACTURA NOT > 0
               GO TO F-DESCUENTO-DISPUTA
            END-IF.
            ADD W-VENCIDO-FACTURA TO W-MONTO-VENCIDO.
            COMPUTE W-DIAS-VTO =
               FUNCTION INTEGER-OF-DATE(FACT-FECHA-VTO).
            COMPUTE W-DIAS-MORA = W-DIAS-HOY - W-DIAS-VTO.
            IF W-DIAS-MORA > W-DIAS-MORA-MAX
               MOVE W-DIAS-MORA TO W-DIAS-MORA-MAX
            END-IF.

       F-DESCUENTO-DISPUTA.
            EXIT.

      * GRABO-COLA: la cola del dia se regenera de cero -- lo que
      * quedo sin trabajar ayer vuelve a rankearse hoy con la mora de
      * hoy.
