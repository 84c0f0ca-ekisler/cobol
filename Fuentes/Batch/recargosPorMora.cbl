      *          compone el saldo. Cada recargo aplicado queda
      *          asentado en HISTORIAL-CLIENTES igual que un cambio de
      *          CLI_SALDO por ABM.
      * Mod: 15/10/2026 EK - Reclamos abiertos (DISPUTAS): una factura
      *      reclamada por su total no cuenta para la mora y el
      *      importe en disputa no se recarga.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/historialClientes.sel".
              COPY "./sel/recargosMora.sel".
              COPY "./sel/planesPago.sel".
              COPY "./sel/disputas.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/historialClientes.fd".
              COPY "./fd/recargosMora.fd".
              COPY "./fd/planesPago.fd".
              COPY "./fd/disputas.fd".

       WORKING-STORAGE SECTION.

       01 W-INDICE-PLAN-F   PIC 9(2).
       01 W-RECARGO-YA-HOY   PIC X VALUE "N".

      * Reclamos abiertos del cliente: lo que esta en disputa sale de
      * la base del recargo, y una factura reclamada por su total no
      * marca la mora.
       01 ST-DISPUTAS        PIC XX.
       01 W-FIN-DISPUTAS     PIC X.
       01 W-EN-DISPUTA       PIC X.
       01 W-DISPUTADO        PIC S9(9)V9(2).
       01 W-BASE-RECARGO     PIC S9(9)V9(3).

       01 W-FIN-CLIENTES     PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HIST-CAMPO       PIC X(15).
       01 W-HIST-ANTES       PIC X(60).
       01 W-HIST-DESPUES     PIC X(60).
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "RECARGOS-POR-MORA".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF.
            OPEN INPUT FACTURA.
            OPEN INPUT PLANES-PAGO.
            OPEN INPUT DISPUTAS.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN-CLIENTES
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE PLANES-PAGO.
            CLOSE DISPUTAS.
            CLOSE HISTORIAL-CLIENTES.
            CLOSE RECARGOS-MORA.

      * el porcentaje segun banda y, si corresponde recargo, lo suma
      * a CLI_SALDO y deja el cambio asentado en HISTORIAL-CLIENTES.
       APLICO-RECARGO-CLIENTE.
            PERFORM SUMO-DISPUTAS-CLIENTE THRU F-SUMO-DISPUTAS-CLIENTE.
            COMPUTE W-BASE-RECARGO = CLI_SALDO - W-DISPUTADO.
            IF W-BASE-RECARGO NOT > 0
               GO TO F-APLICO-RECARGO-CLIENTE
            END-IF.
            PERFORM CALCULO-DIAS-MORA THRU F-CALCULO-DIAS-MORA.
            EVALUATE TRUE
               WHEN W-DIAS-MORA <= 30
            END-EVALUATE.
            IF W-PORCENTAJE-RECARGO > 0
               COMPUTE W-RECARGO ROUNDED =
                  W-BASE-RECARGO * W-PORCENTAJE-RECARGO
               PERFORM CONTROLO-RECARGO-HOY
                  THRU F-CONTROLO-RECARGO-HOY
               IF W-RECARGO > 0 AND W-RECARGO-YA-HOY NOT = "S"
                  MOVE CLI_SALDO TO W-SALDO-ANTES
                  ADD W-RECARGO TO CLI_SALDO
                  REWRITE REG-CLIENTES
                  CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                       W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                  IF ST-FILE = "00"
                     ADD 1 TO W-CANT-RECARGADOS
                     PERFORM GRABO-HISTORIAL-RECARGO
                      PERFORM CONTROLO-FACTURA-EN-PLAN
                         THRU F-CONTROLO-FACTURA-EN-PLAN
                      IF W-EN-PLAN NOT = "S"
                         PERFORM CONTROLO-FACTURA-EN-DISPUTA
                            THRU F-CONTROLO-FACTURA-EN-DISPUTA
                      END-IF
                      IF W-EN-PLAN NOT = "S" AND W-EN-DISPUTA NOT = "S"
                         MOVE W-FECHA-COMPARO TO W-FECHA-MAS-VIEJA
                      END-IF
                   END-IF
       F-COMPARO-FACTURA-PLAN.
            EXIT.

      * CONTROLO-FACTURA-EN-DISPUTA: una factura con reclamo abierto
      * por todo su importe no envejece mientras el reclamo siga
      * abierto; con un reclamo parcial lo no reclamado sigue vencido
      * y la factura marca la mora igual.
       CONTROLO-FACTURA-EN-DISPUTA.
            MOVE "N" TO W-EN-DISPUTA.
            MOVE FACT-NUMERO TO DIS-FACT-NUMERO.
            READ DISPUTAS KEY IS DIS-FACT-NUMERO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DIS-ABIERTA AND DIS-IMPORTE NOT < FACT-TOTAL
                   MOVE "S" TO W-EN-DISPUTA
                END-IF
            END-READ.

       F-CONTROLO-FACTURA-EN-DISPUTA.
            EXIT.

      * SUMO-DISPUTAS-CLIENTE: total en disputa de los reclamos
      * abiertos del cliente, por la clave alterna DIS-CLI-ID.
       SUMO-DISPUTAS-CLIENTE.
            MOVE 0 TO W-DISPUTADO.
            MOVE CLI_ID TO DIS-CLI-ID.
            START DISPUTAS KEY IS NOT LESS THAN DIS-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-DISPUTAS
              NOT INVALID KEY MOVE "N" TO W-FIN-DISPUTAS
            END-START.
            PERFORM SUMO-UNA-DISPUTA THRU F-SUMO-UNA-DISPUTA
                UNTIL W-FIN-DISPUTAS = "S".

       F-SUMO-DISPUTAS-CLIENTE.
            EXIT.

       SUMO-UNA-DISPUTA.
            READ DISPUTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DISPUTAS
              NOT AT END
                IF DIS-CLI-ID NOT = CLI_ID
                   MOVE "S" TO W-FIN-DISPUTAS
                ELSE
                   IF DIS-ABIERTA
                      ADD DIS-IMPORTE TO W-DISPUTADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-DISPUTA.
            EXIT.

       GRABO-HISTORIAL-RECARGO.
            MOVE CLI_ID          TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
