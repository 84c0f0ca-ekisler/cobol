      *          toda diferencia contra FACT-TOTAL, antes de que ese
      *          total quede mal arrastrado a CLI_SALDO por
      *          CIERRE-VENTAS-DIARIO.
      * Mod: 15/10/2026 EK - Tarjeta de modo por SYSIN: "D" (o en
      *      blanco, la corrida nocturna) controla solo los
      *      comprobantes dados de alta o modificados hoy, leidos por
      *      las alternas FACT-FECHA y FACT-FECHA-MODIF; "T" hace el
      *      recorrido completo de siempre, a pedido.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ST-FACTURA         PIC XX.
       01 ST-FACT-DETALLE    PIC XX.
       01 W-FIN              PIC X VALUE "N".

       01 W-TARJETA.
          05 W-MODO          PIC X.
             88 W-MODO-DIA        VALUE "D" " ".
             88 W-MODO-TOTAL      VALUE "T".
          05 FILLER          PIC X(19).

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FIN-DETALLE      PIC X.
       01 W-INDICE-LINEA     PIC 99.
       01 W-TOTAL-RENGLONES  PIC S9(7)V9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE SPACES TO W-TARJETA.
            ACCEPT W-TARJETA.
            MOVE FUNCTION UPPER-CASE(W-TARJETA) TO W-TARJETA.
            IF NOT W-MODO-DIA AND NOT W-MODO-TOTAL
               DISPLAY "Tarjeta invalida: " W-TARJETA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVO THRU F-ABRO-ARCHIVO.
            IF W-FIN NOT = "S"
               IF W-MODO-TOTAL
                  DISPLAY "CONTROL DE INTEGRIDAD DE FACTURAS"
                          " - RECORRIDO COMPLETO"
                  PERFORM CONTROLO-FACTURAS THRU F-CONTROLO-FACTURAS
                      UNTIL W-FIN = "S"
               ELSE
                  DISPLAY "CONTROL DE INTEGRIDAD DE FACTURAS"
                          " - ALTAS Y MODIFICACIONES DEL "
                          W-FECHA-SISTEMA
                  PERFORM CONTROLO-DEL-DIA THRU F-CONTROLO-DEL-DIA
               END-IF
            END-IF.
            PERFORM CIERRO-ARCHIVO THRU F-CIERRO-ARCHIVO.
            DISPLAY "Facturas controladas : " W-CANT-FACTURAS.
       F-CONTROLO-FACTURAS.
            EXIT.

      * CONTROLO-DEL-DIA: primero los comprobantes con fecha de hoy
      * por la alterna FACT-FECHA, despues los modificados hoy por
      * FACT-FECHA-MODIF (salvo los de hoy, que ya se controlaron).
       CONTROLO-DEL-DIA.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM CONTROLO-ALTAS-DIA THRU F-CONTROLO-ALTAS-DIA
                UNTIL W-FIN = "S".
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-MODIF.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA-MODIF
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM CONTROLO-MODIF-DIA THRU F-CONTROLO-MODIF-DIA
                UNTIL W-FIN = "S".

       F-CONTROLO-DEL-DIA.
            EXIT.

       CONTROLO-ALTAS-DIA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF FACT-FECHA NOT = W-FECHA-SISTEMA
                   MOVE "S" TO W-FIN
                ELSE
                   IF NOT FACT-ANULADA
                      ADD 1 TO W-CANT-FACTURAS
                      PERFORM CONTROLO-UNA-FACTURA
                          THRU F-CONTROLO-UNA-FACTURA
                   END-IF
                END-IF
            END-READ.

       F-CONTROLO-ALTAS-DIA.
            EXIT.

       CONTROLO-MODIF-DIA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF FACT-FECHA-MODIF NOT = W-FECHA-SISTEMA
                   MOVE "S" TO W-FIN
                ELSE
                   IF NOT FACT-ANULADA
                         AND FACT-FECHA NOT = W-FECHA-SISTEMA
                      ADD 1 TO W-CANT-FACTURAS
                      PERFORM CONTROLO-UNA-FACTURA
                          THRU F-CONTROLO-UNA-FACTURA
                   END-IF
                END-IF
            END-READ.

       F-CONTROLO-MODIF-DIA.
            EXIT.

      * CONTROLO-UNA-FACTURA: suma FACT-ITEM-CANT * FACT-ITEM-PRECIO
      * de los renglones embebidos, mas los renglones de desborde de
      * FACT-DETALLE si FACT-CANT-RENGLONES dice que el comprobante
