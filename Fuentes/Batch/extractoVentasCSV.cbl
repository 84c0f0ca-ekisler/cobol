      *          convenciones de delimitador y el mismo trailer de
      *          control de totales que el extracto de clientes --
      *          todas las preguntas de comercial, en una planilla.
      * Mod: 15/10/2026 EK - Tarjeta de modo por SYSIN: "D" (o en
      *      blanco, la corrida nocturna) extrae solo los
      *      comprobantes con fecha de hoy, leidos por la alterna
      *      FACT-FECHA, y el extracto se va acumulando dia a dia en
      *      el dataset de la rama; "T" extrae el archivo completo, a
      *      pedido.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-EXTRACTO       PIC XX.
       01 W-FIN             PIC X VALUE "N".

       01 W-TARJETA.
          05 W-MODO         PIC X.
             88 W-MODO-DIA       VALUE "D" " ".
             88 W-MODO-TOTAL     VALUE "T".
          05 FILLER         PIC X(19).
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-FIN-DESBORDE    PIC X.
       01 W-INDICE-ITEM     PIC 9(4).
       01 W-SIGNO           PIC S9 VALUE +1.

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
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM ESCRIBO-ENCABEZADO THRU F-ESCRIBO-ENCABEZADO
               IF W-MODO-DIA
                  PERFORM POSICIONO-DIA THRU F-POSICIONO-DIA
               END-IF
               PERFORM EXTRAIGO-FACTURAS THRU F-EXTRAIGO-FACTURAS
                   UNTIL W-FIN = "S"
               PERFORM ESCRIBO-TRAILER THRU F-ESCRIBO-TRAILER
       F-ESCRIBO-ENCABEZADO.
            EXIT.

      * POSICIONO-DIA: en modo "D" FACTURA queda posicionado por la
      * alterna FACT-FECHA en el primer comprobante de hoy.
       POSICIONO-DIA.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
            END-START.

       F-POSICIONO-DIA.
            EXIT.

       EXTRAIGO-FACTURAS.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF W-MODO-DIA AND FACT-FECHA NOT = W-FECHA-SISTEMA
                   MOVE "S" TO W-FIN
                ELSE
                   IF NOT FACT-ANULADA
                      PERFORM EXTRAIGO-UN-COMPROBANTE
                          THRU F-EXTRAIGO-UN-COMPROBANTE
                   END-IF
                END-IF
            END-READ.

