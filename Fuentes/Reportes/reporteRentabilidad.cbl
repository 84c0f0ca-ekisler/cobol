      *          tasaCambio.dat, y acumula por producto, por cliente
      *          y por vendedor (CLI_VENDEDOR), marcando ademas todo
      *          renglon vendido bajo costo.
      * Mod: 15/10/2026 EK - El costo de un kit (KITS) es la suma del
      *      PROD-COSTO de sus componentes por su cantidad al momento
      *      del reporte, no el costo cargado sobre el codigo del kit.
      * Mod: 15/10/2026 EK - PROD-COSTO es por unidad base y el precio
      *      por unidad de venta: el costo del renglon se lleva a la
      *      unidad de venta con PROD-FACTOR-VENTA.
      * Mod: 15/10/2026 EK - Opcion de costear cada renglon con el
      *      costo vigente a la fecha de la factura (HISTORIAL-COSTOS)
      *      en lugar del PROD-COSTO de hoy.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/productos.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/tasaCambio.sel".
              COPY "./sel/historialCostos.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/productos.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/tasaCambio.fd".
              COPY "./fd/historialCostos.fd".

       WORKING-STORAGE SECTION.

       01 ST-PRODUCTOS      PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-TASA           PIC XX.
       01 ST-HIST-COSTOS    PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-DESBORDE    PIC X.
       01 W-PERIODO         PIC 9(6).
       01 W-LIN-PRECIO      PIC S9(9)V9(2).
       01 W-LIN-VENTA       PIC S9(11)V9(2).
       01 W-LIN-MARGEN      PIC S9(11)V9(2).
       01 W-LIN-COSTO       PIC S9(9)V9(2).
       01 W-FACTOR-VENTA    PIC 9(5).

      * W-COSTO-A-FECHA "S": el costo de cada producto es el vigente
      * el dia de la factura segun HISTORIAL-COSTOS; "N" (default),
      * el PROD-COSTO de hoy.
       01 W-COSTO-A-FECHA   PIC X VALUE "N".
       01 W-COSTO-VIGENTE   PIC S9(7)V9(2).

      * Kits: COMPONENTES-KIT devuelve los componentes del codigo y
      * el costo del renglon sale de los costos de cada uno.
       01 W-KIT-CANT-COMP   PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP        PIC 9(2).

       01 W-TABLA-PRODUCTOS.
          03 W-TP-ENTRADA OCCURS 100 TIMES.
       MAIN-PROCEDURE.
            DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            DISPLAY "Costo a la fecha de la factura (S/N): "
                    WITH NO ADVANCING.
            ACCEPT W-COSTO-A-FECHA.
            IF W-COSTO-A-FECHA = "s"
               MOVE "S" TO W-COSTO-A-FECHA
            END-IF.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "RENTABILIDAD - PERIODO " W-PERIODO
               IF W-COSTO-A-FECHA = "S"
                  DISPLAY "Costo vigente a la fecha de cada factura"
               END-IF
               PERFORM PROCESO-FACTURAS THRU F-PROCESO-FACTURAS
                   UNTIL W-FIN = "S"
               PERFORM IMPRIMO-RESULTADOS THRU F-IMPRIMO-RESULTADOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF W-COSTO-A-FECHA = "S"
               OPEN INPUT HISTORIAL-COSTOS
               IF ST-HIST-COSTOS > "07"
                  DISPLAY "Sin historial de costos, se usa el costo "
                          "actual"
                  MOVE "N" TO W-COSTO-A-FECHA
               END-IF
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE FACT-DETALLE.
            CLOSE PRODUCTOS.
            CLOSE CLIENTES.
            IF W-COSTO-A-FECHA = "S"
               CLOSE HISTORIAL-COSTOS
            END-IF.

       F-CIERRO-ARCHIVOS.
            EXIT.
               COMPUTE W-LIN-PRECIO = W-LIN-PRECIO * W-TASA-USD
            END-IF.
            MOVE W-LIN-CODIGO TO PROD-CODIGO.
            MOVE 1 TO W-FACTOR-VENTA.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE 0 TO PROD-COSTO
              NOT INVALID KEY
                IF PROD-FACTOR-VENTA NUMERIC
                      AND PROD-FACTOR-VENTA > 0
                   MOVE PROD-FACTOR-VENTA TO W-FACTOR-VENTA
                END-IF
            END-READ.
            PERFORM BUSCO-COSTO-VIGENTE THRU F-BUSCO-COSTO-VIGENTE.
            MOVE W-COSTO-VIGENTE TO W-LIN-COSTO.
            CALL "COMPONENTES-KIT" USING W-LIN-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP > 0
               MOVE 0 TO W-LIN-COSTO
               PERFORM SUMO-COSTO-COMPONENTE
                  THRU F-SUMO-COSTO-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
            END-IF.
            COMPUTE W-LIN-COSTO = W-LIN-COSTO * W-FACTOR-VENTA.
            COMPUTE W-LIN-VENTA = W-LIN-CANT * W-LIN-PRECIO * W-SIGNO.
            COMPUTE W-LIN-MARGEN =
                W-LIN-CANT * (W-LIN-PRECIO - W-LIN-COSTO) * W-SIGNO.
            IF W-SIGNO = +1 AND W-LIN-PRECIO < W-LIN-COSTO
               ADD 1 TO W-CANT-BAJO-COSTO
               DISPLAY "BAJO COSTO fact " FACT-NUMERO " prod "
                       W-LIN-CODIGO " cliente " FACT-CLI-ID
       F-ACUMULO-RENGLON.
            EXIT.

      * SUMO-COSTO-COMPONENTE: costo de un componente del kit por
      * su cantidad; un componente que ya no esta en PRODUCTOS no
      * suma costo.
       SUMO-COSTO-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                PERFORM BUSCO-COSTO-VIGENTE THRU F-BUSCO-COSTO-VIGENTE
                COMPUTE W-LIN-COSTO = W-LIN-COSTO +
                        (W-KIT-COMP-CANT(W-IND-COMP) * W-COSTO-VIGENTE)
            END-READ.

       F-SUMO-COSTO-COMPONENTE.
            EXIT.

      * BUSCO-COSTO-VIGENTE: costo de PROD-CODIGO el dia de la
      * factura. El primer cambio de HISTORIAL-COSTOS posterior a
      * FACT-FECHA trae en su costo anterior el que regia ese dia;
      * sin cambios posteriores rige el PROD-COSTO actual.
       BUSCO-COSTO-VIGENTE.
            MOVE PROD-COSTO TO W-COSTO-VIGENTE.
            IF W-COSTO-A-FECHA NOT = "S"
               GO TO F-BUSCO-COSTO-VIGENTE
            END-IF.
            MOVE PROD-CODIGO TO HCO-CODIGO.
            MOVE FACT-FECHA TO HCO-FECHA.
            MOVE 9999 TO HCO-SECUENCIA.
            START HISTORIAL-COSTOS KEY IS GREATER THAN HCO-CLAVE
              INVALID KEY
                GO TO F-BUSCO-COSTO-VIGENTE
            END-START.
            READ HISTORIAL-COSTOS NEXT RECORD
              AT END
                GO TO F-BUSCO-COSTO-VIGENTE
            END-READ.
            IF HCO-CODIGO = PROD-CODIGO
               MOVE HCO-COSTO-ANTERIOR TO W-COSTO-VIGENTE
            END-IF.

       F-BUSCO-COSTO-VIGENTE.
            EXIT.

       ACUMULO-PRODUCTO.
            MOVE 0 TO W-TP-HALLADO.
            PERFORM COMPARO-TP THRU F-COMPARO-TP
