      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte mensual de contribucion neta por cliente
      *          (costo de servir). REPORTE-RENTABILIDAD da el margen
      *          por producto pero no dice que clientes dejan plata.
      *          Para el periodo (AAAAMM) parte del margen bruto de
      *          los renglones facturados (FACT-ITEMS y desborde,
      *          costeados como en REPORTE-RENTABILIDAD) a precio de
      *          lista -- el renglon se graba con el descuento ya
      *          aplicado, asi que el ledger DESCUENTOS se suma para
      *          llegar al bruto y se resta abajo -- y le descuenta:
      *          los descuentos otorgados, las notas de credito del
      *          periodo (devoluciones y bonificaciones por volumen),
      *          los castigos de INCOBRABLES, el costo financiero de
      *          los dias reales de pago de cada peso cobrado en el
      *          periodo a la tasa mensual de costoServir.dat, y el
      *          esfuerzo de cobranza (gestiones de
      *          GESTION-COBRANZAS valorizadas al costo por gestion de
      *          costoServir.dat mas la comision de la agencia
      *          externa de las colocaciones cerradas en el periodo).
      *          Suma los recargos por mora del periodo. Los
      *          clientes salen rankeados por contribucion neta
      *          dentro de cada vendedor (CLI_VENDEDOR) con subtotal
      *          por vendedor, y al pie el ranking por grupo
      *          (CLI_PADRE; un cliente sin padre es su propio grupo).
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CONTRIBUCION-CLIENTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".
              COPY "./sel/factDetalle.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cobDetalle.sel".
              COPY "./sel/descuentos.sel".
              COPY "./sel/incobrables.sel".
              COPY "./sel/gestionCobranzas.sel".
              COPY "./sel/colocacionesAgencia.sel".
              COPY "./sel/recargosMora.sel".
              COPY "./sel/tasaCambio.sel".
              COPY "./sel/costoServir.sel".

              SELECT SORT-CLIENTES ASSIGN TO "./sortcontr.tmp".
              SELECT SORT-GRUPOS ASSIGN TO "./sortgrupo.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/factDetalle.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/descuentos.fd".
              COPY "./fd/incobrables.fd".
              COPY "./fd/gestionCobranzas.fd".
              COPY "./fd/colocacionesAgencia.fd".
              COPY "./fd/recargosMora.fd".
              COPY "./fd/tasaCambio.fd".
              COPY "./fd/costoServir.fd".

       SD SORT-CLIENTES.
       01 SORT-REC-CLIENTE.
          03 SDC-VENDEDOR    PIC X(5).
          03 SDC-NETA        PIC S9(11)V9(2).
          03 SDC-INDICE      PIC 9(3).

       SD SORT-GRUPOS.
       01 SORT-REC-GRUPO.
          03 SDG-NETA        PIC S9(11)V9(2).
          03 SDG-INDICE      PIC 9(3).

       WORKING-STORAGE SECTION.

       01 ST-FACTURA        PIC XX.
       01 ST-FACT-DETALLE   PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-COB-DETALLE    PIC XX.
       01 ST-DESCUENTOS     PIC XX.
       01 ST-INCOBRABLES    PIC XX.
       01 ST-GESTION        PIC XX.
       01 ST-COLOCACIONES   PIC XX.
       01 ST-RECARGOS       PIC XX.
       01 ST-TASA           PIC XX.
       01 ST-COSTO-SERVIR   PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-AUX         PIC X.
       01 W-FIN-DESBORDE    PIC X.
       01 W-FIN-SALIDA      PIC X.
       01 W-PERIODO         PIC 9(6).
       01 W-PERIODO-REG     PIC 9(6).
       01 W-INDICE-ITEM     PIC 9(4).
       01 W-INDICE          PIC 9(2).
       01 W-SIGNO           PIC S9 VALUE +1.

       01 W-TASA-USD        PIC 9(5)V99 VALUE 1000,00.
      * Parametros de costo de servir; sin costoServir.dat rige un 3%
      * mensual y 500 pesos por gestion.
       01 W-TASA-MENSUAL    PIC 9(2)V9(4) VALUE 3,0000.
       01 W-COSTO-GESTION   PIC 9(7)V99 VALUE 500,00.

      * Renglon en proceso, ya en pesos (mismo calculo que
      * REPORTE-RENTABILIDAD con el costo de hoy).
       01 W-LIN-CODIGO      PIC X(10).
       01 W-LIN-CANT        PIC S9(7).
       01 W-LIN-PRECIO      PIC S9(9)V9(2).
       01 W-LIN-MARGEN      PIC S9(11)V9(2).
       01 W-LIN-COSTO       PIC S9(9)V9(2).
       01 W-FACTOR-VENTA    PIC 9(5).
       01 W-KIT-CANT-COMP   PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP        PIC 9(2).

      * Cobranza en proceso: importe aplicado a una factura y dias
      * que tardo en pagarse.
       01 W-APL-FACT-NUMERO PIC 9(9).
       01 W-APL-MONTO       PIC S9(9)V9(2).
       01 W-DIAS-PAGO       PIC S9(7).
       01 W-COSTO-FINANC    PIC S9(11)V9(2).
       01 W-IMPORTE         PIC S9(11)V9(2).

       01 W-CLI-ACTUAL      PIC 9(7).
       01 W-TABLA-CLIENTES.
          03 W-TC-ENTRADA OCCURS 500 TIMES.
             05 W-TC-CLI-ID       PIC 9(7).
             05 W-TC-VENDEDOR     PIC X(5).
             05 W-TC-GRUPO        PIC 9(7).
             05 W-TC-MARGEN       PIC S9(11)V9(2).
             05 W-TC-DESCUENTOS   PIC S9(11)V9(2).
             05 W-TC-NOTAS-CRED   PIC S9(11)V9(2).
             05 W-TC-INCOBRABLE   PIC S9(11)V9(2).
             05 W-TC-FINANCIACION PIC S9(11)V9(2).
             05 W-TC-GESTIONES    PIC 9(5).
             05 W-TC-AGENCIA      PIC S9(11)V9(2).
             05 W-TC-RECARGOS     PIC S9(11)V9(2).
             05 W-TC-BRUTO        PIC S9(11)V9(2).
             05 W-TC-NETA         PIC S9(11)V9(2).
       01 W-CANT-TC         PIC 9(3) VALUE 0.
       01 W-IND-TC          PIC 9(3).
       01 W-TC-HALLADO      PIC 9(3).

       01 W-TABLA-GRUPOS.
          03 W-TG-ENTRADA OCCURS 500 TIMES.
             05 W-TG-GRUPO        PIC 9(7).
             05 W-TG-CANT         PIC 9(3).
             05 W-TG-BRUTO        PIC S9(11)V9(2).
             05 W-TG-NETA         PIC S9(11)V9(2).
       01 W-CANT-TG         PIC 9(3) VALUE 0.
       01 W-IND-TG          PIC 9(3).
       01 W-TG-HALLADO      PIC 9(3).

       01 W-TABLA-LLENA     PIC X VALUE "N".
       01 W-ACT-VENDEDOR    PIC X(5).
       01 W-PRIMERO         PIC X.
       01 W-RANKING         PIC 9(3).
       01 W-SUB-BRUTO       PIC S9(13)V9(2).
       01 W-SUB-NETA        PIC S9(13)V9(2).
       01 W-TOT-BRUTO       PIC S9(13)V9(2) VALUE 0.
       01 W-TOT-NETA        PIC S9(13)V9(2) VALUE 0.

       01 BRUTO-ZZ          PIC -----------9,99.
       01 NETA-ZZ           PIC -----------9,99.
       01 DESC-ZZ           PIC --------9,99.
       01 NC-ZZ             PIC --------9,99.
       01 INC-ZZ            PIC --------9,99.
       01 FIN-ZZ            PIC --------9,99.
       01 GES-ZZ            PIC --------9,99.
       01 REC-ZZ            PIC --------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM LEO-COSTO-SERVIR THRU F-LEO-COSTO-SERVIR.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM PROCESO-FACTURAS THRU F-PROCESO-FACTURAS
                   UNTIL W-FIN = "S"
               PERFORM PROCESO-DESCUENTOS THRU F-PROCESO-DESCUENTOS
               PERFORM PROCESO-INCOBRABLES
                  THRU F-PROCESO-INCOBRABLES
               PERFORM PROCESO-COBRANZAS THRU F-PROCESO-COBRANZAS
               PERFORM PROCESO-GESTIONES THRU F-PROCESO-GESTIONES
               PERFORM PROCESO-AGENCIA THRU F-PROCESO-AGENCIA
               PERFORM PROCESO-RECARGOS THRU F-PROCESO-RECARGOS
               PERFORM CALCULO-CONTRIBUCION
                  THRU F-CALCULO-CONTRIBUCION
                   VARYING W-IND-TC FROM 1 BY 1
                       UNTIL W-IND-TC > W-CANT-TC
               DISPLAY "CONTRIBUCION NETA POR CLIENTE - PERIODO "
                       W-PERIODO
               DISPLAY "Tasa mensual " W-TASA-MENSUAL
                       "%  costo por gestion " W-COSTO-GESTION
               SORT SORT-CLIENTES
                 ON ASCENDING KEY SDC-VENDEDOR
                 ON DESCENDING KEY SDC-NETA
                 INPUT PROCEDURE IS CARGO-CLIENTES
                     THRU F-CARGO-CLIENTES
                 OUTPUT PROCEDURE IS LISTO-CLIENTES
                     THRU F-LISTO-CLIENTES
               SORT SORT-GRUPOS
                 ON DESCENDING KEY SDG-NETA
                 INPUT PROCEDURE IS CARGO-GRUPOS
                     THRU F-CARGO-GRUPOS
                 OUTPUT PROCEDURE IS LISTO-GRUPOS
                     THRU F-LISTO-GRUPOS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

      * LEO-TASA-CAMBIO: misma tasa compartida que usa la
      * reconciliacion, con su default si el archivo no existe.
       LEO-TASA-CAMBIO.
            OPEN INPUT TASA-CAMBIO.
            IF ST-TASA = "00"
               READ TASA-CAMBIO
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE TC-TASA-USD TO W-TASA-USD
               END-READ
               CLOSE TASA-CAMBIO
            END-IF.

       F-LEO-TASA-CAMBIO.
            EXIT.

       LEO-COSTO-SERVIR.
            OPEN INPUT COSTO-SERVIR.
            IF ST-COSTO-SERVIR = "00"
               READ COSTO-SERVIR
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE CSV-TASA-MENSUAL TO W-TASA-MENSUAL
                   MOVE CSV-COSTO-GESTION TO W-COSTO-GESTION
               END-READ
               CLOSE COSTO-SERVIR
            END-IF.

       F-LEO-COSTO-SERVIR.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACT-DETALLE.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CLIENTES.
            OPEN INPUT COBRANZAS.
            OPEN INPUT COB-DETALLE.
            OPEN INPUT DESCUENTOS.
            OPEN INPUT INCOBRABLES.
            OPEN INPUT GESTION-COBRANZAS.
            OPEN INPUT COLOCACIONES-AGENCIA.
            OPEN INPUT RECARGOS-MORA.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE FACT-DETALLE.
            CLOSE PRODUCTOS.
            CLOSE CLIENTES.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE DESCUENTOS.
            CLOSE INCOBRABLES.
            CLOSE GESTION-COBRANZAS.
            CLOSE COLOCACIONES-AGENCIA.
            CLOSE RECARGOS-MORA.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * PROCESO-FACTURAS: margen de los comprobantes activos del
      * periodo; el de las facturas va al margen y el de las notas de
      * credito (en negativo) a su propia columna.
       PROCESO-FACTURAS.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE FACT-FECHA(1:6) TO W-PERIODO-REG
                IF NOT FACT-ANULADA
                      AND W-PERIODO-REG = W-PERIODO
                   PERFORM PROCESO-UN-COMPROBANTE
                       THRU F-PROCESO-UN-COMPROBANTE
                END-IF
            END-READ.

       F-PROCESO-FACTURAS.
            EXIT.

       PROCESO-UN-COMPROBANTE.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE -1 TO W-SIGNO
            ELSE
               MOVE +1 TO W-SIGNO
            END-IF.
            MOVE FACT-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO = 0
               GO TO F-PROCESO-UN-COMPROBANTE
            END-IF.
            PERFORM PROCESO-UN-RENGLON THRU F-PROCESO-UN-RENGLON
                VARYING W-INDICE-ITEM FROM 1 BY 1
                    UNTIL W-INDICE-ITEM > FACT-CANT-ITEMS.
            IF FACT-CANT-RENGLONES > 20
               PERFORM PROCESO-DESBORDE THRU F-PROCESO-DESBORDE
            END-IF.

       F-PROCESO-UN-COMPROBANTE.
            EXIT.

       PROCESO-UN-RENGLON.
            MOVE FACT-ITEM-CODIGO(W-INDICE-ITEM) TO W-LIN-CODIGO.
            MOVE FACT-ITEM-CANT(W-INDICE-ITEM) TO W-LIN-CANT.
            MOVE FACT-ITEM-PRECIO(W-INDICE-ITEM) TO W-LIN-PRECIO.
            PERFORM ACUMULO-RENGLON THRU F-ACUMULO-RENGLON.

       F-PROCESO-UN-RENGLON.
            EXIT.

       PROCESO-DESBORDE.
            MOVE FACT-NUMERO TO FDET-FACT-NUMERO.
            MOVE 0 TO FDET-RENGLON.
            START FACT-DETALLE KEY IS NOT LESS THAN FDET-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DESBORDE
              NOT INVALID KEY MOVE "N" TO W-FIN-DESBORDE
            END-START.
            PERFORM PROCESO-UN-DESBORDE THRU F-PROCESO-UN-DESBORDE
                UNTIL W-FIN-DESBORDE = "S".

       F-PROCESO-DESBORDE.
            EXIT.

       PROCESO-UN-DESBORDE.
            READ FACT-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DESBORDE
              NOT AT END
                IF FDET-FACT-NUMERO NOT = FACT-NUMERO
                   MOVE "S" TO W-FIN-DESBORDE
                ELSE
                   MOVE FDET-CODIGO TO W-LIN-CODIGO
                   MOVE FDET-CANT TO W-LIN-CANT
                   MOVE FDET-PRECIO TO W-LIN-PRECIO
                   PERFORM ACUMULO-RENGLON THRU F-ACUMULO-RENGLON
                END-IF
            END-READ.

       F-PROCESO-UN-DESBORDE.
            EXIT.

      * ACUMULO-RENGLON: precio en pesos, costo de hoy por unidad de
      * venta (kits por sus componentes) y margen del renglon. Una NC
      * sin producto (bonificacion por volumen) resta completa.
       ACUMULO-RENGLON.
            IF W-LIN-CODIGO = SPACES
               GO TO F-ACUMULO-RENGLON
            END-IF.
            IF FACT-MONEDA-DOLAR
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
            MOVE PROD-COSTO TO W-LIN-COSTO.
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
            COMPUTE W-LIN-MARGEN =
                W-LIN-CANT * (W-LIN-PRECIO - W-LIN-COSTO).
            IF W-SIGNO = +1
               ADD W-LIN-MARGEN TO W-TC-MARGEN(W-TC-HALLADO)
            ELSE
               ADD W-LIN-MARGEN TO W-TC-NOTAS-CRED(W-TC-HALLADO)
            END-IF.

       F-ACUMULO-RENGLON.
            EXIT.

       SUMO-COSTO-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE W-LIN-COSTO = W-LIN-COSTO +
                        (W-KIT-COMP-CANT(W-IND-COMP) * PROD-COSTO)
            END-READ.

       F-SUMO-COSTO-COMPONENTE.
            EXIT.

      * PROCESO-DESCUENTOS: ledger de descuentos del periodo; el
      * cliente y la moneda salen de la factura del descuento.
       PROCESO-DESCUENTOS.
            IF ST-DESCUENTOS > "07"
               GO TO F-PROCESO-DESCUENTOS
            END-IF.
            MOVE "N" TO W-FIN-AUX.
            PERFORM LEO-UN-DESCUENTO THRU F-LEO-UN-DESCUENTO
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-DESCUENTOS.
            EXIT.

       LEO-UN-DESCUENTO.
            READ DESCUENTOS
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UN-DESCUENTO
            END-READ.
            MOVE DESC-FECHA(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UN-DESCUENTO
            END-IF.
            MOVE DESC-FACT-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                GO TO F-LEO-UN-DESCUENTO
            END-READ.
            IF FACT-ANULADA
               GO TO F-LEO-UN-DESCUENTO
            END-IF.
            MOVE DESC-IMPORTE TO W-IMPORTE.
            IF FACT-MONEDA-DOLAR
               COMPUTE W-IMPORTE = W-IMPORTE * W-TASA-USD
            END-IF.
            MOVE FACT-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO NOT = 0
               ADD W-IMPORTE TO W-TC-DESCUENTOS(W-TC-HALLADO)
            END-IF.

       F-LEO-UN-DESCUENTO.
            EXIT.

       PROCESO-INCOBRABLES.
            IF ST-INCOBRABLES > "07"
               GO TO F-PROCESO-INCOBRABLES
            END-IF.
            MOVE LOW-VALUES TO INC-CLAVE.
            START INCOBRABLES KEY IS NOT LESS THAN INC-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM LEO-UN-INCOBRABLE THRU F-LEO-UN-INCOBRABLE
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-INCOBRABLES.
            EXIT.

       LEO-UN-INCOBRABLE.
            READ INCOBRABLES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UN-INCOBRABLE
            END-READ.
            MOVE INC-FECHA(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UN-INCOBRABLE
            END-IF.
            MOVE INC-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO NOT = 0
               ADD INC-MONTO TO W-TC-INCOBRABLE(W-TC-HALLADO)
            END-IF.

       F-LEO-UN-INCOBRABLE.
            EXIT.

      * PROCESO-COBRANZAS: cada peso cobrado en el periodo por
      * recibos vigentes lleva el costo financiero de los dias entre
      * la factura y el cobro, a la tasa mensual (mes de 30 dias).
       PROCESO-COBRANZAS.
            IF ST-COBRANZAS > "07"
               GO TO F-PROCESO-COBRANZAS
            END-IF.
            MOVE "N" TO W-FIN-AUX.
            PERFORM LEO-UNA-COBRANZA THRU F-LEO-UNA-COBRANZA
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-COBRANZAS.
            EXIT.

       LEO-UNA-COBRANZA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UNA-COBRANZA
            END-READ.
            MOVE COB-FECHA(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
                  OR (COB-ESTADO NOT = SPACE AND NOT COB-ACTIVA)
               GO TO F-LEO-UNA-COBRANZA
            END-IF.
            MOVE COB-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO = 0
               GO TO F-LEO-UNA-COBRANZA
            END-IF.
            PERFORM COSTEO-APLIC-EMBEBIDA THRU F-COSTEO-APLIC-EMBEBIDA
                VARYING W-INDICE FROM 1 BY 1
                    UNTIL W-INDICE > COB-CANT-APLIC.
            IF COB-CANT-RENGLONES > 10
               PERFORM COSTEO-DESBORDE THRU F-COSTEO-DESBORDE
            END-IF.

       F-LEO-UNA-COBRANZA.
            EXIT.

       COSTEO-APLIC-EMBEBIDA.
            MOVE COB-APL-FACT-NUMERO(W-INDICE) TO W-APL-FACT-NUMERO.
            MOVE COB-APL-MONTO(W-INDICE) TO W-APL-MONTO.
            PERFORM COSTEO-APLICACION THRU F-COSTEO-APLICACION.

       F-COSTEO-APLIC-EMBEBIDA.
            EXIT.

       COSTEO-DESBORDE.
            MOVE COB-NUMERO TO CDET-COB-NUMERO.
            MOVE 0 TO CDET-RENGLON.
            START COB-DETALLE KEY IS NOT LESS THAN CDET-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DESBORDE
              NOT INVALID KEY MOVE "N" TO W-FIN-DESBORDE
            END-START.
            PERFORM COSTEO-UN-DESBORDE THRU F-COSTEO-UN-DESBORDE
                UNTIL W-FIN-DESBORDE = "S".

       F-COSTEO-DESBORDE.
            EXIT.

       COSTEO-UN-DESBORDE.
            READ COB-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DESBORDE
              NOT AT END
                IF CDET-COB-NUMERO NOT = COB-NUMERO
                   MOVE "S" TO W-FIN-DESBORDE
                ELSE
                   MOVE CDET-FACT-NUMERO TO W-APL-FACT-NUMERO
                   MOVE CDET-MONTO TO W-APL-MONTO
                   PERFORM COSTEO-APLICACION THRU F-COSTEO-APLICACION
                END-IF
            END-READ.

       F-COSTEO-UN-DESBORDE.
            EXIT.

       COSTEO-APLICACION.
            IF W-APL-MONTO NOT > 0
               GO TO F-COSTEO-APLICACION
            END-IF.
            MOVE W-APL-FACT-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                GO TO F-COSTEO-APLICACION
            END-READ.
            IF FACT-FECHA = 0 OR FACT-FECHA NOT < COB-FECHA
               GO TO F-COSTEO-APLICACION
            END-IF.
            COMPUTE W-DIAS-PAGO =
                FUNCTION INTEGER-OF-DATE(COB-FECHA) -
                FUNCTION INTEGER-OF-DATE(FACT-FECHA).
            IF FACT-MONEDA-DOLAR
               COMPUTE W-APL-MONTO = W-APL-MONTO * W-TASA-USD
            END-IF.
            COMPUTE W-COSTO-FINANC ROUNDED =
                W-APL-MONTO * W-TASA-MENSUAL / 100 * W-DIAS-PAGO / 30.
            ADD W-COSTO-FINANC TO W-TC-FINANCIACION(W-TC-HALLADO).

       F-COSTEO-APLICACION.
            EXIT.

       PROCESO-GESTIONES.
            IF ST-GESTION > "07"
               GO TO F-PROCESO-GESTIONES
            END-IF.
            MOVE "N" TO W-FIN-AUX.
            PERFORM LEO-UNA-GESTION THRU F-LEO-UNA-GESTION
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-GESTIONES.
            EXIT.

       LEO-UNA-GESTION.
            READ GESTION-COBRANZAS
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UNA-GESTION
            END-READ.
            MOVE GC-FECHA-GESTION(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UNA-GESTION
            END-IF.
            MOVE GC-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO NOT = 0
               ADD 1 TO W-TC-GESTIONES(W-TC-HALLADO)
            END-IF.

       F-LEO-UNA-GESTION.
            EXIT.

      * PROCESO-AGENCIA: la comision de la agencia se acumula en la
      * colocacion a medida que recupera; se carga entera al cliente
      * en el mes en que la colocacion se cierra.
       PROCESO-AGENCIA.
            IF ST-COLOCACIONES > "07"
               GO TO F-PROCESO-AGENCIA
            END-IF.
            MOVE 0 TO COL-CLI-ID.
            START COLOCACIONES-AGENCIA KEY IS NOT LESS THAN COL-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM LEO-UNA-COLOCACION THRU F-LEO-UNA-COLOCACION
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-AGENCIA.
            EXIT.

       LEO-UNA-COLOCACION.
            READ COLOCACIONES-AGENCIA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UNA-COLOCACION
            END-READ.
            MOVE COL-FECHA-CIERRE(1:6) TO W-PERIODO-REG.
            IF NOT COL-CERRADA OR W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UNA-COLOCACION
            END-IF.
            MOVE COL-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO NOT = 0
               ADD COL-COMISION TO W-TC-AGENCIA(W-TC-HALLADO)
            END-IF.

       F-LEO-UNA-COLOCACION.
            EXIT.

       PROCESO-RECARGOS.
            IF ST-RECARGOS > "07"
               GO TO F-PROCESO-RECARGOS
            END-IF.
            MOVE LOW-VALUES TO RECM-CLAVE.
            START RECARGOS-MORA KEY IS NOT LESS THAN RECM-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM LEO-UN-RECARGO THRU F-LEO-UN-RECARGO
                UNTIL W-FIN-AUX = "S".

       F-PROCESO-RECARGOS.
            EXIT.

       LEO-UN-RECARGO.
            READ RECARGOS-MORA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-LEO-UN-RECARGO
            END-READ.
            MOVE RECM-FECHA(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UN-RECARGO
            END-IF.
            MOVE RECM-CLI-ID TO W-CLI-ACTUAL.
            PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
            IF W-TC-HALLADO NOT = 0
               ADD RECM-IMPORTE TO W-TC-RECARGOS(W-TC-HALLADO)
            END-IF.

       F-LEO-UN-RECARGO.
            EXIT.

      * BUSCO-CLIENTE: entrada de W-CLI-ACTUAL en la tabla, dandola
      * de alta (con su vendedor y grupo) la primera vez; deja
      * W-TC-HALLADO en 0 si la tabla esta llena.
       BUSCO-CLIENTE.
            MOVE 0 TO W-TC-HALLADO.
            PERFORM COMPARO-TC THRU F-COMPARO-TC
                VARYING W-IND-TC FROM 1 BY 1
                    UNTIL W-IND-TC > W-CANT-TC
                       OR W-TC-HALLADO NOT = 0.
            IF W-TC-HALLADO NOT = 0
               GO TO F-BUSCO-CLIENTE
            END-IF.
            IF W-CANT-TC NOT < 500
               PERFORM AVISO-TABLA-LLENA THRU F-AVISO-TABLA-LLENA
               GO TO F-BUSCO-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-TC.
            MOVE W-CANT-TC TO W-TC-HALLADO.
            INITIALIZE W-TC-ENTRADA(W-TC-HALLADO).
            MOVE W-CLI-ACTUAL TO W-TC-CLI-ID(W-TC-HALLADO).
            MOVE W-CLI-ACTUAL TO W-TC-GRUPO(W-TC-HALLADO).
            MOVE W-CLI-ACTUAL TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO W-TC-VENDEDOR(W-TC-HALLADO)
              NOT INVALID KEY
                MOVE CLI_VENDEDOR TO W-TC-VENDEDOR(W-TC-HALLADO)
                IF CLI_PADRE IS NUMERIC AND CLI_PADRE NOT = 0
                   MOVE CLI_PADRE TO W-TC-GRUPO(W-TC-HALLADO)
                END-IF
            END-READ.

       F-BUSCO-CLIENTE.
            EXIT.

       COMPARO-TC.
            IF W-TC-CLI-ID(W-IND-TC) = W-CLI-ACTUAL
               MOVE W-IND-TC TO W-TC-HALLADO
            END-IF.

       F-COMPARO-TC.
            EXIT.

       AVISO-TABLA-LLENA.
            IF W-TABLA-LLENA NOT = "S"
               MOVE "S" TO W-TABLA-LLENA
               DISPLAY "Tabla de acumulacion llena, el excedente "
                       "no se acumula"
            END-IF.

       F-AVISO-TABLA-LLENA.
            EXIT.

      * CALCULO-CONTRIBUCION: bruto a precio de lista = margen
      * facturado + descuentos; neta = bruto - descuentos - NC -
      * incobrables - financiacion - gestiones - agencia + recargos.
       CALCULO-CONTRIBUCION.
            COMPUTE W-TC-BRUTO(W-IND-TC) =
                W-TC-MARGEN(W-IND-TC) + W-TC-DESCUENTOS(W-IND-TC).
            COMPUTE W-TC-NETA(W-IND-TC) =
                W-TC-BRUTO(W-IND-TC)
              - W-TC-DESCUENTOS(W-IND-TC)
              - W-TC-NOTAS-CRED(W-IND-TC)
              - W-TC-INCOBRABLE(W-IND-TC)
              - W-TC-FINANCIACION(W-IND-TC)
              - (W-TC-GESTIONES(W-IND-TC) * W-COSTO-GESTION)
              - W-TC-AGENCIA(W-IND-TC)
              + W-TC-RECARGOS(W-IND-TC).
            MOVE W-TC-GRUPO(W-IND-TC) TO W-CLI-ACTUAL.
            PERFORM ACUMULO-GRUPO THRU F-ACUMULO-GRUPO.

       F-CALCULO-CONTRIBUCION.
            EXIT.

       ACUMULO-GRUPO.
            MOVE 0 TO W-TG-HALLADO.
            PERFORM COMPARO-TG THRU F-COMPARO-TG
                VARYING W-IND-TG FROM 1 BY 1
                    UNTIL W-IND-TG > W-CANT-TG
                       OR W-TG-HALLADO NOT = 0.
            IF W-TG-HALLADO = 0
               ADD 1 TO W-CANT-TG
               MOVE W-CANT-TG TO W-TG-HALLADO
               MOVE W-CLI-ACTUAL TO W-TG-GRUPO(W-TG-HALLADO)
               MOVE 0 TO W-TG-CANT(W-TG-HALLADO)
               MOVE 0 TO W-TG-BRUTO(W-TG-HALLADO)
               MOVE 0 TO W-TG-NETA(W-TG-HALLADO)
            END-IF.
            ADD 1 TO W-TG-CANT(W-TG-HALLADO).
            ADD W-TC-BRUTO(W-IND-TC) TO W-TG-BRUTO(W-TG-HALLADO).
            ADD W-TC-NETA(W-IND-TC) TO W-TG-NETA(W-TG-HALLADO).

       F-ACUMULO-GRUPO.
            EXIT.

       COMPARO-TG.
            IF W-TG-GRUPO(W-IND-TG) = W-CLI-ACTUAL
               MOVE W-IND-TG TO W-TG-HALLADO
            END-IF.

       F-COMPARO-TG.
            EXIT.

       CARGO-CLIENTES.
            PERFORM LIBERO-CLIENTE THRU F-LIBERO-CLIENTE
                VARYING W-IND-TC FROM 1 BY 1
                    UNTIL W-IND-TC > W-CANT-TC.

       F-CARGO-CLIENTES.
            EXIT.

       LIBERO-CLIENTE.
            MOVE W-TC-VENDEDOR(W-IND-TC) TO SDC-VENDEDOR.
            MOVE W-TC-NETA(W-IND-TC) TO SDC-NETA.
            MOVE W-IND-TC TO SDC-INDICE.
            RELEASE SORT-REC-CLIENTE.

       F-LIBERO-CLIENTE.
            EXIT.

      * LISTO-CLIENTES: ranking por contribucion neta dentro de cada
      * vendedor, con subtotal al corte de vendedor.
       LISTO-CLIENTES.
            MOVE "N" TO W-FIN-SALIDA.
            MOVE "S" TO W-PRIMERO.
            PERFORM LISTO-UN-CLIENTE THRU F-LISTO-UN-CLIENTE
                UNTIL W-FIN-SALIDA = "S".
            IF W-PRIMERO NOT = "S"
               PERFORM CORTE-VENDEDOR THRU F-CORTE-VENDEDOR
            END-IF.
            MOVE W-TOT-BRUTO TO BRUTO-ZZ.
            MOVE W-TOT-NETA TO NETA-ZZ.
            DISPLAY "TOTAL GENERAL            bruto" BRUTO-ZZ
                    " neta" NETA-ZZ.

       F-LISTO-CLIENTES.
            EXIT.

       LISTO-UN-CLIENTE.
            RETURN SORT-CLIENTES
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-LISTO-UN-CLIENTE
            END-RETURN.
            IF W-PRIMERO = "S" OR SDC-VENDEDOR NOT = W-ACT-VENDEDOR
               IF W-PRIMERO NOT = "S"
                  PERFORM CORTE-VENDEDOR THRU F-CORTE-VENDEDOR
               END-IF
               MOVE "N" TO W-PRIMERO
               MOVE SDC-VENDEDOR TO W-ACT-VENDEDOR
               MOVE 0 TO W-RANKING W-SUB-BRUTO W-SUB-NETA
               DISPLAY " "
               IF SDC-VENDEDOR = SPACES
                  DISPLAY "VENDEDOR (sin vendedor)"
               ELSE
                  DISPLAY "VENDEDOR " SDC-VENDEDOR
               END-IF
            END-IF.
            MOVE SDC-INDICE TO W-IND-TC.
            ADD 1 TO W-RANKING.
            ADD W-TC-BRUTO(W-IND-TC) TO W-SUB-BRUTO.
            ADD W-TC-NETA(W-IND-TC) TO W-SUB-NETA.
            MOVE W-TC-CLI-ID(W-IND-TC) TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            MOVE W-TC-BRUTO(W-IND-TC) TO BRUTO-ZZ.
            MOVE W-TC-NETA(W-IND-TC) TO NETA-ZZ.
            DISPLAY W-RANKING " " W-TC-CLI-ID(W-IND-TC) " "
                    CLI_NOMBRE(1:20) " bruto" BRUTO-ZZ
                    " neta" NETA-ZZ.
            MOVE W-TC-DESCUENTOS(W-IND-TC) TO DESC-ZZ.
            MOVE W-TC-NOTAS-CRED(W-IND-TC) TO NC-ZZ.
            MOVE W-TC-INCOBRABLE(W-IND-TC) TO INC-ZZ.
            DISPLAY "      desc" DESC-ZZ " nc/bonif" NC-ZZ
                    " incobr" INC-ZZ.
            MOVE W-TC-FINANCIACION(W-IND-TC) TO FIN-ZZ.
            COMPUTE W-IMPORTE = W-TC-AGENCIA(W-IND-TC) +
                (W-TC-GESTIONES(W-IND-TC) * W-COSTO-GESTION).
            MOVE W-IMPORTE TO GES-ZZ.
            MOVE W-TC-RECARGOS(W-IND-TC) TO REC-ZZ.
            DISPLAY "      financ" FIN-ZZ " cobranza" GES-ZZ " ("
                    W-TC-GESTIONES(W-IND-TC) " gest.) recargos"
                    REC-ZZ.

       F-LISTO-UN-CLIENTE.
            EXIT.

       CORTE-VENDEDOR.
            ADD W-SUB-BRUTO TO W-TOT-BRUTO.
            ADD W-SUB-NETA TO W-TOT-NETA.
            MOVE W-SUB-BRUTO TO BRUTO-ZZ.
            MOVE W-SUB-NETA TO NETA-ZZ.
            DISPLAY "  Subtotal " W-ACT-VENDEDOR " (" W-RANKING
                    " clientes) bruto" BRUTO-ZZ " neta" NETA-ZZ.

       F-CORTE-VENDEDOR.
            EXIT.

       CARGO-GRUPOS.
            PERFORM LIBERO-GRUPO THRU F-LIBERO-GRUPO
                VARYING W-IND-TG FROM 1 BY 1
                    UNTIL W-IND-TG > W-CANT-TG.

       F-CARGO-GRUPOS.
            EXIT.

       LIBERO-GRUPO.
            MOVE W-TG-NETA(W-IND-TG) TO SDG-NETA.
            MOVE W-IND-TG TO SDG-INDICE.
            RELEASE SORT-REC-GRUPO.

       F-LIBERO-GRUPO.
            EXIT.

      * LISTO-GRUPOS: ranking por grupo economico (CLI_PADRE).
       LISTO-GRUPOS.
            DISPLAY " ".
            DISPLAY "CONTRIBUCION NETA POR GRUPO (CLI_PADRE)".
            MOVE 0 TO W-RANKING.
            MOVE "N" TO W-FIN-SALIDA.
            PERFORM LISTO-UN-GRUPO THRU F-LISTO-UN-GRUPO
                UNTIL W-FIN-SALIDA = "S".

       F-LISTO-GRUPOS.
            EXIT.

       LISTO-UN-GRUPO.
            RETURN SORT-GRUPOS
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-LISTO-UN-GRUPO
            END-RETURN.
            MOVE SDG-INDICE TO W-IND-TG.
            ADD 1 TO W-RANKING.
            MOVE W-TG-GRUPO(W-IND-TG) TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            MOVE W-TG-BRUTO(W-IND-TG) TO BRUTO-ZZ.
            MOVE W-TG-NETA(W-IND-TG) TO NETA-ZZ.
            DISPLAY W-RANKING " " W-TG-GRUPO(W-IND-TG) " "
                    CLI_NOMBRE(1:20) " (" W-TG-CANT(W-IND-TG)
                    ") bruto" BRUTO-ZZ " neta" NETA-ZZ.

       F-LISTO-UN-GRUPO.
            EXIT.

       END PROGRAM "REPORTE-CONTRIBUCION-CLIENTES".
