      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte de resultado de una campana promocional.
      *          Para la campana pedida (CAMPANAS) recorre FACTURA
      *          renglon por renglon (embebidos y desborde) y acumula
      *          unidades, venta y margen de los productos alcanzados
      *          -- por codigo o por familia, con los mismos filtros
      *          de categoria de cliente y sucursal que la campana --
      *          en el periodo de la campana y en el periodo de igual
      *          cantidad de dias inmediatamente anterior, por
      *          producto y en total, con la variacion porcentual.
      *          Las notas de credito restan; los comprobantes en USD
      *          se pasan a pesos con tasaCambio.dat; el margen es
      *          contra el PROD-COSTO actual (un kit, la suma de sus
      *          componentes), igual que REPORTE-RENTABILIDAD. Cierra
      *          con lo que asento CAMPANAS-APLICADAS: renglones
      *          etiquetados, unidades sin cargo e importe resignado.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CAMPANAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/campanas.sel".
              COPY "./sel/campanasAplicadas.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/factDetalle.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/tasaCambio.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/campanas.fd".
              COPY "./fd/campanasAplicadas.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/factDetalle.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/tasaCambio.fd".

       WORKING-STORAGE SECTION.

       01 ST-CAMPANAS       PIC XX.
       01 ST-CAMP-APLIC     PIC XX.
       01 ST-FACTURA        PIC XX.
       01 ST-FACT-DETALLE   PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-TASA           PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-DESBORDE    PIC X.
       01 W-INDICE-ITEM     PIC 9(4).
       01 W-SIGNO           PIC S9 VALUE +1.
       01 W-TASA-USD        PIC 9(5)V99 VALUE 1000,00.
       01 W-FECHA-SISTEMA   PIC 9(8).

       01 W-CAMP-CODIGO     PIC X(6).
       01 W-DIAS            PIC 9(5).
       01 W-DIA-DESDE       PIC 9(7).
       01 W-ANT-DESDE       PIC 9(8).
       01 W-ANT-HASTA       PIC 9(8).
      * W-PERIODO-FACT: 1 = periodo anterior, 2 = campana.
       01 W-PERIODO-FACT    PIC 9.
       01 W-FACT-CALIFICA   PIC X.
       01 W-CALIFICA        PIC X.
       01 W-IND-OBJ         PIC 9(2).
       01 W-IND-FILTRO      PIC 9.
       01 W-CLI-CACHE       PIC 9(7) VALUE 0.
       01 W-CLI-CATEGORIA   PIC X(10).

      * Renglon en proceso, ya en pesos.
       01 W-LIN-CODIGO      PIC X(10).
       01 W-LIN-CANT        PIC S9(7).
       01 W-LIN-PRECIO      PIC S9(9)V9(2).
       01 W-LIN-COSTO       PIC S9(9)V9(2).
       01 W-FACTOR-VENTA    PIC 9(5).

       01 W-KIT-CANT-COMP   PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP        PIC 9(2).

      * Por producto alcanzado: unidades, venta y margen de cada
      * periodo (1 = anterior, 2 = campana).
       01 W-TABLA-PRODUCTOS.
          03 W-TP-ENTRADA OCCURS 100 TIMES.
             05 W-TP-CODIGO  PIC X(10).
             05 W-TP-PERIODO OCCURS 2 TIMES.
                07 W-TP-UNIDADES PIC S9(9).
                07 W-TP-VENTA    PIC S9(11)V9(2).
                07 W-TP-MARGEN   PIC S9(11)V9(2).
       01 W-CANT-TP         PIC 9(3) VALUE 0.
       01 W-IND-TP          PIC 9(3).
       01 W-TP-HALLADO      PIC 9(3).
       01 W-TABLA-LLENA     PIC X VALUE "N".

       01 W-TOTALES.
          03 W-TOT-PERIODO OCCURS 2 TIMES.
             05 W-TOT-UNIDADES PIC S9(9).
             05 W-TOT-VENTA    PIC S9(11)V9(2).
             05 W-TOT-MARGEN   PIC S9(11)V9(2).

      * Lo asentado en CAMPANAS-APLICADAS para la campana.
       01 W-CAP-RENGLONES   PIC 9(7) VALUE 0.
       01 W-CAP-BONIFICADAS PIC 9(9) VALUE 0.
       01 W-CAP-IMPORTE     PIC S9(11)V9(2) VALUE 0.

       01 W-VARIACION       PIC S9(5)V9(2).
       01 W-ANTERIOR        PIC S9(11)V9(2).
       01 W-ACTUAL          PIC S9(11)V9(2).

       01 UNIDADES-ZZ       PIC -------9.
       01 VENTA-ZZ          PIC -----------9,99.
       01 PORC-ZZ           PIC ----9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Campana: " WITH NO ADVANCING.
            ACCEPT W-CAMP-CODIGO.
            MOVE FUNCTION UPPER-CASE(W-CAMP-CODIGO) TO W-CAMP-CODIGO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM LEO-CAMPANA THRU F-LEO-CAMPANA
            END-IF.
            IF W-FIN NOT = "S"
               INITIALIZE W-TOTALES
               PERFORM PROCESO-FACTURAS THRU F-PROCESO-FACTURAS
                   UNTIL W-FIN = "S"
               MOVE "N" TO W-FIN
               PERFORM SUMO-APLICADAS THRU F-SUMO-APLICADAS
                   UNTIL W-FIN = "S"
               PERFORM IMPRIMO-RESULTADOS THRU F-IMPRIMO-RESULTADOS
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

       ABRO-ARCHIVOS.
            OPEN INPUT CAMPANAS.
            IF ST-CAMPANAS > "07"
               DISPLAY "Error abriendo Campanas: " ST-CAMPANAS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CAMPANAS-APLICADAS.
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

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CAMPANAS.
            CLOSE CAMPANAS-APLICADAS.
            CLOSE FACTURA.
            CLOSE FACT-DETALLE.
            CLOSE PRODUCTOS.
            CLOSE CLIENTES.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-CAMPANA: el periodo anterior tiene los mismos dias que la
      * campana y termina el dia antes de que empiece.
       LEO-CAMPANA.
            MOVE W-CAMP-CODIGO TO CAMP-CODIGO.
            READ CAMPANAS KEY IS CAMP-CODIGO
              INVALID KEY
                DISPLAY "Campana inexistente: " W-CAMP-CODIGO
                MOVE "S" TO W-FIN
                GO TO F-LEO-CAMPANA
            END-READ.
            COMPUTE W-DIA-DESDE = FUNCTION INTEGER-OF-DATE(CAMP-DESDE).
            COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(CAMP-HASTA)
                             - W-DIA-DESDE + 1.
            COMPUTE W-ANT-HASTA =
                    FUNCTION DATE-OF-INTEGER(W-DIA-DESDE - 1).
            COMPUTE W-ANT-DESDE =
                    FUNCTION DATE-OF-INTEGER(W-DIA-DESDE - W-DIAS).
            DISPLAY "RESULTADO DE CAMPANA " CAMP-CODIGO " "
                    CAMP-DESCRIPCION.
            DISPLAY "Campana  " CAMP-DESDE " al " CAMP-HASTA
                    "  contra  " W-ANT-DESDE " al " W-ANT-HASTA
                    "  (" W-DIAS " dias)".
            IF CAMP-HASTA NOT < W-FECHA-SISTEMA
               DISPLAY "ATENCION: la campana todavia no termino"
            END-IF.

       F-LEO-CAMPANA.
            EXIT.

      * PROCESO-FACTURAS: un comprobante entra si cae en alguno de
      * los dos periodos y pasa los filtros de sucursal y categoria
      * de la campana.
       PROCESO-FACTURAS.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-FACTURAS
            END-READ.
            IF FACT-ANULADA
               GO TO F-PROCESO-FACTURAS
            END-IF.
            IF FACT-FECHA NOT < CAMP-DESDE
                  AND FACT-FECHA NOT > CAMP-HASTA
               MOVE 2 TO W-PERIODO-FACT
            ELSE
               IF FACT-FECHA NOT < W-ANT-DESDE
                     AND FACT-FECHA NOT > W-ANT-HASTA
                  MOVE 1 TO W-PERIODO-FACT
               ELSE
                  GO TO F-PROCESO-FACTURAS
               END-IF
            END-IF.
            PERFORM FILTRO-COMPROBANTE THRU F-FILTRO-COMPROBANTE.
            IF W-FACT-CALIFICA NOT = "S"
               GO TO F-PROCESO-FACTURAS
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE -1 TO W-SIGNO
            ELSE
               MOVE +1 TO W-SIGNO
            END-IF.
            PERFORM PROCESO-UN-RENGLON THRU F-PROCESO-UN-RENGLON
                VARYING W-INDICE-ITEM FROM 1 BY 1
                    UNTIL W-INDICE-ITEM > FACT-CANT-ITEMS.
            IF FACT-CANT-RENGLONES > 20
               PERFORM PROCESO-DESBORDE THRU F-PROCESO-DESBORDE
            END-IF.

       F-PROCESO-FACTURAS.
            EXIT.

       FILTRO-COMPROBANTE.
            MOVE "S" TO W-FACT-CALIFICA.
            IF CAMP-SUCURSAL(1) NOT = SPACES
               MOVE "N" TO W-CALIFICA
               PERFORM COMPARO-SUCURSAL THRU F-COMPARO-SUCURSAL
                   VARYING W-IND-FILTRO FROM 1 BY 1
                       UNTIL W-IND-FILTRO > 5
               MOVE W-CALIFICA TO W-FACT-CALIFICA
            END-IF.
            IF W-FACT-CALIFICA = "S" AND CAMP-CATEGORIA(1) NOT = SPACES
               IF FACT-CLI-ID NOT = W-CLI-CACHE
                  MOVE FACT-CLI-ID TO W-CLI-CACHE
                  MOVE SPACES TO W-CLI-CATEGORIA
                  MOVE FACT-CLI-ID TO CLI_ID
                  READ CLIENTES KEY IS ID_CLIENTE
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE CLI_CATEGORIA TO W-CLI-CATEGORIA
                  END-READ
               END-IF
               MOVE "N" TO W-CALIFICA
               PERFORM COMPARO-CATEGORIA THRU F-COMPARO-CATEGORIA
                   VARYING W-IND-FILTRO FROM 1 BY 1
                       UNTIL W-IND-FILTRO > 5
               MOVE W-CALIFICA TO W-FACT-CALIFICA
            END-IF.

       F-FILTRO-COMPROBANTE.
            EXIT.

       COMPARO-SUCURSAL.
            IF CAMP-SUCURSAL(W-IND-FILTRO) NOT = SPACES
                  AND CAMP-SUCURSAL(W-IND-FILTRO) = FACT-SUCURSAL
               MOVE "S" TO W-CALIFICA
            END-IF.

       F-COMPARO-SUCURSAL.
            EXIT.

       COMPARO-CATEGORIA.
            IF CAMP-CATEGORIA(W-IND-FILTRO) NOT = SPACES
                  AND CAMP-CATEGORIA(W-IND-FILTRO) = W-CLI-CATEGORIA
               MOVE "S" TO W-CALIFICA
            END-IF.

       F-COMPARO-CATEGORIA.
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

      * ACUMULO-RENGLON: solo los productos alcanzados por la
      * campana, por codigo o por familia.
       ACUMULO-RENGLON.
            IF W-LIN-CODIGO = SPACES
               GO TO F-ACUMULO-RENGLON
            END-IF.
            MOVE W-LIN-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-ACUMULO-RENGLON
            END-READ.
            MOVE "N" TO W-CALIFICA.
            PERFORM COMPARO-OBJETO THRU F-COMPARO-OBJETO
                VARYING W-IND-OBJ FROM 1 BY 1
                    UNTIL W-IND-OBJ > CAMP-CANT-OBJETOS
                       OR W-IND-OBJ > 10.
            IF W-CALIFICA NOT = "S"
               GO TO F-ACUMULO-RENGLON
            END-IF.
            MOVE 1 TO W-FACTOR-VENTA.
            IF PROD-FACTOR-VENTA NUMERIC AND PROD-FACTOR-VENTA > 0
               MOVE PROD-FACTOR-VENTA TO W-FACTOR-VENTA
            END-IF.
            IF FACT-MONEDA-DOLAR
               COMPUTE W-LIN-PRECIO = W-LIN-PRECIO * W-TASA-USD
            END-IF.
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
            PERFORM BUSCO-PRODUCTO THRU F-BUSCO-PRODUCTO.
            COMPUTE W-TOT-UNIDADES(W-PERIODO-FACT) =
                    W-TOT-UNIDADES(W-PERIODO-FACT) +
                    W-LIN-CANT * W-SIGNO.
            COMPUTE W-TOT-VENTA(W-PERIODO-FACT) =
                    W-TOT-VENTA(W-PERIODO-FACT) +
                    W-LIN-CANT * W-LIN-PRECIO * W-SIGNO.
            COMPUTE W-TOT-MARGEN(W-PERIODO-FACT) =
                    W-TOT-MARGEN(W-PERIODO-FACT) +
                    W-LIN-CANT * (W-LIN-PRECIO - W-LIN-COSTO) * W-SIGNO.
            IF W-TP-HALLADO NOT = 0
               COMPUTE W-TP-UNIDADES(W-TP-HALLADO, W-PERIODO-FACT) =
                       W-TP-UNIDADES(W-TP-HALLADO, W-PERIODO-FACT) +
                       W-LIN-CANT * W-SIGNO
               COMPUTE W-TP-VENTA(W-TP-HALLADO, W-PERIODO-FACT) =
                       W-TP-VENTA(W-TP-HALLADO, W-PERIODO-FACT) +
                       W-LIN-CANT * W-LIN-PRECIO * W-SIGNO
               COMPUTE W-TP-MARGEN(W-TP-HALLADO, W-PERIODO-FACT) =
                       W-TP-MARGEN(W-TP-HALLADO, W-PERIODO-FACT) +
                       W-LIN-CANT * (W-LIN-PRECIO - W-LIN-COSTO)
                       * W-SIGNO
            END-IF.

       F-ACUMULO-RENGLON.
            EXIT.

       COMPARO-OBJETO.
            IF CAMP-OBJ-PRODUCTO(W-IND-OBJ)
                  AND CAMP-OBJ-CODIGO(W-IND-OBJ) = W-LIN-CODIGO
               MOVE "S" TO W-CALIFICA
            END-IF.
            IF CAMP-OBJ-FAMILIA(W-IND-OBJ)
                  AND CAMP-OBJ-CODIGO(W-IND-OBJ) = PROD-FAMILIA
               MOVE "S" TO W-CALIFICA
            END-IF.

       F-COMPARO-OBJETO.
            EXIT.

      * SUMO-COSTO-COMPONENTE: como en REPORTE-RENTABILIDAD. Pisa
      * el buffer de PRODUCTOS; el factor de venta del kit ya quedo
      * en W-FACTOR-VENTA.
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

       BUSCO-PRODUCTO.
            MOVE 0 TO W-TP-HALLADO.
            PERFORM COMPARO-TP THRU F-COMPARO-TP
                VARYING W-IND-TP FROM 1 BY 1
                    UNTIL W-IND-TP > W-CANT-TP
                       OR W-TP-HALLADO NOT = 0.
            IF W-TP-HALLADO = 0
               IF W-CANT-TP < 100
                  ADD 1 TO W-CANT-TP
                  MOVE W-LIN-CODIGO TO W-TP-CODIGO(W-CANT-TP)
                  MOVE 0 TO W-TP-UNIDADES(W-CANT-TP, 1)
                  MOVE 0 TO W-TP-VENTA(W-CANT-TP, 1)
                  MOVE 0 TO W-TP-MARGEN(W-CANT-TP, 1)
                  MOVE 0 TO W-TP-UNIDADES(W-CANT-TP, 2)
                  MOVE 0 TO W-TP-VENTA(W-CANT-TP, 2)
                  MOVE 0 TO W-TP-MARGEN(W-CANT-TP, 2)
                  MOVE W-CANT-TP TO W-TP-HALLADO
               ELSE
                  IF W-TABLA-LLENA NOT = "S"
                     MOVE "S" TO W-TABLA-LLENA
                     DISPLAY "Tabla de productos llena, el detalle "
                             "queda incompleto (los totales no)"
                  END-IF
               END-IF
            END-IF.

       F-BUSCO-PRODUCTO.
            EXIT.

       COMPARO-TP.
            IF W-TP-CODIGO(W-IND-TP) = W-LIN-CODIGO
               MOVE W-IND-TP TO W-TP-HALLADO
            END-IF.

       F-COMPARO-TP.
            EXIT.

       SUMO-APLICADAS.
            READ CAMPANAS-APLICADAS
              AT END
                MOVE "S" TO W-FIN
                GO TO F-SUMO-APLICADAS
            END-READ.
            IF CAP-CAMPANA = CAMP-CODIGO
               ADD 1 TO W-CAP-RENGLONES
               ADD CAP-BONIFICADAS TO W-CAP-BONIFICADAS
               ADD CAP-IMPORTE TO W-CAP-IMPORTE
            END-IF.

       F-SUMO-APLICADAS.
            EXIT.

       IMPRIMO-RESULTADOS.
            DISPLAY " ".
            DISPLAY "PRODUCTO   PERIODO   UNIDADES"
                    "           VENTA          MARGEN".
            PERFORM IMPRIMO-UN-PRODUCTO THRU F-IMPRIMO-UN-PRODUCTO
                VARYING W-IND-TP FROM 1 BY 1
                    UNTIL W-IND-TP > W-CANT-TP.
            DISPLAY " ".
            MOVE W-TOT-UNIDADES(1) TO UNIDADES-ZZ.
            MOVE W-TOT-VENTA(1) TO VENTA-ZZ.
            DISPLAY "TOTAL      ANTERIOR  " UNIDADES-ZZ " " VENTA-ZZ
                    WITH NO ADVANCING.
            MOVE W-TOT-MARGEN(1) TO VENTA-ZZ.
            DISPLAY " " VENTA-ZZ.
            MOVE W-TOT-UNIDADES(2) TO UNIDADES-ZZ.
            MOVE W-TOT-VENTA(2) TO VENTA-ZZ.
            DISPLAY "           CAMPANA   " UNIDADES-ZZ " " VENTA-ZZ
                    WITH NO ADVANCING.
            MOVE W-TOT-MARGEN(2) TO VENTA-ZZ.
            DISPLAY " " VENTA-ZZ.
            MOVE W-TOT-UNIDADES(1) TO W-ANTERIOR.
            MOVE W-TOT-UNIDADES(2) TO W-ACTUAL.
            PERFORM CALCULO-VARIACION THRU F-CALCULO-VARIACION.
            DISPLAY "Variacion unidades %: " PORC-ZZ.
            MOVE W-TOT-VENTA(1) TO W-ANTERIOR.
            MOVE W-TOT-VENTA(2) TO W-ACTUAL.
            PERFORM CALCULO-VARIACION THRU F-CALCULO-VARIACION.
            DISPLAY "Variacion venta %   : " PORC-ZZ.
            MOVE W-TOT-MARGEN(1) TO W-ANTERIOR.
            MOVE W-TOT-MARGEN(2) TO W-ACTUAL.
            PERFORM CALCULO-VARIACION THRU F-CALCULO-VARIACION.
            DISPLAY "Variacion margen %  : " PORC-ZZ.
            DISPLAY " ".
            MOVE W-CAP-IMPORTE TO VENTA-ZZ.
            DISPLAY "Renglones con la campana: " W-CAP-RENGLONES.
            DISPLAY "Unidades sin cargo      : " W-CAP-BONIFICADAS.
            DISPLAY "Importe resignado       : " VENTA-ZZ.

       F-IMPRIMO-RESULTADOS.
            EXIT.

       IMPRIMO-UN-PRODUCTO.
            MOVE W-TP-UNIDADES(W-IND-TP, 1) TO UNIDADES-ZZ.
            MOVE W-TP-VENTA(W-IND-TP, 1) TO VENTA-ZZ.
            DISPLAY W-TP-CODIGO(W-IND-TP) " ANTERIOR  " UNIDADES-ZZ
                    " " VENTA-ZZ WITH NO ADVANCING.
            MOVE W-TP-MARGEN(W-IND-TP, 1) TO VENTA-ZZ.
            DISPLAY " " VENTA-ZZ.
            MOVE W-TP-UNIDADES(W-IND-TP, 2) TO UNIDADES-ZZ.
            MOVE W-TP-VENTA(W-IND-TP, 2) TO VENTA-ZZ.
            DISPLAY "           CAMPANA   " UNIDADES-ZZ
                    " " VENTA-ZZ WITH NO ADVANCING.
            MOVE W-TP-MARGEN(W-IND-TP, 2) TO VENTA-ZZ.
            DISPLAY " " VENTA-ZZ.

       F-IMPRIMO-UN-PRODUCTO.
            EXIT.

      * CALCULO-VARIACION: sin base en el periodo anterior la
      * variacion no se calcula y se muestra cero.
       CALCULO-VARIACION.
            MOVE 0 TO W-VARIACION.
            IF W-ANTERIOR NOT = 0
               COMPUTE W-VARIACION ROUNDED =
                       (W-ACTUAL - W-ANTERIOR) * 100 / W-ANTERIOR
                  ON SIZE ERROR
                     MOVE 0 TO W-VARIACION
               END-COMPUTE
               IF W-ANTERIOR < 0
                  COMPUTE W-VARIACION = W-VARIACION * -1
               END-IF
            END-IF.
            MOVE W-VARIACION TO PORC-ZZ.

       F-CALCULO-VARIACION.
            EXIT.

       END PROGRAM "REPORTE-CAMPANAS".
