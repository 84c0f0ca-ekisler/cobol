      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte mensual de stock de lenta rotacion y
      *          obsoleto, con la prevision sugerida. VALUACION-STOCK
      *          valoriza todo a PROD-COSTO como si todo fuera
      *          vendible; este programa envejece el stock de cada
      *          producto por los dias desde su ultima venta (kardex
      *          tipo V, o E cuando salio por remito) -- sin ventas,
      *          desde su ultima compra, y sin ninguna de las dos
      *          desde su primer movimiento --, muestra tambien la
      *          ultima compra y los meses de cobertura contra el
      *          consumo promedio de los ultimos doce meses, y
      *          acumula el valor a costo por banda de antiguedad y
      *          por PROD-FAMILIA. La prevision sale de los
      *          porcentajes por banda que mantiene finanzas en
      *          provisionObsolescencia.dat.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OBSOLESCENCIA-STOCK".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/productos.sel".
              COPY "./sel/movimientosStock.sel".
              COPY "./sel/provisionObsolescencia.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/productos.fd".
              COPY "./fd/movimientosStock.fd".
              COPY "./fd/provisionObsolescencia.fd".

       WORKING-STORAGE SECTION.

       01 ST-PRODUCTOS      PIC XX.
       01 ST-MOVIMIENTOS    PIC XX.
       01 ST-PROVISION      PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-KARDEX      PIC X.
       01 W-FIN-BANDAS      PIC X.
       01 W-FECHA-HOY       PIC 9(8).
       01 W-FECHA-DESDE-CONSUMO PIC 9(8).

      * Bandas de antiguedad: dias desde los que arranca cada una y
      * su porcentaje de prevision, con el valor y la prevision
      * acumulados en la corrida.
       01 W-TABLA-BANDAS.
          03 W-BND-ENTRADA OCCURS 10 TIMES.
             05 W-BND-DESDE      PIC 9(4).
             05 W-BND-PCT        PIC 9(3)V9(2).
             05 W-BND-PRODUCTOS  PIC 9(5).
             05 W-BND-VALOR      PIC S9(11)V9(2).
             05 W-BND-PROVISION  PIC S9(11)V9(2).
       01 W-CANT-BANDAS     PIC 9(2) VALUE 0.
       01 W-IND-BANDA       PIC 9(2).
       01 W-BANDA-HALLADA   PIC 9(2).
       01 W-BND-HASTA       PIC 9(4).

      * Familias: valor por banda y prevision de cada PROD-FAMILIA
      * ("(sin familia)" va con el codigo en blanco).
       01 W-TABLA-FAMILIAS.
          03 W-TF-ENTRADA OCCURS 100 TIMES.
             05 W-TF-CODIGO      PIC X(5).
             05 W-TF-VALOR-BANDA PIC S9(11)V9(2) OCCURS 10 TIMES.
             05 W-TF-VALOR       PIC S9(11)V9(2).
             05 W-TF-PROVISION   PIC S9(11)V9(2).
       01 W-CANT-TF         PIC 9(3) VALUE 0.
       01 W-IND-TF          PIC 9(3).
       01 W-TF-HALLADO      PIC 9(3).
       01 W-TABLA-LLENA     PIC X VALUE "N".

      * Producto en proceso: lo que dejo el kardex y su antiguedad.
       01 W-ULT-VENTA       PIC 9(8).
       01 W-ULT-COMPRA      PIC 9(8).
       01 W-PRIMER-MOV      PIC 9(8).
       01 W-FECHA-AGING     PIC 9(8).
       01 W-DIAS-AGING      PIC 9(4).
       01 W-CONSUMO-ANUAL   PIC S9(9).
       01 W-CONSUMO-MENSUAL PIC S9(7)V9(2).
       01 W-MESES-COBERTURA PIC 9(3)V9.
       01 W-VALOR-PRODUCTO  PIC S9(11)V9(2).
       01 W-PROV-PRODUCTO   PIC S9(11)V9(2).

       01 W-CANT-PRODUCTOS  PIC 9(5) VALUE 0.
       01 W-TOTAL-VALOR     PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-PROVISION PIC S9(13)V9(2) VALUE 0.

       01 GUIONES           PIC X(76) VALUE ALL "-".
       01 FECHA-VTA-X       PIC X(8).
       01 FECHA-CMP-X       PIC X(8).
       01 STOCK-ZZ          PIC ------9.
       01 DIAS-ZZ           PIC ZZZ9.
       01 COBERTURA-ZZ      PIC ZZ9,9.
       01 PCT-ZZ            PIC ZZ9,99.
       01 VALOR-ZZ          PIC --------9,99.
       01 TOTAL-ZZ          PIC -------------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            COMPUTE W-FECHA-DESDE-CONSUMO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) - 365).
            PERFORM CARGO-BANDAS THRU F-CARGO-BANDAS.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "STOCK DE LENTA ROTACION Y OBSOLETO AL "
                       W-FECHA-HOY
               DISPLAY "CODIGO     DESCRIPCION       STOCK ULT.VTA. "
                       "DIAS ULT.CMP. COBER.        VALOR"
               DISPLAY GUIONES
               PERFORM PROCESO-PRODUCTO THRU F-PROCESO-PRODUCTO
                   UNTIL W-FIN = "S"
               PERFORM IMPRIMO-BANDAS THRU F-IMPRIMO-BANDAS
               PERFORM IMPRIMO-FAMILIAS THRU F-IMPRIMO-FAMILIAS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Productos con stock : " W-CANT-PRODUCTOS.
            MOVE W-TOTAL-VALOR TO TOTAL-ZZ.
            DISPLAY "Valor a costo       : " TOTAL-ZZ.
            MOVE W-TOTAL-PROVISION TO TOTAL-ZZ.
            DISPLAY "Prevision sugerida  : " TOTAL-ZZ.
            STOP RUN.

      * CARGO-BANDAS: las bandas de finanzas; sin archivo o vacio,
      * las cuatro del ejemplo de provisionObsolescencia.fd.
       CARGO-BANDAS.
            OPEN INPUT PROVISION-OBSOLESCENCIA.
            IF ST-PROVISION = "00"
               MOVE "N" TO W-FIN-BANDAS
               PERFORM LEO-BANDA THRU F-LEO-BANDA
                   UNTIL W-FIN-BANDAS = "S"
               CLOSE PROVISION-OBSOLESCENCIA
            END-IF.
            IF W-CANT-BANDAS = 0
               MOVE 4 TO W-CANT-BANDAS
               MOVE 0 TO W-BND-DESDE(1)
               MOVE 0 TO W-BND-PCT(1)
               MOVE 181 TO W-BND-DESDE(2)
               MOVE 25 TO W-BND-PCT(2)
               MOVE 366 TO W-BND-DESDE(3)
               MOVE 50 TO W-BND-PCT(3)
               MOVE 731 TO W-BND-DESDE(4)
               MOVE 100 TO W-BND-PCT(4)
            END-IF.
            PERFORM LIMPIO-BANDA THRU F-LIMPIO-BANDA
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > W-CANT-BANDAS.

       F-CARGO-BANDAS.
            EXIT.

       LEO-BANDA.
            READ PROVISION-OBSOLESCENCIA
              AT END
                MOVE "S" TO W-FIN-BANDAS
                GO TO F-LEO-BANDA
            END-READ.
            IF POBS-DIAS-DESDE NOT NUMERIC
               OR POBS-PORCENTAJE NOT NUMERIC
               DISPLAY "Banda invalida ignorada: "
                       REG-PROVISION-OBSOLESCENCIA
               GO TO F-LEO-BANDA
            END-IF.
            IF W-CANT-BANDAS = 10
               DISPLAY "Mas de 10 bandas, se ignora: "
                       REG-PROVISION-OBSOLESCENCIA
               GO TO F-LEO-BANDA
            END-IF.
            ADD 1 TO W-CANT-BANDAS.
            MOVE POBS-DIAS-DESDE TO W-BND-DESDE(W-CANT-BANDAS).
            MOVE POBS-PORCENTAJE TO W-BND-PCT(W-CANT-BANDAS).

       F-LEO-BANDA.
            EXIT.

       LIMPIO-BANDA.
            MOVE 0 TO W-BND-PRODUCTOS(W-IND-BANDA).
            MOVE 0 TO W-BND-VALOR(W-IND-BANDA).
            MOVE 0 TO W-BND-PROVISION(W-IND-BANDA).

       F-LIMPIO-BANDA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT MOVIMIENTOS-STOCK.
            IF ST-MOVIMIENTOS > "07"
               DISPLAY "Error abriendo Movimientos de Stock: "
                       ST-MOVIMIENTOS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PRODUCTOS.
            CLOSE MOVIMIENTOS-STOCK.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * PROCESO-PRODUCTO: solo lo que tiene existencia tiene valor
      * que previsionar; un producto dado de baja con stock tambien
      * entra, es justamente el candidato a obsoleto.
       PROCESO-PRODUCTO.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-PRODUCTO
            END-READ.
            IF PROD-STOCK NOT > 0
               GO TO F-PROCESO-PRODUCTO
            END-IF.
            PERFORM LEO-KARDEX-PRODUCTO THRU F-LEO-KARDEX-PRODUCTO.
            PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
            MOVE 0 TO W-BANDA-HALLADA.
            PERFORM UBICO-BANDA THRU F-UBICO-BANDA
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > W-CANT-BANDAS.
            IF W-BANDA-HALLADA = 0
               MOVE 1 TO W-BANDA-HALLADA
            END-IF.
            COMPUTE W-VALOR-PRODUCTO = PROD-STOCK * PROD-COSTO.
            COMPUTE W-PROV-PRODUCTO ROUNDED = W-VALOR-PRODUCTO *
                    W-BND-PCT(W-BANDA-HALLADA) / 100.
            ADD 1 TO W-CANT-PRODUCTOS.
            ADD 1 TO W-BND-PRODUCTOS(W-BANDA-HALLADA).
            ADD W-VALOR-PRODUCTO TO W-BND-VALOR(W-BANDA-HALLADA).
            ADD W-PROV-PRODUCTO TO W-BND-PROVISION(W-BANDA-HALLADA).
            ADD W-VALOR-PRODUCTO TO W-TOTAL-VALOR.
            ADD W-PROV-PRODUCTO TO W-TOTAL-PROVISION.
            PERFORM ACUMULO-FAMILIA THRU F-ACUMULO-FAMILIA.
            PERFORM IMPRIMO-PRODUCTO THRU F-IMPRIMO-PRODUCTO.

       F-PROCESO-PRODUCTO.
            EXIT.

      * LEO-KARDEX-PRODUCTO: el kardex esta en orden de producto y
      * fecha, asi que la ultima venta / compra es la ultima que se
      * lee. El consumo de los ultimos doce meses es lo que salio
      * por factura o remito menos lo que volvio (D, o un remito
      * anulado), con el signo del kardex invertido.
       LEO-KARDEX-PRODUCTO.
            MOVE 0 TO W-ULT-VENTA.
            MOVE 0 TO W-ULT-COMPRA.
            MOVE 0 TO W-PRIMER-MOV.
            MOVE 0 TO W-CONSUMO-ANUAL.
            MOVE PROD-CODIGO TO MOV-CODIGO.
            MOVE 0 TO MOV-FECHA.
            MOVE 0 TO MOV-SECUENCIA.
            MOVE "N" TO W-FIN-KARDEX.
            START MOVIMIENTOS-STOCK KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-KARDEX
            END-START.
            PERFORM LEO-UN-MOVIMIENTO THRU F-LEO-UN-MOVIMIENTO
                UNTIL W-FIN-KARDEX = "S".

       F-LEO-KARDEX-PRODUCTO.
            EXIT.

       LEO-UN-MOVIMIENTO.
            READ MOVIMIENTOS-STOCK NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KARDEX
                GO TO F-LEO-UN-MOVIMIENTO
            END-READ.
            IF MOV-CODIGO NOT = PROD-CODIGO
               MOVE "S" TO W-FIN-KARDEX
               GO TO F-LEO-UN-MOVIMIENTO
            END-IF.
            IF W-PRIMER-MOV = 0
               MOVE MOV-FECHA TO W-PRIMER-MOV
            END-IF.
            IF (MOV-VENTA OR MOV-REMITO) AND MOV-CANTIDAD < 0
               MOVE MOV-FECHA TO W-ULT-VENTA
            END-IF.
            IF MOV-COMPRA AND MOV-CANTIDAD > 0
               MOVE MOV-FECHA TO W-ULT-COMPRA
            END-IF.
            IF (MOV-VENTA OR MOV-REMITO OR MOV-DEVOLUCION)
               AND MOV-FECHA NOT < W-FECHA-DESDE-CONSUMO
               SUBTRACT MOV-CANTIDAD FROM W-CONSUMO-ANUAL
            END-IF.

       F-LEO-UN-MOVIMIENTO.
            EXIT.

      * CALCULO-ANTIGUEDAD: sin ningun movimiento en el kardex el
      * producto va a la ultima banda (dias al tope).
       CALCULO-ANTIGUEDAD.
            IF W-ULT-VENTA NOT = 0
               MOVE W-ULT-VENTA TO W-FECHA-AGING
            ELSE
               IF W-ULT-COMPRA NOT = 0
                  MOVE W-ULT-COMPRA TO W-FECHA-AGING
               ELSE
                  MOVE W-PRIMER-MOV TO W-FECHA-AGING
               END-IF
            END-IF.
            IF W-FECHA-AGING = 0
               MOVE 9999 TO W-DIAS-AGING
            ELSE
               IF FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) -
                  FUNCTION INTEGER-OF-DATE(W-FECHA-AGING) > 9999
                  MOVE 9999 TO W-DIAS-AGING
               ELSE
                  COMPUTE W-DIAS-AGING =
                          FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) -
                          FUNCTION INTEGER-OF-DATE(W-FECHA-AGING)
               END-IF
            END-IF.
            IF W-CONSUMO-ANUAL > 0
               COMPUTE W-CONSUMO-MENSUAL ROUNDED =
                       W-CONSUMO-ANUAL / 12
            ELSE
               MOVE 0 TO W-CONSUMO-MENSUAL
            END-IF.
            IF W-CONSUMO-MENSUAL = 0
               MOVE 999,9 TO W-MESES-COBERTURA
            ELSE
               IF PROD-STOCK / W-CONSUMO-MENSUAL > 999
                  MOVE 999,9 TO W-MESES-COBERTURA
               ELSE
                  COMPUTE W-MESES-COBERTURA ROUNDED =
                          PROD-STOCK / W-CONSUMO-MENSUAL
               END-IF
            END-IF.

       F-CALCULO-ANTIGUEDAD.
            EXIT.

      * UBICO-BANDA: la ultima banda cuyo "desde" no supera los dias
      * (las bandas vienen en orden creciente).
       UBICO-BANDA.
            IF W-DIAS-AGING NOT < W-BND-DESDE(W-IND-BANDA)
               MOVE W-IND-BANDA TO W-BANDA-HALLADA
            END-IF.

       F-UBICO-BANDA.
            EXIT.

       ACUMULO-FAMILIA.
            MOVE 0 TO W-TF-HALLADO.
            PERFORM COMPARO-TF THRU F-COMPARO-TF
                VARYING W-IND-TF FROM 1 BY 1
                    UNTIL W-IND-TF > W-CANT-TF
                       OR W-TF-HALLADO NOT = 0.
            IF W-TF-HALLADO = 0
               IF W-CANT-TF < 100
                  ADD 1 TO W-CANT-TF
                  MOVE W-CANT-TF TO W-TF-HALLADO
                  INITIALIZE W-TF-ENTRADA(W-TF-HALLADO)
                  MOVE PROD-FAMILIA TO W-TF-CODIGO(W-TF-HALLADO)
               ELSE
                  IF W-TABLA-LLENA = "N"
                     MOVE "S" TO W-TABLA-LLENA
                     DISPLAY "AVISO: mas de 100 familias, el resumen"
                             " por familia queda incompleto"
                  END-IF
                  GO TO F-ACUMULO-FAMILIA
               END-IF
            END-IF.
            ADD W-VALOR-PRODUCTO
                TO W-TF-VALOR-BANDA(W-TF-HALLADO W-BANDA-HALLADA).
            ADD W-VALOR-PRODUCTO TO W-TF-VALOR(W-TF-HALLADO).
            ADD W-PROV-PRODUCTO TO W-TF-PROVISION(W-TF-HALLADO).

       F-ACUMULO-FAMILIA.
            EXIT.

       COMPARO-TF.
            IF W-TF-CODIGO(W-IND-TF) = PROD-FAMILIA
               MOVE W-IND-TF TO W-TF-HALLADO
            END-IF.

       F-COMPARO-TF.
            EXIT.

       IMPRIMO-PRODUCTO.
            IF W-ULT-VENTA = 0
               MOVE "NUNCA" TO FECHA-VTA-X
            ELSE
               MOVE W-ULT-VENTA TO FECHA-VTA-X
            END-IF.
            IF W-ULT-COMPRA = 0
               MOVE "NUNCA" TO FECHA-CMP-X
            ELSE
               MOVE W-ULT-COMPRA TO FECHA-CMP-X
            END-IF.
            MOVE PROD-STOCK TO STOCK-ZZ.
            MOVE W-DIAS-AGING TO DIAS-ZZ.
            MOVE W-MESES-COBERTURA TO COBERTURA-ZZ.
            MOVE W-VALOR-PRODUCTO TO VALOR-ZZ.
            DISPLAY PROD-CODIGO SPACE PROD-DESCRIPCION(1:15) SPACE
                    STOCK-ZZ SPACE FECHA-VTA-X SPACE DIAS-ZZ SPACE
                    FECHA-CMP-X SPACE COBERTURA-ZZ SPACE VALOR-ZZ.

       F-IMPRIMO-PRODUCTO.
            EXIT.

      * IMPRIMO-BANDAS: valor a costo y prevision por banda; una
      * cobertura de 999,9 meses es un producto sin consumo.
       IMPRIMO-BANDAS.
            DISPLAY " ".
            DISPLAY "RESUMEN POR BANDA (dias sin venta)".
            DISPLAY "BANDA       PROD.   PREV.%        VALOR A COSTO"
                    "        PREVISION".
            DISPLAY GUIONES.
            PERFORM IMPRIMO-UNA-BANDA THRU F-IMPRIMO-UNA-BANDA
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > W-CANT-BANDAS.

       F-IMPRIMO-BANDAS.
            EXIT.

       IMPRIMO-UNA-BANDA.
            IF W-IND-BANDA < W-CANT-BANDAS
               COMPUTE W-BND-HASTA =
                       W-BND-DESDE(W-IND-BANDA + 1) - 1
            ELSE
               MOVE 9999 TO W-BND-HASTA
            END-IF.
            MOVE W-BND-PCT(W-IND-BANDA) TO PCT-ZZ.
            MOVE W-BND-VALOR(W-IND-BANDA) TO TOTAL-ZZ.
            MOVE W-BND-PROVISION(W-IND-BANDA) TO VALOR-ZZ.
            DISPLAY W-BND-DESDE(W-IND-BANDA) "-" W-BND-HASTA SPACE
                    SPACE W-BND-PRODUCTOS(W-IND-BANDA) SPACE SPACE
                    PCT-ZZ SPACE TOTAL-ZZ SPACE SPACE SPACE SPACE
                    VALOR-ZZ.

       F-IMPRIMO-UNA-BANDA.
            EXIT.

      * IMPRIMO-FAMILIAS: por familia, solo las bandas con valor.
       IMPRIMO-FAMILIAS.
            DISPLAY " ".
            DISPLAY "RESUMEN POR FAMILIA".
            DISPLAY GUIONES.
            PERFORM IMPRIMO-UNA-FAMILIA THRU F-IMPRIMO-UNA-FAMILIA
                VARYING W-IND-TF FROM 1 BY 1
                    UNTIL W-IND-TF > W-CANT-TF.

       F-IMPRIMO-FAMILIAS.
            EXIT.

       IMPRIMO-UNA-FAMILIA.
            IF W-TF-CODIGO(W-IND-TF) = SPACES
               DISPLAY "Familia (sin familia)"
            ELSE
               DISPLAY "Familia " W-TF-CODIGO(W-IND-TF)
            END-IF.
            PERFORM IMPRIMO-FAMILIA-BANDA THRU F-IMPRIMO-FAMILIA-BANDA
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > W-CANT-BANDAS.
            MOVE W-TF-VALOR(W-IND-TF) TO TOTAL-ZZ.
            MOVE W-TF-PROVISION(W-IND-TF) TO VALOR-ZZ.
            DISPLAY "   Total familia        " TOTAL-ZZ
                    "  prevision " VALOR-ZZ.

       F-IMPRIMO-UNA-FAMILIA.
            EXIT.

       IMPRIMO-FAMILIA-BANDA.
            IF W-TF-VALOR-BANDA(W-IND-TF W-IND-BANDA) = 0
               GO TO F-IMPRIMO-FAMILIA-BANDA
            END-IF.
            MOVE W-TF-VALOR-BANDA(W-IND-TF W-IND-BANDA) TO TOTAL-ZZ.
            DISPLAY "   desde " W-BND-DESDE(W-IND-BANDA) " dias    "
                    TOTAL-ZZ.

       F-IMPRIMO-FAMILIA-BANDA.
            EXIT.

       END PROGRAM "OBSOLESCENCIA-STOCK".
