      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte mensual de variacion de costos. Recorre
      *          HISTORIAL-COSTOS y, para cada producto cuyo costo
      *          cambio en el periodo (AAAAMM), compara el costo con
      *          que entro al mes (costo anterior del primer cambio)
      *          contra el que quedo (costo nuevo del ultimo) y el
      *          PROD-PRECIO de ese primer cambio contra el precio
      *          actual. Lista los productos cuyo costo se movio mas
      *          que el umbral pedido (default 10%) sin que el precio
      *          acompanara: la diferencia entre la variacion del
      *          costo y la del precio tambien supera el umbral. Es
      *          la lista que explica por que cayo el margen de una
      *          familia.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-VARIACION-COSTOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/historialCostos.sel".
              COPY "./sel/productos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/historialCostos.fd".
              COPY "./fd/productos.fd".

       WORKING-STORAGE SECTION.

       01 ST-HIST-COSTOS    PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-PERIODO         PIC 9(6).
       01 W-PERIODO-HCO     PIC 9(6).
       01 W-UMBRAL          PIC 9(3).

      * Producto en curso: costo y precio con que entro al periodo,
      * costo con que termino y cantidad de cambios.
       01 W-ACT-CODIGO      PIC X(10) VALUE SPACES.
       01 W-ACT-COSTO-INI   PIC S9(7)V9(2).
       01 W-ACT-COSTO-FIN   PIC S9(7)V9(2).
       01 W-ACT-PRECIO-INI  PIC S9(7)V9(2).
       01 W-ACT-CAMBIOS     PIC 9(4).

       01 W-VAR-COSTO       PIC S9(5)V9(2).
       01 W-VAR-PRECIO      PIC S9(5)V9(2).
       01 W-BRECHA          PIC S9(5)V9(2).
       01 W-VAR-ABS         PIC 9(5)V9(2).
       01 W-BRECHA-ABS      PIC 9(5)V9(2).

       01 W-CANT-CAMBIADOS  PIC 9(5) VALUE 0.
       01 W-CANT-LISTADOS   PIC 9(5) VALUE 0.

       01 COSTO-ZZ          PIC ------9,99.
       01 PORC-ZZ           PIC ----9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            DISPLAY "Umbral de variacion % (0=10): " WITH NO ADVANCING.
            ACCEPT W-UMBRAL.
            IF W-UMBRAL = 0
               MOVE 10 TO W-UMBRAL
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "VARIACION DE COSTOS SIN ACOMPANAR PRECIO - "
                       "PERIODO " W-PERIODO " UMBRAL " W-UMBRAL "%"
               DISPLAY "PRODUCTO   DESCRIPCION            "
                       "COSTO INI  COSTO FIN  VAR.%  "
                       "PRECIO INI PRECIO ACT  VAR.%  CAMB"
               PERFORM LEO-HISTORIAL THRU F-LEO-HISTORIAL
                   UNTIL W-FIN = "S"
               IF W-ACT-CODIGO NOT = SPACES
                  PERFORM EVALUO-PRODUCTO THRU F-EVALUO-PRODUCTO
               END-IF
               DISPLAY " "
               DISPLAY "Productos con cambio de costo: "
                       W-CANT-CAMBIADOS
               DISPLAY "Productos listados          : "
                       W-CANT-LISTADOS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT HISTORIAL-COSTOS.
            IF ST-HIST-COSTOS > "07"
               DISPLAY "Error abriendo Historial de Costos: "
                       ST-HIST-COSTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE HISTORIAL-COSTOS.
            CLOSE PRODUCTOS.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-HISTORIAL: el archivo viene por producto y fecha; al
      * cambiar de producto se evalua el anterior. Solo cuentan los
      * cambios del periodo.
       LEO-HISTORIAL.
            READ HISTORIAL-COSTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-HISTORIAL
            END-READ.
            MOVE HCO-FECHA(1:6) TO W-PERIODO-HCO.
            IF W-PERIODO-HCO NOT = W-PERIODO
               GO TO F-LEO-HISTORIAL
            END-IF.
            IF HCO-CODIGO NOT = W-ACT-CODIGO
               IF W-ACT-CODIGO NOT = SPACES
                  PERFORM EVALUO-PRODUCTO THRU F-EVALUO-PRODUCTO
               END-IF
               MOVE HCO-CODIGO TO W-ACT-CODIGO
               MOVE HCO-COSTO-ANTERIOR TO W-ACT-COSTO-INI
               MOVE HCO-PRECIO TO W-ACT-PRECIO-INI
               MOVE 0 TO W-ACT-CAMBIOS
            END-IF.
            MOVE HCO-COSTO-NUEVO TO W-ACT-COSTO-FIN.
            ADD 1 TO W-ACT-CAMBIOS.

       F-LEO-HISTORIAL.
            EXIT.

      * EVALUO-PRODUCTO: un producto que entro al mes con costo cero
      * (alta, primera compra) no tiene contra que compararse. Un
      * precio inicial en cero se toma como que el precio no se movio.
       EVALUO-PRODUCTO.
            ADD 1 TO W-CANT-CAMBIADOS.
            IF W-ACT-COSTO-INI NOT > 0
               GO TO F-EVALUO-PRODUCTO
            END-IF.
            MOVE W-ACT-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-EVALUO-PRODUCTO
            END-READ.
            COMPUTE W-VAR-COSTO ROUNDED =
                    (W-ACT-COSTO-FIN - W-ACT-COSTO-INI) * 100
                    / W-ACT-COSTO-INI.
            IF W-ACT-PRECIO-INI > 0
               COMPUTE W-VAR-PRECIO ROUNDED =
                       (PROD-PRECIO - W-ACT-PRECIO-INI) * 100
                       / W-ACT-PRECIO-INI
            ELSE
               MOVE 0 TO W-VAR-PRECIO
            END-IF.
            COMPUTE W-BRECHA = W-VAR-COSTO - W-VAR-PRECIO.
            MOVE W-VAR-COSTO TO W-VAR-ABS.
            MOVE W-BRECHA TO W-BRECHA-ABS.
            IF W-VAR-ABS NOT > W-UMBRAL
                  OR W-BRECHA-ABS NOT > W-UMBRAL
               GO TO F-EVALUO-PRODUCTO
            END-IF.
            ADD 1 TO W-CANT-LISTADOS.
            MOVE W-ACT-COSTO-INI TO COSTO-ZZ.
            DISPLAY W-ACT-CODIGO SPACE PROD-DESCRIPCION(1:20) SPACE
                    COSTO-ZZ WITH NO ADVANCING.
            MOVE W-ACT-COSTO-FIN TO COSTO-ZZ.
            MOVE W-VAR-COSTO TO PORC-ZZ.
            DISPLAY SPACE COSTO-ZZ SPACE PORC-ZZ WITH NO ADVANCING.
            MOVE W-ACT-PRECIO-INI TO COSTO-ZZ.
            DISPLAY SPACE COSTO-ZZ WITH NO ADVANCING.
            MOVE PROD-PRECIO TO COSTO-ZZ.
            MOVE W-VAR-PRECIO TO PORC-ZZ.
            DISPLAY SPACE COSTO-ZZ SPACE PORC-ZZ SPACE W-ACT-CAMBIOS.

       F-EVALUO-PRODUCTO.
            EXIT.

       END PROGRAM "REPORTE-VARIACION-COSTOS".
