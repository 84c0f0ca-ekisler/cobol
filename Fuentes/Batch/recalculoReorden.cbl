      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Recalculo mensual de puntos y cantidades de reorden.
      *          PROD-PUNTO-REORDEN y STK-PUNTO-REORDEN se tipearon
      *          una vez y nadie los reviso; este programa saca del
      *          kardex el consumo diario de cada producto en los
      *          ultimos N dias -- global y por sucursal, resolviendo
      *          la sucursal por el comprobante de cada movimiento
      *          (factura / nota de credito o remito) -- con su
      *          promedio y su desvio, y con el plazo de entrega del
      *          proveedor de la ultima compra y el nivel de servicio
      *          pedido arma:
      *            punto    = consumo * plazo
      *                       + z * desvio * raiz(plazo)
      *            cantidad = consumo * dias de ciclo de compra,
      *                       redondeada a la unidad de compra.
      *          Cuando difiere en forma material de lo vigente deja
      *          la propuesta PENDIENTE en PROPUESTAS-REORDEN para que
      *          compras la acepte o corrija en ABM-REVISION-REORDEN
      *          -- el mismo circuito que REVISION-LIMITES-CREDITO.
      *          Una sucursal se propone solo si tiene su registro en
      *          STOCK-SUCURSAL (es lo que se va a actualizar).
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECALCULO-REORDEN".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/productos.sel".
              COPY "./sel/movimientosStock.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/remitos.sel".
              COPY "./sel/compras.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/propuestasReorden.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/productos.fd".
              COPY "./fd/movimientosStock.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/remitos.fd".
              COPY "./fd/compras.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/propuestasReorden.fd".

       WORKING-STORAGE SECTION.

       01 ST-PRODUCTOS      PIC XX.
       01 ST-MOVIMIENTOS    PIC XX.
       01 ST-FACTURA        PIC XX.
       01 ST-REMITOS        PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-STOCK-SUC      PIC XX.
       01 ST-PROP-REORDEN   PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-KARDEX      PIC X.
       01 W-FIN-SUC         PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-FECHA-DESDE     PIC 9(8).

      * Parametros de la corrida (0 = el default).
       01 W-DIAS-VENTANA    PIC 9(3).
       01 W-NIVEL-SERVICIO  PIC 9(2).
       01 W-PLAZO-GENERAL   PIC 9(3).
       01 W-DIAS-CICLO      PIC 9(3).

      * Factor z de la normal para cada nivel de servicio; uno que
      * no esta en la tabla toma el de 95%.
       01 TABLA-NIVELES-SERVICIO.
          05 FILLER PIC X(5) VALUE "80084".
          05 FILLER PIC X(5) VALUE "85104".
          05 FILLER PIC X(5) VALUE "90128".
          05 FILLER PIC X(5) VALUE "95165".
          05 FILLER PIC X(5) VALUE "97188".
          05 FILLER PIC X(5) VALUE "98205".
          05 FILLER PIC X(5) VALUE "99233".
       01 NIVELES-R REDEFINES TABLA-NIVELES-SERVICIO.
          05 NIVEL-DATOS OCCURS 7 TIMES.
             10 NIVEL-PORCENTAJE PIC 9(2).
             10 NIVEL-FACTOR-Z   PIC 9V99.
       01 W-IND-NIVEL       PIC 9.
       01 W-FACTOR-Z        PIC 9V99.

      * Consumo del producto en proceso: el dia que se esta
      * acumulando y, por dia cerrado, la suma y la suma de
      * cuadrados (los dias sin movimiento suman cero), global y por
      * sucursal.
       01 W-DIA-EN-CURSO    PIC 9(8).
       01 W-GL-DIA          PIC S9(7).
       01 W-GL-SUMA         PIC S9(9).
       01 W-GL-CUADRADOS    PIC S9(15).
       01 W-TABLA-SUC-CONSUMO.
          03 W-SC-ENTRADA OCCURS 30 TIMES.
             05 W-SC-SUCURSAL    PIC X(3).
             05 W-SC-DIA         PIC S9(7).
             05 W-SC-SUMA        PIC S9(9).
             05 W-SC-CUADRADOS   PIC S9(15).
       01 W-CANT-SC         PIC 9(2).
       01 W-IND-SC          PIC 9(2).
       01 W-SC-HALLADO      PIC 9(2).
       01 W-CONSUMO-MOV     PIC S9(7).

      * Comprobante del movimiento: se guarda el ultimo resuelto
      * porque los renglones de un comprobante vienen seguidos.
       01 W-DOC-TIPO        PIC X.
       01 W-DOC-NUMERO      PIC 9(9).
       01 W-DOC-SUCURSAL    PIC X(3).

       01 W-ULT-COMPRA      PIC 9(9).
       01 W-PROVEEDOR       PIC 9(5).
       01 W-PLAZO           PIC 9(3).

      * Calculo de una propuesta.
       01 W-CALC-SUMA       PIC S9(9).
       01 W-CALC-CUADRADOS  PIC S9(15).
       01 W-CALC-MEDIA      PIC S9(5)V9(3).
       01 W-CALC-VARIANZA   PIC S9(11)V9(6).
       01 W-CALC-DESVIO     PIC 9(5)V9(3).
       01 W-CALC-PUNTO      PIC 9(7).
       01 W-CALC-CANT       PIC 9(7).
       01 W-FACTOR-COMPRA   PIC 9(5).
       01 W-PAQUETES        PIC 9(7).
       01 W-SUC-PROPUESTA   PIC X(3).
       01 W-PUNTO-VIGENTE   PIC 9(7).
       01 W-CANT-VIGENTE    PIC 9(7).
       01 W-DIFERENCIA      PIC S9(7).
       01 W-UMBRAL          PIC 9(7).
       01 W-MATERIAL        PIC X.

       01 W-CANT-REVISADOS  PIC 9(7) VALUE 0.
       01 W-CANT-PROPUESTAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "RECALCULO DE PUNTOS DE REORDEN - VENTANA "
                       W-DIAS-VENTANA " DIAS, SERVICIO "
                       W-NIVEL-SERVICIO "%"
               PERFORM REVISO-PRODUCTOS THRU F-REVISO-PRODUCTOS
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Productos revisados  : " W-CANT-REVISADOS.
            DISPLAY "Propuestas generadas : " W-CANT-PROPUESTAS.
            STOP RUN.

       PIDO-PARAMETROS.
            DISPLAY "Dias de historia (0=180): " WITH NO ADVANCING.
            ACCEPT W-DIAS-VENTANA.
            IF W-DIAS-VENTANA = 0
               MOVE 180 TO W-DIAS-VENTANA
            END-IF.
            DISPLAY "Nivel de servicio % (0=95): " WITH NO ADVANCING.
            ACCEPT W-NIVEL-SERVICIO.
            IF W-NIVEL-SERVICIO = 0
               MOVE 95 TO W-NIVEL-SERVICIO
            END-IF.
            MOVE 0 TO W-FACTOR-Z.
            PERFORM BUSCO-NIVEL THRU F-BUSCO-NIVEL
                VARYING W-IND-NIVEL FROM 1 BY 1
                    UNTIL W-IND-NIVEL > 7.
            IF W-FACTOR-Z = 0
               DISPLAY "Nivel no tabulado, se toma 95%"
               MOVE 95 TO W-NIVEL-SERVICIO
               MOVE 1,65 TO W-FACTOR-Z
            END-IF.
            DISPLAY "Plazo de entrega general en dias (0=15): "
                    WITH NO ADVANCING.
            ACCEPT W-PLAZO-GENERAL.
            IF W-PLAZO-GENERAL = 0
               MOVE 15 TO W-PLAZO-GENERAL
            END-IF.
            DISPLAY "Dias de ciclo de compra (0=30): "
                    WITH NO ADVANCING.
            ACCEPT W-DIAS-CICLO.
            IF W-DIAS-CICLO = 0
               MOVE 30 TO W-DIAS-CICLO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA)
                     - W-DIAS-VENTANA + 1).

       F-PIDO-PARAMETROS.
            EXIT.

       BUSCO-NIVEL.
            IF NIVEL-PORCENTAJE(W-IND-NIVEL) = W-NIVEL-SERVICIO
               MOVE NIVEL-FACTOR-Z(W-IND-NIVEL) TO W-FACTOR-Z
            END-IF.

       F-BUSCO-NIVEL.
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
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Facturas: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT REMITOS.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT COMPRAS.
            IF ST-COMPRAS > "07"
               DISPLAY "Error abriendo Compras: " ST-COMPRAS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PROVEEDORES.
            IF ST-PROVEEDORES > "07"
               DISPLAY "Error abriendo Proveedores: " ST-PROVEEDORES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT STOCK-SUCURSAL.
            IF ST-STOCK-SUC > "07"
               DISPLAY "Error abriendo Stock Sucursal: " ST-STOCK-SUC
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O PROPUESTAS-REORDEN.
            IF ST-PROP-REORDEN > "07"
               DISPLAY "Error abriendo Propuestas de Reorden: "
                       ST-PROP-REORDEN
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PRODUCTOS.
            CLOSE MOVIMIENTOS-STOCK.
            CLOSE FACTURA.
            CLOSE REMITOS.
            CLOSE COMPRAS.
            CLOSE PROVEEDORES.
            CLOSE STOCK-SUCURSAL.
            CLOSE PROPUESTAS-REORDEN.

       F-CIERRO-ARCHIVOS.
            EXIT.

       REVISO-PRODUCTOS.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF PROD-ACTIVO
                   ADD 1 TO W-CANT-REVISADOS
                   PERFORM REVISO-UN-PRODUCTO
                      THRU F-REVISO-UN-PRODUCTO
                END-IF
            END-READ.

       F-REVISO-PRODUCTOS.
            EXIT.

      * REVISO-UN-PRODUCTO: consumo del kardex, plazo del proveedor
      * de la ultima compra, propuesta global y una por cada
      * registro de la sucursal.
       REVISO-UN-PRODUCTO.
            PERFORM LEO-KARDEX-PRODUCTO THRU F-LEO-KARDEX-PRODUCTO.
            PERFORM TOMO-PLAZO-ENTREGA THRU F-TOMO-PLAZO-ENTREGA.
            MOVE 1 TO W-FACTOR-COMPRA.
            IF PROD-FACTOR-COMPRA NUMERIC AND PROD-FACTOR-COMPRA > 1
               MOVE PROD-FACTOR-COMPRA TO W-FACTOR-COMPRA
            END-IF.
            MOVE W-GL-SUMA TO W-CALC-SUMA.
            MOVE W-GL-CUADRADOS TO W-CALC-CUADRADOS.
            PERFORM CALCULO-PROPUESTA THRU F-CALCULO-PROPUESTA.
            MOVE SPACES TO W-SUC-PROPUESTA.
            MOVE PROD-PUNTO-REORDEN TO W-PUNTO-VIGENTE.
            MOVE 0 TO W-CANT-VIGENTE.
            PERFORM GRABO-SI-MATERIAL THRU F-GRABO-SI-MATERIAL.
            MOVE PROD-CODIGO TO STK-CODIGO.
            MOVE LOW-VALUES TO STK-SUCURSAL.
            MOVE "N" TO W-FIN-SUC.
            START STOCK-SUCURSAL KEY IS NOT LESS THAN STK-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-SUC
            END-START.
            PERFORM REVISO-UNA-SUCURSAL THRU F-REVISO-UNA-SUCURSAL
                UNTIL W-FIN-SUC = "S".

       F-REVISO-UN-PRODUCTO.
            EXIT.

       REVISO-UNA-SUCURSAL.
            READ STOCK-SUCURSAL NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-SUC
                GO TO F-REVISO-UNA-SUCURSAL
            END-READ.
            IF STK-CODIGO NOT = PROD-CODIGO
               MOVE "S" TO W-FIN-SUC
               GO TO F-REVISO-UNA-SUCURSAL
            END-IF.
            MOVE STK-SUCURSAL TO W-DOC-SUCURSAL.
            PERFORM BUSCO-SUCURSAL THRU F-BUSCO-SUCURSAL.
            IF W-SC-HALLADO = 0
               MOVE 0 TO W-CALC-SUMA
               MOVE 0 TO W-CALC-CUADRADOS
            ELSE
               MOVE W-SC-SUMA(W-SC-HALLADO) TO W-CALC-SUMA
               MOVE W-SC-CUADRADOS(W-SC-HALLADO) TO W-CALC-CUADRADOS
            END-IF.
            PERFORM CALCULO-PROPUESTA THRU F-CALCULO-PROPUESTA.
            MOVE STK-SUCURSAL TO W-SUC-PROPUESTA.
            MOVE STK-PUNTO-REORDEN TO W-PUNTO-VIGENTE.
            IF STK-CANTIDAD-REORDEN NUMERIC
               MOVE STK-CANTIDAD-REORDEN TO W-CANT-VIGENTE
            ELSE
               MOVE 0 TO W-CANT-VIGENTE
            END-IF.
            PERFORM GRABO-SI-MATERIAL THRU F-GRABO-SI-MATERIAL.

       F-REVISO-UNA-SUCURSAL.
            EXIT.

      * LEO-KARDEX-PRODUCTO: todo el kardex del producto (la ultima
      * compra puede ser anterior a la ventana); el consumo se toma
      * solo dentro de la ventana. Consumo = lo que salio por
      * factura o remito menos lo que volvio (D, remito anulado),
      * con el signo del kardex invertido.
       LEO-KARDEX-PRODUCTO.
            MOVE 0 TO W-GL-DIA.
            MOVE 0 TO W-GL-SUMA.
            MOVE 0 TO W-GL-CUADRADOS.
            MOVE 0 TO W-CANT-SC.
            MOVE 0 TO W-DIA-EN-CURSO.
            MOVE 0 TO W-ULT-COMPRA.
            MOVE SPACE TO W-DOC-TIPO.
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
            PERFORM CIERRO-DIA THRU F-CIERRO-DIA.

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
            IF MOV-COMPRA AND MOV-CANTIDAD > 0
               MOVE MOV-DOCUMENTO TO W-ULT-COMPRA
            END-IF.
            IF MOV-FECHA < W-FECHA-DESDE
               GO TO F-LEO-UN-MOVIMIENTO
            END-IF.
            IF NOT MOV-VENTA AND NOT MOV-REMITO
                  AND NOT MOV-DEVOLUCION
               GO TO F-LEO-UN-MOVIMIENTO
            END-IF.
            IF MOV-FECHA NOT = W-DIA-EN-CURSO
               PERFORM CIERRO-DIA THRU F-CIERRO-DIA
               MOVE MOV-FECHA TO W-DIA-EN-CURSO
            END-IF.
            COMPUTE W-CONSUMO-MOV = MOV-CANTIDAD * -1.
            ADD W-CONSUMO-MOV TO W-GL-DIA.
            PERFORM RESUELVO-SUCURSAL THRU F-RESUELVO-SUCURSAL.
            PERFORM BUSCO-SUCURSAL THRU F-BUSCO-SUCURSAL.
            IF W-SC-HALLADO = 0
               IF W-CANT-SC < 30
                  ADD 1 TO W-CANT-SC
                  MOVE W-CANT-SC TO W-SC-HALLADO
                  MOVE W-DOC-SUCURSAL TO W-SC-SUCURSAL(W-SC-HALLADO)
                  MOVE 0 TO W-SC-DIA(W-SC-HALLADO)
                  MOVE 0 TO W-SC-SUMA(W-SC-HALLADO)
                  MOVE 0 TO W-SC-CUADRADOS(W-SC-HALLADO)
               ELSE
                  GO TO F-LEO-UN-MOVIMIENTO
               END-IF
            END-IF.
            ADD W-CONSUMO-MOV TO W-SC-DIA(W-SC-HALLADO).

       F-LEO-UN-MOVIMIENTO.
            EXIT.

      * RESUELVO-SUCURSAL: factura o nota de credito (V, D) por
      * FACT-SUCURSAL, remito (E) por REM-SUCURSAL. Un comprobante
      * que no se encuentra no tiene sucursal (solo cuenta global).
       RESUELVO-SUCURSAL.
            IF MOV-TIPO = W-DOC-TIPO AND MOV-DOCUMENTO = W-DOC-NUMERO
               GO TO F-RESUELVO-SUCURSAL
            END-IF.
            MOVE MOV-TIPO TO W-DOC-TIPO.
            MOVE MOV-DOCUMENTO TO W-DOC-NUMERO.
            MOVE SPACES TO W-DOC-SUCURSAL.
            IF MOV-REMITO
               MOVE MOV-DOCUMENTO TO REM-NUMERO
               READ REMITOS KEY IS REM-NUMERO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE REM-SUCURSAL TO W-DOC-SUCURSAL
               END-READ
            ELSE
               MOVE MOV-DOCUMENTO TO FACT-NUMERO
               READ FACTURA KEY IS FACT-NUMERO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE FACT-SUCURSAL TO W-DOC-SUCURSAL
               END-READ
            END-IF.

       F-RESUELVO-SUCURSAL.
            EXIT.

       BUSCO-SUCURSAL.
            MOVE 0 TO W-SC-HALLADO.
            PERFORM COMPARO-SUCURSAL THRU F-COMPARO-SUCURSAL
                VARYING W-IND-SC FROM 1 BY 1
                    UNTIL W-IND-SC > W-CANT-SC
                       OR W-SC-HALLADO NOT = 0.

       F-BUSCO-SUCURSAL.
            EXIT.

       COMPARO-SUCURSAL.
            IF W-SC-SUCURSAL(W-IND-SC) = W-DOC-SUCURSAL
               MOVE W-IND-SC TO W-SC-HALLADO
            END-IF.

       F-COMPARO-SUCURSAL.
            EXIT.

      * CIERRO-DIA: pasa el consumo del dia en curso a la suma y a
      * la suma de cuadrados, global y de cada sucursal.
       CIERRO-DIA.
            ADD W-GL-DIA TO W-GL-SUMA.
            COMPUTE W-GL-CUADRADOS = W-GL-CUADRADOS +
                    (W-GL-DIA * W-GL-DIA).
            MOVE 0 TO W-GL-DIA.
            PERFORM CIERRO-DIA-SUCURSAL THRU F-CIERRO-DIA-SUCURSAL
                VARYING W-IND-SC FROM 1 BY 1
                    UNTIL W-IND-SC > W-CANT-SC.

       F-CIERRO-DIA.
            EXIT.

       CIERRO-DIA-SUCURSAL.
            ADD W-SC-DIA(W-IND-SC) TO W-SC-SUMA(W-IND-SC).
            COMPUTE W-SC-CUADRADOS(W-IND-SC) =
                    W-SC-CUADRADOS(W-IND-SC) +
                    (W-SC-DIA(W-IND-SC) * W-SC-DIA(W-IND-SC)).
            MOVE 0 TO W-SC-DIA(W-IND-SC).

       F-CIERRO-DIA-SUCURSAL.
            EXIT.

      * TOMO-PLAZO-ENTREGA: proveedor de la ultima compra del
      * producto y su plazo; sin compras o sin plazo cargado, el
      * plazo general de la corrida.
       TOMO-PLAZO-ENTREGA.
            MOVE W-PLAZO-GENERAL TO W-PLAZO.
            MOVE 0 TO W-PROVEEDOR.
            IF W-ULT-COMPRA = 0
               GO TO F-TOMO-PLAZO-ENTREGA
            END-IF.
            MOVE W-ULT-COMPRA TO COMP-NUMERO.
            READ COMPRAS KEY IS COMP-NUMERO
              INVALID KEY
                GO TO F-TOMO-PLAZO-ENTREGA
            END-READ.
            MOVE COMP-PROVEEDOR TO W-PROVEEDOR.
            MOVE COMP-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                GO TO F-TOMO-PLAZO-ENTREGA
            END-READ.
            IF PROV-PLAZO-ENTREGA NUMERIC AND PROV-PLAZO-ENTREGA > 0
               MOVE PROV-PLAZO-ENTREGA TO W-PLAZO
            END-IF.

       F-TOMO-PLAZO-ENTREGA.
            EXIT.

      * CALCULO-PROPUESTA: media y desvio del consumo diario sobre
      * los dias de la ventana; punto = media * plazo + z * desvio *
      * raiz(plazo); cantidad = media * ciclo, en paquetes enteros de
      * la unidad de compra.
       CALCULO-PROPUESTA.
            COMPUTE W-CALC-MEDIA ROUNDED =
                    W-CALC-SUMA / W-DIAS-VENTANA.
            COMPUTE W-CALC-VARIANZA ROUNDED =
                    (W-CALC-CUADRADOS / W-DIAS-VENTANA)
                    - (W-CALC-MEDIA * W-CALC-MEDIA).
            IF W-CALC-MEDIA NOT > 0
               MOVE 0 TO W-CALC-MEDIA
               MOVE 0 TO W-CALC-DESVIO
               MOVE 0 TO W-CALC-PUNTO
               MOVE 0 TO W-CALC-CANT
               GO TO F-CALCULO-PROPUESTA
            END-IF.
            IF W-CALC-VARIANZA > 0
               COMPUTE W-CALC-DESVIO ROUNDED =
                       FUNCTION SQRT(W-CALC-VARIANZA)
            ELSE
               MOVE 0 TO W-CALC-DESVIO
            END-IF.
            COMPUTE W-CALC-PUNTO ROUNDED =
                    (W-CALC-MEDIA * W-PLAZO) +
                    (W-FACTOR-Z * W-CALC-DESVIO *
                     FUNCTION SQRT(W-PLAZO)).
            COMPUTE W-CALC-CANT ROUNDED =
                    W-CALC-MEDIA * W-DIAS-CICLO.
            IF W-FACTOR-COMPRA > 1
               COMPUTE W-PAQUETES =
                       (W-CALC-CANT + W-FACTOR-COMPRA - 1)
                       / W-FACTOR-COMPRA
               COMPUTE W-CALC-CANT = W-PAQUETES * W-FACTOR-COMPRA
            END-IF.

       F-CALCULO-PROPUESTA.
            EXIT.

      * GRABO-SI-MATERIAL: solo se propone si el punto o la cantidad
      * se mueven mas de un 10% contra lo vigente (con vigente en
      * cero, cualquier valor propuesto); el resto es ruido para
      * compras. El global no tiene cantidad en el maestro: ahi
      * decide solo el punto y la cantidad va como referencia.
       GRABO-SI-MATERIAL.
            MOVE "N" TO W-MATERIAL.
            COMPUTE W-DIFERENCIA = W-CALC-PUNTO - W-PUNTO-VIGENTE.
            IF W-DIFERENCIA < 0
               COMPUTE W-DIFERENCIA = W-DIFERENCIA * -1
            END-IF.
            COMPUTE W-UMBRAL ROUNDED = W-PUNTO-VIGENTE * 0,10.
            IF W-DIFERENCIA > W-UMBRAL
               MOVE "S" TO W-MATERIAL
            END-IF.
            IF W-SUC-PROPUESTA = SPACES
               MOVE 0 TO W-DIFERENCIA
            ELSE
               COMPUTE W-DIFERENCIA = W-CALC-CANT - W-CANT-VIGENTE
            END-IF.
            IF W-DIFERENCIA < 0
               COMPUTE W-DIFERENCIA = W-DIFERENCIA * -1
            END-IF.
            COMPUTE W-UMBRAL ROUNDED = W-CANT-VIGENTE * 0,10.
            IF W-DIFERENCIA > W-UMBRAL
               MOVE "S" TO W-MATERIAL
            END-IF.
            IF W-MATERIAL = "S"
               PERFORM GRABO-PROPUESTA THRU F-GRABO-PROPUESTA
            END-IF.

       F-GRABO-SI-MATERIAL.
            EXIT.

      * GRABO-PROPUESTA: una propuesta anterior, pendiente o ya
      * decidida, se renueva con la nueva corrida (la decision
      * vieja quedo en HISTORIAL-REORDEN si cambio el maestro).
       GRABO-PROPUESTA.
            INITIALIZE REG-PROPUESTA-REORDEN.
            MOVE PROD-CODIGO TO PRE-CODIGO.
            MOVE W-SUC-PROPUESTA TO PRE-SUCURSAL.
            MOVE W-PUNTO-VIGENTE TO PRE-PUNTO-VIGENTE.
            MOVE W-CANT-VIGENTE TO PRE-CANT-VIGENTE.
            MOVE W-CALC-PUNTO TO PRE-PUNTO-PROPUESTO.
            MOVE W-CALC-CANT TO PRE-CANT-PROPUESTA.
            MOVE W-CALC-MEDIA TO PRE-CONSUMO-DIARIO.
            MOVE W-CALC-DESVIO TO PRE-DESVIO-DIARIO.
            MOVE W-DIAS-VENTANA TO PRE-DIAS-VENTANA.
            MOVE W-PROVEEDOR TO PRE-PROVEEDOR.
            MOVE W-PLAZO TO PRE-PLAZO-ENTREGA.
            MOVE W-NIVEL-SERVICIO TO PRE-NIVEL-SERVICIO.
            SET PRE-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO PRE-FECHA-GENERACION.
            WRITE REG-PROPUESTA-REORDEN
              INVALID KEY
                REWRITE REG-PROPUESTA-REORDEN
                  INVALID KEY
                    DISPLAY "Error grabando propuesta de "
                            PROD-CODIGO " " W-SUC-PROPUESTA
                END-REWRITE
            END-WRITE.
            ADD 1 TO W-CANT-PROPUESTAS.
            DISPLAY "Propuesta " PROD-CODIGO " suc " W-SUC-PROPUESTA
                    " punto " W-PUNTO-VIGENTE " -> " W-CALC-PUNTO
                    " cant " W-CANT-VIGENTE " -> " W-CALC-CANT.

       F-GRABO-PROPUESTA.
            EXIT.

       END PROGRAM "RECALCULO-REORDEN".
