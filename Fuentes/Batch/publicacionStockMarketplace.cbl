      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Publicacion del stock disponible en el marketplace.
      *          Corre varias veces por dia (job MKTWEB, despues de
      *          IMPORT-PEDIDOS-MARKETPLACE) y arma stockMarketplace.txt
      *          con un renglon por producto del catalogo web -- los
      *          que tienen stock cargado en la sucursal web en
      *          STOCK-SUCURSAL --:
      *            codigo,disponible (7 digitos),estado,fecha,hora
      *          El disponible va en unidad de venta (el mismo calculo
      *          de ABM-COTIZACIONES: un kit publica lo que alcanza a
      *          armarse con el componente mas escaso) menos lo ya
      *          vendido y no entregado, que son los presupuestos
      *          pendientes de la sucursal web. Un producto por debajo
      *          de su cantidad de seguridad (seguridadMarketplace.dat,
      *          o la general de la corrida) o dado de baja se publica
      *          bloqueado (B) con disponible en cero, para no vender
      *          stock que no tenemos. Parametros: sucursal web y
      *          cantidad de seguridad general.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PUBLICACION-STOCK-MARKETPLACE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/productos.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/seguridadMarketplace.sel".

           SELECT STOCK-MARKETPLACE
             ASSIGN TO "./stockMarketplace.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-PUBLICACION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/productos.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/seguridadMarketplace.fd".

       FD STOCK-MARKETPLACE.
       01 REG-STOCK-MARKETPLACE PIC X(80).

       WORKING-STORAGE SECTION.

       01 ST-PRODUCTOS       PIC XX.
       01 ST-STOCK-SUC       PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-COTIZACIONES    PIC XX.
       01 ST-COT-RENGLONES   PIC XX.
       01 ST-SEGURIDAD       PIC XX.
       01 ST-PUBLICACION     PIC XX.
       01 W-FIN-PRODUCTOS    PIC X VALUE "N".
       01 W-FIN-COTIZACIONES PIC X.
       01 W-FIN-COT-RENGLONES PIC X.
       01 W-FIN-SEGURIDAD    PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).
       01 W-HORA-PUBLICADA   PIC 9(6).

       01 W-SUCURSAL-WEB     PIC X(3).
       01 W-SEGURIDAD-GRAL   PIC 9(7).

      * Vendido y no entregado: lo que piden los presupuestos
      * pendientes de la sucursal web, por producto, en unidad de
      * venta. Con la tabla llena el excedente no se descuenta y se
      * avisa con RC 4.
       01 W-TABLA-COMPROMETIDO.
          05 W-COMPROMETIDO OCCURS 2000 TIMES.
             10 W-CMP-CODIGO   PIC X(10).
             10 W-CMP-CANT     PIC 9(7).
       01 W-CANT-COMPROMETIDO PIC 9(4) VALUE 0.
       01 W-IND-CMP          PIC 9(4).
       01 W-CMP-HALLADO      PIC 9(4).
       01 W-COT-ACTUAL       PIC 9(9).

      * Cantidades de seguridad por producto (seguridadMarketplace.dat);
      * un producto que no figura usa la general de la corrida.
       01 W-TABLA-SEGURIDAD.
          05 W-SEGURIDAD OCCURS 500 TIMES.
             10 W-SEG-CODIGO   PIC X(10).
             10 W-SEG-CANT     PIC 9(7).
       01 W-CANT-SEGURIDAD   PIC 9(3) VALUE 0.
       01 W-IND-SEG          PIC 9(3).
       01 W-SEGURIDAD-PROD   PIC 9(7).

      * Kits: el kit no lleva stock propio; su disponible en la
      * sucursal es lo que alcanza a armarse con el componente mas
      * escaso (COMPONENTES-KIT).
       01 W-ITEM-CODIGO      PIC X(10).
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).
       01 W-DISPONIBLE       PIC S9(7).
       01 W-DISP-CARGADO     PIC X.
       01 W-ARMABLES         PIC S9(7).

       01 W-ESTADO-PUBLICADO PIC X.
          88 W-PUBLICADO-ACTIVO    VALUE "A".
          88 W-PUBLICADO-BLOQUEADO VALUE "B".
       01 W-CANT-PUBLICADA   PIC 9(7).

       01 W-CANT-PUBLICADOS  PIC 9(7) VALUE 0.
       01 W-CANT-BLOQUEADOS  PIC 9(7) VALUE 0.
       01 W-CANT-PENDIENTES  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            MOVE W-HORA-SISTEMA(1:6) TO W-HORA-PUBLICADA.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            IF W-FIN-PRODUCTOS NOT = "S"
               PERFORM LEO-SEGURIDAD THRU F-LEO-SEGURIDAD
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
            END-IF.
            IF W-FIN-PRODUCTOS NOT = "S"
               PERFORM CARGO-COMPROMETIDO THRU F-CARGO-COMPROMETIDO
               MOVE LOW-VALUES TO PROD-CODIGO
               START PRODUCTOS KEY IS NOT LESS THAN PROD-CODIGO
                 INVALID KEY MOVE "S" TO W-FIN-PRODUCTOS
               END-START
               PERFORM PUBLICO-PRODUCTO THRU F-PUBLICO-PRODUCTO
                   UNTIL W-FIN-PRODUCTOS = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
            END-IF.
            DISPLAY "PUBLICACION DE STOCK MARKETPLACE - "
                    W-SUCURSAL-WEB " " W-FECHA-SISTEMA " "
                    W-HORA-PUBLICADA.
            DISPLAY "Presupuestos pendientes : " W-CANT-PENDIENTES.
            DISPLAY "Productos publicados    : " W-CANT-PUBLICADOS.
            DISPLAY "Publicados bloqueados   : " W-CANT-BLOQUEADOS.
            STOP RUN.

      * PIDO-PARAMETROS: la sucursal web tiene que existir; la
      * cantidad de seguridad general aplica a todo producto que no
      * tenga la suya en seguridadMarketplace.dat.
       PIDO-PARAMETROS.
            DISPLAY "Sucursal web: " WITH NO ADVANCING.
            ACCEPT W-SUCURSAL-WEB.
            DISPLAY "Cantidad de seguridad general: "
                    WITH NO ADVANCING.
            ACCEPT W-SEGURIDAD-GRAL.
            OPEN INPUT SUCURSALES.
            IF ST-SUCURSALES > "07"
               DISPLAY "Error abriendo Sucursales: " ST-SUCURSALES
               MOVE "S" TO W-FIN-PRODUCTOS
               MOVE 8 TO RETURN-CODE
               GO TO F-PIDO-PARAMETROS
            END-IF.
            MOVE W-SUCURSAL-WEB TO SUC-CODIGO.
            READ SUCURSALES KEY IS SUC-CODIGO
              INVALID KEY
                DISPLAY "Sucursal web inexistente: " W-SUCURSAL-WEB
                MOVE "S" TO W-FIN-PRODUCTOS
                MOVE 8 TO RETURN-CODE
            END-READ.
            CLOSE SUCURSALES.

       F-PIDO-PARAMETROS.
            EXIT.

       LEO-SEGURIDAD.
            OPEN INPUT SEGURIDAD-MARKETPLACE.
            IF ST-SEGURIDAD = "00"
               MOVE "N" TO W-FIN-SEGURIDAD
               PERFORM LEO-UNA-SEGURIDAD THRU F-LEO-UNA-SEGURIDAD
                   UNTIL W-FIN-SEGURIDAD = "S"
               CLOSE SEGURIDAD-MARKETPLACE
            END-IF.

       F-LEO-SEGURIDAD.
            EXIT.

       LEO-UNA-SEGURIDAD.
            READ SEGURIDAD-MARKETPLACE
              AT END
                MOVE "S" TO W-FIN-SEGURIDAD
                GO TO F-LEO-UNA-SEGURIDAD
            END-READ.
            IF SEG-CANTIDAD IS NOT NUMERIC
               DISPLAY "Cantidad de seguridad invalida, se ignora: "
                       SEG-CODIGO
               GO TO F-LEO-UNA-SEGURIDAD
            END-IF.
            IF W-CANT-SEGURIDAD NOT < 500
               DISPLAY "Tabla de seguridad llena, se ignora: "
                       SEG-CODIGO
               MOVE 4 TO RETURN-CODE
               GO TO F-LEO-UNA-SEGURIDAD
            END-IF.
            ADD 1 TO W-CANT-SEGURIDAD.
            MOVE SEG-CODIGO TO W-SEG-CODIGO(W-CANT-SEGURIDAD).
            MOVE SEG-CANTIDAD TO W-SEG-CANT(W-CANT-SEGURIDAD).

       F-LEO-UNA-SEGURIDAD.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN-PRODUCTOS
            END-IF.
            OPEN INPUT STOCK-SUCURSAL.
            IF ST-STOCK-SUC > "07"
               DISPLAY "Error abriendo Stock por Sucursal: "
                       ST-STOCK-SUC
               MOVE "S" TO W-FIN-PRODUCTOS
            END-IF.
            OPEN INPUT COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
               MOVE "S" TO W-FIN-PRODUCTOS
            END-IF.
            OPEN INPUT COT-RENGLONES.
            IF ST-COT-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Presupuesto: "
                       ST-COT-RENGLONES
               MOVE "S" TO W-FIN-PRODUCTOS
            END-IF.
            OPEN OUTPUT STOCK-MARKETPLACE.
            IF ST-PUBLICACION > "07"
               DISPLAY "Error abriendo stockMarketplace.txt: "
                       ST-PUBLICACION
               MOVE "S" TO W-FIN-PRODUCTOS
            END-IF.
            IF W-FIN-PRODUCTOS = "S"
               MOVE 8 TO RETURN-CODE
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PRODUCTOS.
            CLOSE STOCK-SUCURSAL.
            CLOSE COTIZACIONES.
            CLOSE COT-RENGLONES.
            CLOSE STOCK-MARKETPLACE.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-COMPROMETIDO: recorre los presupuestos y suma, por
      * producto, los renglones de los pendientes de la sucursal
      * web -- ordenes ya vendidas que todavia no salieron en un
      * remito y por lo tanto no bajaron STOCK-SUCURSAL.
       CARGO-COMPROMETIDO.
            MOVE 0 TO COT-NUMERO.
            START COTIZACIONES KEY IS NOT LESS THAN COT-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-COTIZACIONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COTIZACIONES
            END-START.
            PERFORM MIRO-UNA-COTIZACION THRU F-MIRO-UNA-COTIZACION
                UNTIL W-FIN-COTIZACIONES = "S".

       F-CARGO-COMPROMETIDO.
            EXIT.

       MIRO-UNA-COTIZACION.
            READ COTIZACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COTIZACIONES
                GO TO F-MIRO-UNA-COTIZACION
            END-READ.
            IF NOT COT-PENDIENTE OR COT-SUCURSAL NOT = W-SUCURSAL-WEB
               GO TO F-MIRO-UNA-COTIZACION
            END-IF.
            ADD 1 TO W-CANT-PENDIENTES.
            MOVE COT-NUMERO TO W-COT-ACTUAL.
            MOVE COT-NUMERO TO COTR-NUMERO.
            MOVE 0 TO COTR-RENGLON.
            START COT-RENGLONES KEY IS NOT LESS THAN COTR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-COT-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COT-RENGLONES
            END-START.
            PERFORM SUMO-UN-RENGLON-COT THRU F-SUMO-UN-RENGLON-COT
                UNTIL W-FIN-COT-RENGLONES = "S".

       F-MIRO-UNA-COTIZACION.
            EXIT.

       SUMO-UN-RENGLON-COT.
            READ COT-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COT-RENGLONES
                GO TO F-SUMO-UN-RENGLON-COT
            END-READ.
            IF COTR-NUMERO NOT = W-COT-ACTUAL
               MOVE "S" TO W-FIN-COT-RENGLONES
               GO TO F-SUMO-UN-RENGLON-COT
            END-IF.
            MOVE 0 TO W-CMP-HALLADO.
            PERFORM BUSCO-COMPROMETIDO THRU F-BUSCO-COMPROMETIDO
                VARYING W-IND-CMP FROM 1 BY 1
                    UNTIL W-IND-CMP > W-CANT-COMPROMETIDO
                       OR W-CMP-HALLADO > 0.
            IF W-CMP-HALLADO > 0
               ADD COTR-CANT TO W-CMP-CANT(W-CMP-HALLADO)
               GO TO F-SUMO-UN-RENGLON-COT
            END-IF.
            IF W-CANT-COMPROMETIDO NOT < 2000
               DISPLAY "Tabla de comprometido llena, no se descuenta "
                       COTR-CODIGO " del presupuesto " COTR-NUMERO
               MOVE 4 TO RETURN-CODE
               GO TO F-SUMO-UN-RENGLON-COT
            END-IF.
            ADD 1 TO W-CANT-COMPROMETIDO.
            MOVE COTR-CODIGO TO W-CMP-CODIGO(W-CANT-COMPROMETIDO).
            MOVE COTR-CANT TO W-CMP-CANT(W-CANT-COMPROMETIDO).

       F-SUMO-UN-RENGLON-COT.
            EXIT.

       BUSCO-COMPROMETIDO.
            IF W-CMP-CODIGO(W-IND-CMP) = COTR-CODIGO
               MOVE W-IND-CMP TO W-CMP-HALLADO
            END-IF.

       F-BUSCO-COMPROMETIDO.
            EXIT.

      * PUBLICO-PRODUCTO: un producto sin stock cargado en la
      * sucursal web no es del catalogo web y no se publica.
       PUBLICO-PRODUCTO.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-PRODUCTOS
                GO TO F-PUBLICO-PRODUCTO
            END-READ.
            MOVE PROD-CODIGO TO W-ITEM-CODIGO.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               GO TO F-PUBLICO-PRODUCTO
            END-IF.
            MOVE 0 TO W-CMP-HALLADO.
            MOVE PROD-CODIGO TO COTR-CODIGO.
            PERFORM BUSCO-COMPROMETIDO THRU F-BUSCO-COMPROMETIDO
                VARYING W-IND-CMP FROM 1 BY 1
                    UNTIL W-IND-CMP > W-CANT-COMPROMETIDO
                       OR W-CMP-HALLADO > 0.
            IF W-CMP-HALLADO > 0
               SUBTRACT W-CMP-CANT(W-CMP-HALLADO) FROM W-DISPONIBLE
            END-IF.
            MOVE W-SEGURIDAD-GRAL TO W-SEGURIDAD-PROD.
            PERFORM BUSCO-SEGURIDAD THRU F-BUSCO-SEGURIDAD
                VARYING W-IND-SEG FROM 1 BY 1
                    UNTIL W-IND-SEG > W-CANT-SEGURIDAD.
            IF NOT PROD-ACTIVO OR W-DISPONIBLE NOT > 0
                  OR W-DISPONIBLE < W-SEGURIDAD-PROD
               SET W-PUBLICADO-BLOQUEADO TO TRUE
               MOVE 0 TO W-CANT-PUBLICADA
               ADD 1 TO W-CANT-BLOQUEADOS
            ELSE
               SET W-PUBLICADO-ACTIVO TO TRUE
               MOVE W-DISPONIBLE TO W-CANT-PUBLICADA
            END-IF.
            MOVE SPACES TO REG-STOCK-MARKETPLACE.
            STRING PROD-CODIGO        DELIMITED BY SPACE
                   ","                DELIMITED BY SIZE
                   W-CANT-PUBLICADA   DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   W-ESTADO-PUBLICADO DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   W-FECHA-SISTEMA    DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   W-HORA-PUBLICADA   DELIMITED BY SIZE
              INTO REG-STOCK-MARKETPLACE
            END-STRING.
            WRITE REG-STOCK-MARKETPLACE.
            ADD 1 TO W-CANT-PUBLICADOS.

       F-PUBLICO-PRODUCTO.
            EXIT.

       BUSCO-SEGURIDAD.
            IF W-SEG-CODIGO(W-IND-SEG) = PROD-CODIGO
               MOVE W-SEG-CANT(W-IND-SEG) TO W-SEGURIDAD-PROD
            END-IF.

       F-BUSCO-SEGURIDAD.
            EXIT.

      * CALCULO-DISPONIBLE: disponible de W-ITEM-CODIGO en la
      * sucursal web, el mismo calculo de ABM-COTIZACIONES. Un
      * producto comun es su STK-STOCK; un kit, las unidades que
      * alcanzan a armarse con el componente mas escaso (un
      * componente sin registro en la sucursal no limita).
      * W-DISP-CARGADO queda en "N" si no hay ningun registro de
      * stock en la sucursal. El stock esta en unidad base; con el
      * producto en el buffer se pasa a unidad de venta.
       CALCULO-DISPONIBLE.
            MOVE "N" TO W-DISP-CARGADO.
            MOVE 0 TO W-DISPONIBLE.
            CALL "COMPONENTES-KIT" USING W-ITEM-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-ITEM-CODIGO TO STK-CODIGO
               MOVE W-SUCURSAL-WEB TO STK-SUCURSAL
               READ STOCK-SUCURSAL KEY IS STK-CLAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO W-DISP-CARGADO
                   MOVE STK-STOCK TO W-DISPONIBLE
               END-READ
            ELSE
               PERFORM DISPONIBLE-COMPONENTE
                  THRU F-DISPONIBLE-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
            END-IF.
            IF W-DISP-CARGADO = "S" AND PROD-FACTOR-VENTA NUMERIC
               IF PROD-FACTOR-VENTA > 1
                  COMPUTE W-DISPONIBLE =
                          W-DISPONIBLE / PROD-FACTOR-VENTA
               END-IF
            END-IF.

       F-CALCULO-DISPONIBLE.
            EXIT.

       DISPONIBLE-COMPONENTE.
            IF W-KIT-COMP-CANT(W-IND-COMP) = 0
               GO TO F-DISPONIBLE-COMPONENTE
            END-IF.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO STK-CODIGO.
            MOVE W-SUCURSAL-WEB TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                GO TO F-DISPONIBLE-COMPONENTE
            END-READ.
            IF STK-STOCK < 0
               MOVE 0 TO W-ARMABLES
            ELSE
               COMPUTE W-ARMABLES =
                       STK-STOCK / W-KIT-COMP-CANT(W-IND-COMP)
            END-IF.
            IF W-DISP-CARGADO NOT = "S" OR W-ARMABLES < W-DISPONIBLE
               MOVE W-ARMABLES TO W-DISPONIBLE
               MOVE "S" TO W-DISP-CARGADO
            END-IF.

       F-DISPONIBLE-COMPONENTE.
            EXIT.

       END PROGRAM "PUBLICACION-STOCK-MARKETPLACE".
