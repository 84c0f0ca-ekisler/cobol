      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Carga de las ordenes del marketplace. Hasta ahora cada
      *          venta del marketplace se retipeaba a mano desde el
      *          panel del vendedor. Este job lee el archivo de
      *          ordenes que baja el panel (pedidosMarketplace.txt),
      *          con el mismo esquema encabezado + detalle que
      *          facturasNuevas:
      *            P,orden,comprador,nombre,documento,direccion,codpost
      *            I,codigo,cantidad (5 digitos),precio (9(7)V99)
      *          (documento: CUIT o DNI en 11 digitos con ceros a la
      *          izquierda)
      *          Cada orden queda como pedido de la sucursal web: un
      *          presupuesto pendiente en COTIZACIONES (talonario Q de
      *          la sucursal via PROXIMO-NUMERO-EMPRESA, validez
      *          standard de 15 dias) con sus COT-RENGLONES al precio
      *          que cobro el marketplace, listo para convertirse en
      *          remito de entrega desde ABM-REMITOS. El comprador se
      *          reconoce por su id en COMPRADORES-MARKETPLACE; uno
      *          nuevo se da de alta en CLIENTES con las mismas
      *          validaciones de IMPORT-CLIENTES-NUEVOS (codigo postal,
      *          categoria, limite de credito, digito de control del
      *          Id) y el Id siguiente al ultimo del maestro. Una orden
      *          que ya figura en ORDENES-MARKETPLACE no se vuelve a
      *          cargar. Una orden que no pasa se retiene entera en
      *          RECHAZOS-IMPORT (origen M) para ABM-REPARACION-
      *          IMPORTS. Parametros: sucursal web y vendedor web.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPORT-PEDIDOS-MARKETPLACE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/limitesCredito.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/compradoresMarketplace.sel".
              COPY "./sel/ordenesMarketplace.sel".
              COPY "./sel/rechazosImport.sel".

           SELECT PEDIDOS-MARKETPLACE
             ASSIGN TO "./pedidosMarketplace.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-IMPORTACION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/limitesCredito.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/compradoresMarketplace.fd".
              COPY "./fd/ordenesMarketplace.fd".
              COPY "./fd/rechazosImport.fd".

       FD PEDIDOS-MARKETPLACE.
       01 REG-PEDIDOS-MARKETPLACE PIC X(200).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-LIMITES         PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-COTIZACIONES    PIC XX.
       01 ST-COT-RENGLONES   PIC XX.
       01 ST-COMPRADORES     PIC XX.
       01 ST-ORDENES-MKT     PIC XX.
       01 ST-IMPORTACION     PIC XX.
       01 W-FIN-IMPORTACION  PIC X VALUE "N".
       01 W-FIN-CLIENTES     PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).

      * Parametros de la corrida: la sucursal web (la que vende en el
      * marketplace y numera sus pedidos) y el vendedor al que se le
      * asignan las cuentas nuevas y los pedidos.
       01 W-SUCURSAL-WEB     PIC X(3).
       01 W-VENDEDOR-WEB     PIC X(5).
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-TIPO-SERIE       PIC X VALUE "Q".
       01 W-NUMERO-SERIE     PIC 9(9).
       01 W-DIAS-VALIDEZ-STD PIC 9(3) VALUE 15.
       01 W-DIAS-FECHA       PIC 9(7).
       01 W-USUARIO-MKT      PIC X(8) VALUE "MKTPLACE".

      * Cola de retencion de rechazos: cada orden rechazada queda en
      * RECHAZOS-IMPORT con su motivo, para corregirse y liberarse
      * desde ABM-REPARACION-IMPORTS en lugar de retipearla.
       01 ST-RECH-IMP        PIC XX.
       01 W-MOTIVO-HOLD      PIC X(60).
       01 W-ULTIMO-RIM       PIC 9(7) VALUE 0.
       01 W-FIN-RIM          PIC X.

      * Renglones crudos de la orden abierta (el P y sus I): si la
      * orden cae se retiene el bloque COMPLETO, igual que hace
      * IMPORT-FACTURAS con el comprobante.
       01 W-TABLA-LINEAS.
          03 W-LINEA-ORDEN   PIC X(200) OCCURS 100 TIMES.
       01 W-CANT-LINEAS      PIC 9(3) VALUE 0.
       01 W-IND-LINEA        PIC 9(3).
       01 W-LINEAS-DE-MAS    PIC X VALUE "N".

      * Renglones validados de la orden abierta; se graban recien
      * al cerrarla, para no dejar un pedido a medias.
       01 W-TABLA-ITEMS.
          03 W-ITEM OCCURS 99 TIMES.
             05 W-IT-CODIGO       PIC X(10).
             05 W-IT-CANT         PIC 9(5).
             05 W-IT-PRECIO       PIC S9(7)V9(2).
             05 W-IT-PRECIO-LISTA PIC S9(7)V9(2).
       01 W-CANT-ITEMS       PIC 9(3) VALUE 0.
       01 W-IND-ITEM         PIC 9(3).

      * Campos del renglon externo partido por coma. El tipo de
      * renglon distingue encabezado de orden (P) de detalle (I).
       01 W-TIPO-RENGLON     PIC X.
       01 W-IMP-ORDEN        PIC X(20).
       01 W-IMP-COMPRADOR    PIC X(20).
       01 W-IMP-NOMBRE       PIC X(40).
       01 W-IMP-DOCUMENTO    PIC X(11).
       01 W-IMP-DOCUMENTO-N REDEFINES W-IMP-DOCUMENTO PIC 9(11).
       01 W-IMP-DIRECCION    PIC X(60).
       01 W-IMP-CODPOST      PIC X(10).
       01 W-IMP-CODIGO       PIC X(10).
       01 W-IMP-CANT         PIC X(5).
       01 W-IMP-CANT-N REDEFINES W-IMP-CANT PIC 9(5).
      * W-IMP-PRECIO: decimales implicitos solo digitos (9(7)V99),
      * el mismo esquema REDEFINES que IMPORT-FACTURAS.
       01 W-IMP-PRECIO       PIC 9(9).
       01 W-IMP-PRECIO-R REDEFINES W-IMP-PRECIO PIC 9(7)V9(2).

      * Estado de la orden en armado: el encabezado la abre, los
      * renglones I se suman a W-TABLA-ITEMS y el proximo encabezado
      * (o el fin del archivo) la cierra y graba. W-ORDEN-VALIDA en
      * R marca una orden ya cargada en una corrida anterior.
       01 W-ORDEN-ABIERTA    PIC X VALUE "N".
       01 W-ORDEN-VALIDA     PIC X VALUE "N".
       01 W-MOTIVO-ORDEN     PIC X(60).
       01 W-ITEM-VALIDO      PIC X.
       01 W-CLIENTE-NUEVO    PIC X.
       01 W-CLI-ID-ORDEN     PIC 9(7).
       01 W-TOTAL-ORDEN      PIC S9(9)V9(2).

      * Numeracion de las cuentas nuevas: la base (los 6 primeros
      * digitos) sigue a la del ultimo Id del maestro y el 7mo es el
      * digito de control, para que el Id sea tipeable en el ABM.
       01 W-ULTIMO-CLI-ID    PIC 9(7) VALUE 0.
       01 W-BASE-ID          PIC 9(6) VALUE 0.

       01 W-CODPOST-VALIDO   PIC X VALUE "N".
       01 W-CATEGORIA-VALIDA PIC X VALUE "N".
      * Las cuentas del marketplace son consumidores finales: se dan
      * de alta en la categoria minorista.
       01 W-IMP-CATEGORIA    PIC X(10) VALUE "MINORISTA".

       01 W-LIMITE-CATEGORIA PIC S9(7)V9(3).
       01 W-SALDO-EXCEDE     PIC X VALUE "N".
          88 W-EXCEDE-LIMITE     VALUE "S".

      * TABLA-LIMITES-CREDITO: mismos defaults y el mismo
      * limitesCredito.dat que IMPORT-CLIENTES-NUEVOS.
       01 TABLA-LIMITES-CREDITO.
          05 FILLER PIC X(10)     VALUE "MINORISTA".
          05 FILLER PIC 9(7)V9(3) VALUE 5000,000.
          05 FILLER PIC X(10)     VALUE "MAYORISTA".
          05 FILLER PIC 9(7)V9(3) VALUE 20000,000.
          05 FILLER PIC X(10)     VALUE "VIP".
          05 FILLER PIC 9(7)V9(3) VALUE 50000,000.
       01 LIMITES-R REDEFINES TABLA-LIMITES-CREDITO.
          05 LIMITE-DATOS OCCURS 3 TIMES.
             10 LIMITE-CATEGORIA PIC X(10).
             10 LIMITE-VALOR     PIC 9(7)V9(3).

       01 W-INDICE-LIMITE    PIC 9.
       01 W-FIN-LIMITES      PIC X VALUE "N".

       01 TABLA-CATEGORIAS.
          05 FILLER PIC X(10) VALUE "MINORISTA".
          05 FILLER PIC X(10) VALUE "MAYORISTA".
          05 FILLER PIC X(10) VALUE "VIP".
       01 CATEGORIAS-R REDEFINES TABLA-CATEGORIAS.
          05 CAT-DESCRIPCION PIC X(10) OCCURS 3 TIMES.

       01 W-INDICE-CATEGORIA PIC 9 VALUE 0.

      * Digito de control (modulo 10) del Id Cliente, la misma tabla
      * y calculo que PIDO-ID-CLIENTE en INICIO.
       01 W-CLI-ID-DIGITOS.
          05 W-DIGITO     PIC 9 OCCURS 7 TIMES.
       01 W-CLI-ID-NUM REDEFINES W-CLI-ID-DIGITOS PIC 9(7).
       01 W-DIGITO-VALIDO PIC X VALUE "N".
          88 W-ID-VALIDO      VALUE "S".
       01 W-INDICE-DIGITO PIC 9.
       01 W-VALOR-DOBLE   PIC 9(2).
       01 W-SUMA-DIGITOS  PIC 9(3).
       01 W-DIGITO-CALC   PIC 9.
       01 W-COCIENTE-IDX  PIC 9.
       01 W-RESTO-IDX     PIC 9.
       01 W-COCIENTE-SUMA PIC 9(2).
       01 W-RESTO-SUMA    PIC 9.

       01 W-CANT-LEIDOS      PIC 9(7) VALUE 0.
       01 W-CANT-ORDENES     PIC 9(7) VALUE 0.
       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-RECHAZADAS  PIC 9(7) VALUE 0.
       01 W-CANT-REPETIDAS   PIC 9(7) VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "IMPORT-PEDIDOS-MARKETPLACE".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            PERFORM LEO-LIMITES-CREDITO THRU F-LEO-LIMITES-CREDITO.
            IF W-FIN-IMPORTACION NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
            END-IF.
            IF W-FIN-IMPORTACION NOT = "S"
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               PERFORM IMPORTO-RENGLONES THRU F-IMPORTO-RENGLONES
                   UNTIL W-FIN-IMPORTACION = "S"
               PERFORM CIERRO-ORDEN-ABIERTA
                  THRU F-CIERRO-ORDEN-ABIERTA
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY "Renglones leidos    : " W-CANT-LEIDOS.
            DISPLAY "Pedidos grabados    : " W-CANT-ORDENES.
            DISPLAY "Clientes nuevos     : " W-CANT-CLIENTES.
            DISPLAY "Ordenes rechazadas  : " W-CANT-RECHAZADAS.
            DISPLAY "Ordenes ya cargadas : " W-CANT-REPETIDAS.
            IF W-CANT-RECHAZADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * PIDO-PARAMETROS: la sucursal web tiene que existir y estar
      * activa -- sin ella no hay talonario Q ni stock que publicar.
       PIDO-PARAMETROS.
            DISPLAY "Sucursal web: " WITH NO ADVANCING.
            ACCEPT W-SUCURSAL-WEB.
            DISPLAY "Vendedor web: " WITH NO ADVANCING.
            ACCEPT W-VENDEDOR-WEB.
            OPEN INPUT SUCURSALES.
            IF ST-SUCURSALES > "07"
               DISPLAY "Error abriendo Sucursales: " ST-SUCURSALES
               MOVE "S" TO W-FIN-IMPORTACION
               MOVE 8 TO RETURN-CODE
               GO TO F-PIDO-PARAMETROS
            END-IF.
            MOVE W-SUCURSAL-WEB TO SUC-CODIGO.
            READ SUCURSALES KEY IS SUC-CODIGO
              INVALID KEY
                DISPLAY "Sucursal web inexistente: " W-SUCURSAL-WEB
                MOVE "S" TO W-FIN-IMPORTACION
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                IF NOT SUC-ACTIVA
                   DISPLAY "Sucursal web inactiva: " W-SUCURSAL-WEB
                   MOVE "S" TO W-FIN-IMPORTACION
                   MOVE 8 TO RETURN-CODE
                END-IF
            END-READ.
            CLOSE SUCURSALES.

       F-PIDO-PARAMETROS.
            EXIT.

      * LEO-LIMITES-CREDITO: pisa la tabla de limites con los
      * registros de limitesCredito.dat; sin archivo de control se
      * conservan los VALUE.
       LEO-LIMITES-CREDITO.
            OPEN INPUT LIMITES-CREDITO.
            IF ST-LIMITES = "00"
               MOVE "N" TO W-FIN-LIMITES
               PERFORM LEO-UN-LIMITE THRU F-LEO-UN-LIMITE
                   UNTIL W-FIN-LIMITES = "S"
               CLOSE LIMITES-CREDITO
            END-IF.

       F-LEO-LIMITES-CREDITO.
            EXIT.

       LEO-UN-LIMITE.
            READ LIMITES-CREDITO
              AT END
                MOVE "S" TO W-FIN-LIMITES
              NOT AT END
                PERFORM PISO-UN-LIMITE THRU F-PISO-UN-LIMITE
                    VARYING W-INDICE-LIMITE FROM 1 BY 1
                        UNTIL W-INDICE-LIMITE > 3
            END-READ.

       F-LEO-UN-LIMITE.
            EXIT.

       PISO-UN-LIMITE.
            IF LIM-CATEGORIA = LIMITE-CATEGORIA(W-INDICE-LIMITE)
                  AND LIM-LIMITE IS NUMERIC
               MOVE LIM-LIMITE TO LIMITE-VALOR(W-INDICE-LIMITE)
            END-IF.

       F-PISO-UN-LIMITE.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN-IMPORTACION
            ELSE
               PERFORM BUSCO-ULTIMO-CLIENTE
                  THRU F-BUSCO-ULTIMO-CLIENTE
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            OPEN I-O COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            OPEN I-O COT-RENGLONES.
            IF ST-COT-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Presupuesto: "
                       ST-COT-RENGLONES
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            OPEN I-O COMPRADORES-MARKETPLACE.
            IF ST-COMPRADORES > "07"
               DISPLAY "Error abriendo Compradores Marketplace: "
                       ST-COMPRADORES
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            OPEN I-O ORDENES-MARKETPLACE.
            IF ST-ORDENES-MKT > "07"
               DISPLAY "Error abriendo Ordenes Marketplace: "
                       ST-ORDENES-MKT
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            OPEN I-O RECHAZOS-IMPORT.
            IF ST-RECH-IMP > "07"
               DISPLAY "Error abriendo Rechazos Import: " ST-RECH-IMP
               MOVE "S" TO W-FIN-IMPORTACION
            ELSE
               PERFORM BUSCO-ULTIMO-RIM THRU F-BUSCO-ULTIMO-RIM
            END-IF.
            OPEN INPUT PEDIDOS-MARKETPLACE.
            IF ST-IMPORTACION > "07"
               DISPLAY "Error abriendo ordenes del marketplace: "
                       ST-IMPORTACION
               MOVE "S" TO W-FIN-IMPORTACION
            END-IF.
            IF W-FIN-IMPORTACION = "S"
               MOVE 8 TO RETURN-CODE
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE PRODUCTOS.
            CLOSE COTIZACIONES.
            CLOSE COT-RENGLONES.
            CLOSE COMPRADORES-MARKETPLACE.
            CLOSE ORDENES-MARKETPLACE.
            CLOSE RECHAZOS-IMPORT.
            CLOSE PEDIDOS-MARKETPLACE.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * BUSCO-ULTIMO-CLIENTE: el maestro se recorre por clave, asi
      * que el ultimo Id leido es el mayor; las cuentas nuevas se
      * numeran a continuacion de su base.
       BUSCO-ULTIMO-CLIENTE.
            MOVE 0 TO CLI_ID.
            START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY MOVE "S" TO W-FIN-CLIENTES
              NOT INVALID KEY MOVE "N" TO W-FIN-CLIENTES
            END-START.
            PERFORM MIRO-UN-CLIENTE THRU F-MIRO-UN-CLIENTE
                UNTIL W-FIN-CLIENTES = "S".
            DIVIDE W-ULTIMO-CLI-ID BY 10 GIVING W-BASE-ID.

       F-BUSCO-ULTIMO-CLIENTE.
            EXIT.

       MIRO-UN-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CLIENTES
              NOT AT END
                MOVE CLI_ID TO W-ULTIMO-CLI-ID
            END-READ.

       F-MIRO-UN-CLIENTE.
            EXIT.

       IMPORTO-RENGLONES.
            READ PEDIDOS-MARKETPLACE
              AT END
                MOVE "S" TO W-FIN-IMPORTACION
              NOT AT END
                ADD 1 TO W-CANT-LEIDOS
                PERFORM IMPORTO-UN-RENGLON THRU F-IMPORTO-UN-RENGLON
            END-READ.

       F-IMPORTO-RENGLONES.
            EXIT.

       IMPORTO-UN-RENGLON.
            UNSTRING REG-PEDIDOS-MARKETPLACE DELIMITED BY ","
                INTO W-TIPO-RENGLON
            END-UNSTRING.
            EVALUATE FUNCTION UPPER-CASE(W-TIPO-RENGLON)
               WHEN "P"
                  PERFORM CIERRO-ORDEN-ABIERTA
                     THRU F-CIERRO-ORDEN-ABIERTA
                  PERFORM ABRO-ORDEN THRU F-ABRO-ORDEN
               WHEN "I"
                  PERFORM AGREGO-RENGLON-ITEM
                     THRU F-AGREGO-RENGLON-ITEM
               WHEN OTHER
                  DISPLAY "Renglon con tipo invalido, se retiene: "
                          REG-PEDIDOS-MARKETPLACE
                  MOVE "RENGLON CON TIPO INVALIDO" TO W-MOTIVO-HOLD
                  PERFORM GRABO-RECHAZO-HOLD THRU F-GRABO-RECHAZO-HOLD
            END-EVALUATE.

       F-IMPORTO-UN-RENGLON.
            EXIT.

      * ABRO-ORDEN: abre la orden y valida el encabezado. Una orden
      * ya cargada se saltea sin retenerse: el marketplace vuelve a
      * mandar las ordenes de las ultimas horas en cada archivo.
       ABRO-ORDEN.
            MOVE "S" TO W-ORDEN-ABIERTA.
            MOVE "S" TO W-ORDEN-VALIDA.
            MOVE SPACES TO W-MOTIVO-ORDEN.
            MOVE 0 TO W-CANT-LINEAS.
            MOVE 0 TO W-CANT-ITEMS.
            MOVE "N" TO W-LINEAS-DE-MAS.
            MOVE 0 TO W-CLI-ID-ORDEN.
            MOVE SPACES TO W-IMP-ORDEN W-IMP-COMPRADOR W-IMP-NOMBRE
                           W-IMP-DOCUMENTO W-IMP-DIRECCION
                           W-IMP-CODPOST.
            UNSTRING REG-PEDIDOS-MARKETPLACE DELIMITED BY ","
                INTO W-TIPO-RENGLON W-IMP-ORDEN W-IMP-COMPRADOR
                     W-IMP-NOMBRE W-IMP-DOCUMENTO W-IMP-DIRECCION
                     W-IMP-CODPOST
            END-UNSTRING.
            PERFORM BUFFEREO-LINEA THRU F-BUFFEREO-LINEA.
            IF W-IMP-ORDEN = SPACES OR W-IMP-COMPRADOR = SPACES
               MOVE "ENCABEZADO SIN ORDEN O SIN COMPRADOR"
                 TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-ABRO-ORDEN
            END-IF.
            MOVE W-IMP-ORDEN TO OMK-ORDEN.
            READ ORDENES-MARKETPLACE KEY IS OMK-ORDEN
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "R" TO W-ORDEN-VALIDA
                GO TO F-ABRO-ORDEN
            END-READ.
            PERFORM VALIDO-COMPRADOR THRU F-VALIDO-COMPRADOR.

       F-ABRO-ORDEN.
            EXIT.

      * VALIDO-COMPRADOR: un comprador conocido compra con su cuenta,
      * que tiene que seguir viva; uno nuevo pasa por las mismas
      * validaciones que un alta de IMPORT-CLIENTES-NUEVOS. El Id de
      * la cuenta nueva se toma recien al grabar, para no gastar
      * numeros en ordenes que caen por un renglon.
       VALIDO-COMPRADOR.
            MOVE W-IMP-COMPRADOR TO CMP-COMPRADOR.
            READ COMPRADORES-MARKETPLACE KEY IS CMP-COMPRADOR
              INVALID KEY
                MOVE "S" TO W-CLIENTE-NUEVO
              NOT INVALID KEY
                MOVE "N" TO W-CLIENTE-NUEVO
                MOVE CMP-CLI-ID TO W-CLI-ID-ORDEN
            END-READ.
            IF W-CLIENTE-NUEVO = "N"
               MOVE W-CLI-ID-ORDEN TO CLI_ID
               READ CLIENTES KEY IS ID_CLIENTE
                 INVALID KEY
                   MOVE "CUENTA DEL COMPRADOR INEXISTENTE"
                     TO W-MOTIVO-ORDEN
                   MOVE "N" TO W-ORDEN-VALIDA
                 NOT INVALID KEY
                   IF CLI-BAJA-LOGICA OR CLI-BAJA-PENDIENTE
                      MOVE "CUENTA DEL COMPRADOR DADA DE BAJA"
                        TO W-MOTIVO-ORDEN
                      MOVE "N" TO W-ORDEN-VALIDA
                   END-IF
               END-READ
               GO TO F-VALIDO-COMPRADOR
            END-IF.
            IF W-IMP-NOMBRE = SPACES
               MOVE "COMPRADOR NUEVO SIN NOMBRE" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-COMPRADOR
            END-IF.
            IF W-IMP-DOCUMENTO IS NOT NUMERIC
               MOVE "DOCUMENTO DEL COMPRADOR INVALIDO"
                 TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-COMPRADOR
            END-IF.
            MOVE W-IMP-CODPOST TO CLI_CODPOST.
            PERFORM VALIDO-CODPOST-IMPORTADO
               THRU F-VALIDO-CODPOST-IMPORTADO.
            IF W-CODPOST-VALIDO NOT = "S"
               MOVE "CODIGO POSTAL DEL COMPRADOR INVALIDO"
                 TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-COMPRADOR
            END-IF.
            PERFORM VALIDO-CATEGORIA-IMPORTADA
               THRU F-VALIDO-CATEGORIA-IMPORTADA.
            IF W-CATEGORIA-VALIDA NOT = "S"
               MOVE "CATEGORIA INVALIDA" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
            END-IF.

       F-VALIDO-COMPRADOR.
            EXIT.

      * AGREGO-RENGLON-ITEM: suma un renglon I a la orden abierta con
      * el mismo criterio que IMPORT-FACTURAS (producto existente y
      * activo, precio de lista si la orden lo trae en cero). El
      * primer renglon malo voltea la orden; los que siguen solo se
      * acumulan para retener el bloque entero.
       AGREGO-RENGLON-ITEM.
            MOVE SPACES TO W-IMP-CODIGO W-IMP-CANT.
            MOVE 0 TO W-IMP-PRECIO.
            UNSTRING REG-PEDIDOS-MARKETPLACE DELIMITED BY ","
                INTO W-TIPO-RENGLON W-IMP-CODIGO W-IMP-CANT
                     W-IMP-PRECIO
            END-UNSTRING.
            IF W-ORDEN-ABIERTA NOT = "S"
               DISPLAY "Renglon sin encabezado, se retiene: "
                       REG-PEDIDOS-MARKETPLACE
               MOVE "RENGLON SIN ENCABEZADO DE ORDEN" TO W-MOTIVO-HOLD
               PERFORM GRABO-RECHAZO-HOLD THRU F-GRABO-RECHAZO-HOLD
               GO TO F-AGREGO-RENGLON-ITEM
            END-IF.
            PERFORM BUFFEREO-LINEA THRU F-BUFFEREO-LINEA.
            IF W-ORDEN-VALIDA NOT = "S"
               GO TO F-AGREGO-RENGLON-ITEM
            END-IF.
            PERFORM VALIDO-RENGLON-ITEM THRU F-VALIDO-RENGLON-ITEM.
            IF W-ITEM-VALIDO = "S"
               ADD 1 TO W-CANT-ITEMS
               MOVE W-IMP-CODIGO TO W-IT-CODIGO(W-CANT-ITEMS)
               MOVE W-IMP-CANT-N TO W-IT-CANT(W-CANT-ITEMS)
               MOVE PROD-PRECIO TO W-IT-PRECIO-LISTA(W-CANT-ITEMS)
               IF W-IMP-PRECIO-R = 0
                  MOVE PROD-PRECIO TO W-IT-PRECIO(W-CANT-ITEMS)
               ELSE
                  MOVE W-IMP-PRECIO-R TO W-IT-PRECIO(W-CANT-ITEMS)
               END-IF
            END-IF.

       F-AGREGO-RENGLON-ITEM.
            EXIT.

       VALIDO-RENGLON-ITEM.
            MOVE "N" TO W-ITEM-VALIDO.
            IF W-CANT-ITEMS NOT < 99
               MOVE "ORDEN CON MAS DE 99 RENGLONES" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-RENGLON-ITEM
            END-IF.
            IF W-IMP-CANT IS NOT NUMERIC
                  OR W-IMP-PRECIO IS NOT NUMERIC
               MOVE "RENGLON INVALIDO EN LA ORDEN" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-RENGLON-ITEM
            END-IF.
            IF W-IMP-CANT-N = 0
               MOVE "RENGLON CON CANTIDAD EN CERO" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-VALIDO-RENGLON-ITEM
            END-IF.
            MOVE W-IMP-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                STRING "PRODUCTO INEXISTENTE: " DELIMITED BY SIZE
                       W-IMP-CODIGO DELIMITED BY SIZE
                  INTO W-MOTIVO-ORDEN
                END-STRING
                MOVE "N" TO W-ORDEN-VALIDA
              NOT INVALID KEY
                IF NOT PROD-ACTIVO
                   STRING "PRODUCTO DADO DE BAJA: " DELIMITED BY SIZE
                          W-IMP-CODIGO DELIMITED BY SIZE
                     INTO W-MOTIVO-ORDEN
                   END-STRING
                   MOVE "N" TO W-ORDEN-VALIDA
                ELSE
                   MOVE "S" TO W-ITEM-VALIDO
                END-IF
            END-READ.

       F-VALIDO-RENGLON-ITEM.
            EXIT.

      * CIERRO-ORDEN-ABIERTA: al aparecer el proximo encabezado o al
      * terminar el archivo, la orden valida se graba y la que cayo
      * se retiene entera con el motivo del primer error.
       CIERRO-ORDEN-ABIERTA.
            IF W-ORDEN-ABIERTA NOT = "S"
               GO TO F-CIERRO-ORDEN-ABIERTA
            END-IF.
            MOVE "N" TO W-ORDEN-ABIERTA.
            IF W-ORDEN-VALIDA = "R"
               ADD 1 TO W-CANT-REPETIDAS
               DISPLAY "Orden " W-IMP-ORDEN " ya cargada en el "
                       "presupuesto " OMK-COT-NUMERO ", se saltea"
               GO TO F-CIERRO-ORDEN-ABIERTA
            END-IF.
            IF W-ORDEN-VALIDA = "S" AND W-CANT-ITEMS = 0
               MOVE "ORDEN SIN RENGLONES" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
            END-IF.
            IF W-ORDEN-VALIDA = "S"
               PERFORM GRABO-ORDEN THRU F-GRABO-ORDEN
            END-IF.
            IF W-ORDEN-VALIDA NOT = "S"
               PERFORM RECHAZO-ORDEN THRU F-RECHAZO-ORDEN
            END-IF.

       F-CIERRO-ORDEN-ABIERTA.
            EXIT.

       RECHAZO-ORDEN.
            ADD 1 TO W-CANT-RECHAZADAS.
            DISPLAY "Rechazada orden " W-IMP-ORDEN ": " W-MOTIVO-ORDEN.
            MOVE W-MOTIVO-ORDEN TO W-MOTIVO-HOLD.
            PERFORM GRABO-BLOQUE-HOLD THRU F-GRABO-BLOQUE-HOLD.

       F-RECHAZO-ORDEN.
            EXIT.

      * GRABO-ORDEN: numero del talonario Q de la sucursal web, alta
      * de la cuenta si el comprador es nuevo, y recien entonces el
      * pedido con sus renglones y la marca de orden cargada. Si la
      * cuenta se grabo pero el pedido no, el comprador ya queda
      * reconocido para cuando se libere la orden retenida.
       GRABO-ORDEN.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA
                 W-SUCURSAL-WEB W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               MOVE "SERIE Q DE LA SUCURSAL WEB SIN CARGAR"
                 TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-GRABO-ORDEN
            END-IF.
            MOVE W-NUMERO-SERIE TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "NUMERO DE PRESUPUESTO YA USADO" TO W-MOTIVO-ORDEN
                MOVE "N" TO W-ORDEN-VALIDA
                GO TO F-GRABO-ORDEN
            END-READ.
            IF W-CLIENTE-NUEVO = "S"
               PERFORM GRABO-CLIENTE-NUEVO THRU F-GRABO-CLIENTE-NUEVO
               IF W-ORDEN-VALIDA NOT = "S"
                  GO TO F-GRABO-ORDEN
               END-IF
            END-IF.
            MOVE 0 TO W-TOTAL-ORDEN.
            PERFORM SUMO-UN-ITEM THRU F-SUMO-UN-ITEM
                VARYING W-IND-ITEM FROM 1 BY 1
                    UNTIL W-IND-ITEM > W-CANT-ITEMS.
            INITIALIZE REG-COTIZACION REPLACING NUMERIC DATA BY ZERO
                                      ALPHANUMERIC DATA BY SPACES.
            MOVE W-NUMERO-SERIE TO COT-NUMERO.
            MOVE W-CLI-ID-ORDEN TO COT-CLI-ID.
            MOVE W-VENDEDOR-WEB TO COT-VENDEDOR.
            MOVE W-SUCURSAL-WEB TO COT-SUCURSAL.
            MOVE W-EMPRESA TO COT-EMPRESA.
            MOVE W-FECHA-SISTEMA TO COT-FECHA.
            COMPUTE W-DIAS-FECHA =
                    FUNCTION INTEGER-OF-DATE(COT-FECHA)
                  + W-DIAS-VALIDEZ-STD.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-FECHA)
              TO COT-VALIDEZ.
            MOVE W-CANT-ITEMS TO COT-CANT-RENGLONES.
            MOVE W-TOTAL-ORDEN TO COT-TOTAL.
            SET COT-PENDIENTE TO TRUE.
            MOVE 0 TO COT-CONV-NUMERO.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-ALTA.
            MOVE W-USUARIO-MKT TO COT-USUARIO-ALTA.
            WRITE REG-COTIZACION
              INVALID KEY
                MOVE "NO SE PUDO GRABAR EL PEDIDO" TO W-MOTIVO-ORDEN
                MOVE "N" TO W-ORDEN-VALIDA
                GO TO F-GRABO-ORDEN
            END-WRITE.
            PERFORM GRABO-UN-RENGLON-COT THRU F-GRABO-UN-RENGLON-COT
                VARYING W-IND-ITEM FROM 1 BY 1
                    UNTIL W-IND-ITEM > W-CANT-ITEMS.
            INITIALIZE REG-ORDEN-MKT REPLACING NUMERIC DATA BY ZERO
                                     ALPHANUMERIC DATA BY SPACES.
            MOVE W-IMP-ORDEN TO OMK-ORDEN.
            MOVE W-NUMERO-SERIE TO OMK-COT-NUMERO.
            MOVE W-CLI-ID-ORDEN TO OMK-CLI-ID.
            MOVE W-IMP-COMPRADOR TO OMK-COMPRADOR.
            MOVE W-FECHA-SISTEMA TO OMK-FECHA.
            MOVE W-CANT-ITEMS TO OMK-CANT-RENGLONES.
            MOVE W-TOTAL-ORDEN TO OMK-TOTAL.
            WRITE REG-ORDEN-MKT
              INVALID KEY
                DISPLAY "Error marcando la orden " W-IMP-ORDEN
                        " como cargada: " ST-ORDENES-MKT
            END-WRITE.
            PERFORM ACTUALIZO-COMPRADOR THRU F-ACTUALIZO-COMPRADOR.
            ADD 1 TO W-CANT-ORDENES.
            DISPLAY "Orden " W-IMP-ORDEN " -> presupuesto "
                    W-NUMERO-SERIE " cliente " W-CLI-ID-ORDEN.

       F-GRABO-ORDEN.
            EXIT.

       SUMO-UN-ITEM.
            COMPUTE W-TOTAL-ORDEN = W-TOTAL-ORDEN
                  + (W-IT-CANT(W-IND-ITEM) * W-IT-PRECIO(W-IND-ITEM)).

       F-SUMO-UN-ITEM.
            EXIT.

       GRABO-UN-RENGLON-COT.
            INITIALIZE REG-COT-RENGLON REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE W-NUMERO-SERIE TO COTR-NUMERO.
            MOVE W-IND-ITEM TO COTR-RENGLON.
            MOVE W-IT-CODIGO(W-IND-ITEM) TO COTR-CODIGO.
            MOVE W-IT-CANT(W-IND-ITEM) TO COTR-CANT.
            MOVE W-IT-PRECIO-LISTA(W-IND-ITEM) TO COTR-PRECIO-LISTA.
            MOVE W-IT-PRECIO(W-IND-ITEM) TO COTR-PRECIO.
            MOVE 0 TO COTR-DESC-PCT.
            WRITE REG-COT-RENGLON
              INVALID KEY
                DISPLAY "Error grabando renglon " W-IND-ITEM
                        " del presupuesto " W-NUMERO-SERIE ": "
                        ST-COT-RENGLONES
                MOVE 8 TO RETURN-CODE
            END-WRITE.

       F-GRABO-UN-RENGLON-COT.
            EXIT.

      * GRABO-CLIENTE-NUEVO: Id siguiente con su digito de control y
      * el mismo armado de GRABO-ALTA-IMPORTADA en IMPORT-CLIENTES-
      * NUEVOS; la cuenta queda de la sucursal y el vendedor web,
      * consumidor final, en pesos y sin plazo. El comprador queda
      * asociado a la cuenta en COMPRADORES-MARKETPLACE.
       GRABO-CLIENTE-NUEVO.
            IF W-BASE-ID NOT < 999999
               MOVE "NO QUEDAN IDS DE CLIENTE LIBRES" TO W-MOTIVO-ORDEN
               MOVE "N" TO W-ORDEN-VALIDA
               GO TO F-GRABO-CLIENTE-NUEVO
            END-IF.
            ADD 1 TO W-BASE-ID.
            COMPUTE W-CLI-ID-NUM = W-BASE-ID * 10.
            PERFORM CALCULO-DIGITO-CONTROL
               THRU F-CALCULO-DIGITO-CONTROL.
            MOVE W-DIGITO-CALC TO W-DIGITO(7).
            MOVE W-CLI-ID-NUM TO W-CLI-ID-ORDEN.
            INITIALIZE REG-CLIENTES REPLACING NUMERIC DATA BY ZEROES
                                        ALPHANUMERIC DATA BY SPACES.
            MOVE W-CLI-ID-ORDEN    TO CLI_ID.
            MOVE W-IMP-CODPOST     TO CLI_CODPOST.
            MOVE W-IMP-NOMBRE      TO CLI_NOMBRE.
            MOVE W-IMP-DIRECCION   TO CLI_DIRECCION.
            MOVE W-IMP-CATEGORIA   TO CLI_CATEGORIA.
            MOVE W-IMP-NOMBRE      TO CLI_RAZONSOCIAL.
            MOVE "ARS"             TO CLI_MONEDA.
            MOVE 0                 TO CLI_SALDO.
            MOVE W-VENDEDOR-WEB    TO CLI_VENDEDOR.
            MOVE W-SUCURSAL-WEB    TO CLI_SUCURSAL.
            MOVE W-IMP-DOCUMENTO-N TO CLI_CUIT.
            SET CLI-IVA-CONS-FINAL TO TRUE.
            PERFORM VALIDO-LIMITE-CREDITO-IMPORTADO
               THRU F-VALIDO-LIMITE-CREDITO-IMPORTADO.
            IF W-EXCEDE-LIMITE
               SET CLI-EN-REVISION TO TRUE
            ELSE
               SET CLI-ACTIVO TO TRUE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_ALTA.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE W-USUARIO-MKT   TO CLI_USUARIO_ALTA.
            MOVE W-USUARIO-MKT   TO CLI_USUARIO_MODIF.
            MOVE SPACES          TO CLI_OPERADOR_BAJA_PEND.
            WRITE REG-CLIENTES
              INVALID KEY
                MOVE "NO SE PUDO GRABAR LA CUENTA DEL COMPRADOR"
                  TO W-MOTIVO-ORDEN
                MOVE "N" TO W-ORDEN-VALIDA
                GO TO F-GRABO-CLIENTE-NUEVO
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-ALTA ST-FILE REG-CLIENTES W-IMG-GRABADO.
            ADD 1 TO W-CANT-CLIENTES.
            INITIALIZE REG-COMPRADOR-MKT REPLACING NUMERIC DATA BY ZERO
                                         ALPHANUMERIC DATA BY SPACES.
            MOVE W-IMP-COMPRADOR TO CMP-COMPRADOR.
            MOVE W-CLI-ID-ORDEN TO CMP-CLI-ID.
            MOVE W-FECHA-SISTEMA TO CMP-FECHA-ALTA.
            WRITE REG-COMPRADOR-MKT
              INVALID KEY
                DISPLAY "Error asociando el comprador "
                        W-IMP-COMPRADOR ": " ST-COMPRADORES
            END-WRITE.
            DISPLAY "Alta cliente " W-CLI-ID-ORDEN " comprador "
                    W-IMP-COMPRADOR.

       F-GRABO-CLIENTE-NUEVO.
            EXIT.

       ACTUALIZO-COMPRADOR.
            MOVE W-IMP-COMPRADOR TO CMP-COMPRADOR.
            READ COMPRADORES-MARKETPLACE KEY IS CMP-COMPRADOR
              INVALID KEY
                GO TO F-ACTUALIZO-COMPRADOR
            END-READ.
            MOVE W-FECHA-SISTEMA TO CMP-FECHA-ULTIMA.
            ADD 1 TO CMP-CANT-ORDENES.
            REWRITE REG-COMPRADOR-MKT
              INVALID KEY
                DISPLAY "Error actualizando el comprador "
                        W-IMP-COMPRADOR ": " ST-COMPRADORES
            END-REWRITE.

       F-ACTUALIZO-COMPRADOR.
            EXIT.

      * CALCULO-DIGITO-CONTROL: algoritmo modulo 10 sobre los
      * primeros 6 digitos de W-CLI-ID-DIGITOS, identico al de
      * PIDO-ID-CLIENTE en INICIO; deja el digito en W-DIGITO-CALC.
       CALCULO-DIGITO-CONTROL.
            MOVE 0 TO W-SUMA-DIGITOS.
            PERFORM SUMO-UN-DIGITO THRU F-SUMO-UN-DIGITO
                VARYING W-INDICE-DIGITO FROM 6 BY -1
                    UNTIL W-INDICE-DIGITO = 0.
            DIVIDE W-SUMA-DIGITOS BY 10
               GIVING W-COCIENTE-SUMA REMAINDER W-RESTO-SUMA.
            IF W-RESTO-SUMA = 0
               MOVE 0 TO W-DIGITO-CALC
            ELSE
               COMPUTE W-DIGITO-CALC = 10 - W-RESTO-SUMA
            END-IF.
            IF W-DIGITO-CALC = W-DIGITO(7)
               MOVE "S" TO W-DIGITO-VALIDO
            ELSE
               MOVE "N" TO W-DIGITO-VALIDO
            END-IF.

       F-CALCULO-DIGITO-CONTROL.
            EXIT.

       SUMO-UN-DIGITO.
            DIVIDE W-INDICE-DIGITO BY 2
               GIVING W-COCIENTE-IDX REMAINDER W-RESTO-IDX.
            IF W-RESTO-IDX = 0
               COMPUTE W-VALOR-DOBLE = W-DIGITO(W-INDICE-DIGITO) * 2
               IF W-VALOR-DOBLE > 9
                  SUBTRACT 9 FROM W-VALOR-DOBLE
               END-IF
               ADD W-VALOR-DOBLE TO W-SUMA-DIGITOS
            ELSE
               ADD W-DIGITO(W-INDICE-DIGITO) TO W-SUMA-DIGITOS
            END-IF.

       F-SUMO-UN-DIGITO.
            EXIT.

       VALIDO-CODPOST-IMPORTADO.
            MOVE "N" TO W-CODPOST-VALIDO.
            IF CLI_CODPOST(1:4) IS NUMERIC
                  AND CLI_CODPOST(5:6) = SPACES
               MOVE "S" TO W-CODPOST-VALIDO
            END-IF.
            IF CLI_CODPOST(1:1) IS ALPHABETIC
                  AND CLI_CODPOST(2:4) IS NUMERIC
                  AND CLI_CODPOST(6:3) IS ALPHABETIC
                  AND CLI_CODPOST(9:2) = SPACES
               MOVE "S" TO W-CODPOST-VALIDO
            END-IF.

       F-VALIDO-CODPOST-IMPORTADO.
            EXIT.

       VALIDO-CATEGORIA-IMPORTADA.
            MOVE "N" TO W-CATEGORIA-VALIDA.
            PERFORM COMPARO-UNA-CATEGORIA THRU F-COMPARO-UNA-CATEGORIA
                VARYING W-INDICE-CATEGORIA FROM 1 BY 1
                UNTIL W-INDICE-CATEGORIA > 3.

       F-VALIDO-CATEGORIA-IMPORTADA.
            EXIT.

       COMPARO-UNA-CATEGORIA.
            IF W-IMP-CATEGORIA = CAT-DESCRIPCION(W-INDICE-CATEGORIA)
               MOVE "S" TO W-CATEGORIA-VALIDA
            END-IF.

       F-COMPARO-UNA-CATEGORIA.
            EXIT.

      * VALIDO-LIMITE-CREDITO-IMPORTADO: mismos limites por categoria
      * que VALIDO-LIMITE-CREDITO en INICIO; una categoria que no
      * figura conserva el limite conservador de siempre.
       VALIDO-LIMITE-CREDITO-IMPORTADO.
            MOVE "N" TO W-SALDO-EXCEDE.
            MOVE 2000,000 TO W-LIMITE-CATEGORIA.
            PERFORM BUSCO-LIMITE-CATEGORIA
               THRU F-BUSCO-LIMITE-CATEGORIA
                VARYING W-INDICE-LIMITE FROM 1 BY 1
                    UNTIL W-INDICE-LIMITE > 3.
            IF CLI_SALDO > W-LIMITE-CATEGORIA
               MOVE "S" TO W-SALDO-EXCEDE
            END-IF.

       F-VALIDO-LIMITE-CREDITO-IMPORTADO.
            EXIT.

       BUSCO-LIMITE-CATEGORIA.
            IF CLI_CATEGORIA = LIMITE-CATEGORIA(W-INDICE-LIMITE)
               MOVE LIMITE-VALOR(W-INDICE-LIMITE)
                 TO W-LIMITE-CATEGORIA
            END-IF.

       F-BUSCO-LIMITE-CATEGORIA.
            EXIT.

       BUFFEREO-LINEA.
            IF W-CANT-LINEAS < 100
               ADD 1 TO W-CANT-LINEAS
               MOVE REG-PEDIDOS-MARKETPLACE
                 TO W-LINEA-ORDEN(W-CANT-LINEAS)
            ELSE
               MOVE "S" TO W-LINEAS-DE-MAS
               IF W-ORDEN-VALIDA = "S"
                  MOVE "ORDEN CON MAS DE 99 RENGLONES"
                    TO W-MOTIVO-ORDEN
                  MOVE "N" TO W-ORDEN-VALIDA
               END-IF
            END-IF.

       F-BUFFEREO-LINEA.
            EXIT.

      * GRABO-BLOQUE-HOLD: retiene cada renglon acumulado de la orden
      * bajo el mismo motivo, en el orden en que vino.
       GRABO-BLOQUE-HOLD.
            IF W-LINEAS-DE-MAS = "S"
               DISPLAY "Orden " W-IMP-ORDEN " supera los 100 "
                       "renglones retenibles, el excedente se pierde"
            END-IF.
            PERFORM GRABO-UNA-LINEA-HOLD THRU F-GRABO-UNA-LINEA-HOLD
                VARYING W-IND-LINEA FROM 1 BY 1
                    UNTIL W-IND-LINEA > W-CANT-LINEAS.
            MOVE 0 TO W-CANT-LINEAS.

       F-GRABO-BLOQUE-HOLD.
            EXIT.

       GRABO-UNA-LINEA-HOLD.
            MOVE W-LINEA-ORDEN(W-IND-LINEA) TO REG-PEDIDOS-MARKETPLACE.
            PERFORM GRABO-RECHAZO-HOLD THRU F-GRABO-RECHAZO-HOLD.

       F-GRABO-UNA-LINEA-HOLD.
            EXIT.

      * GRABO-RECHAZO-HOLD: retiene el renglon de entrada rechazado
      * con su motivo, numerado a continuacion del ultimo de la cola.
       GRABO-RECHAZO-HOLD.
            ADD 1 TO W-ULTIMO-RIM.
            MOVE W-ULTIMO-RIM TO RIM-ID.
            SET RIM-DE-MARKETPLACE TO TRUE.
            MOVE W-FECHA-SISTEMA TO RIM-FECHA.
            MOVE W-MOTIVO-HOLD TO RIM-MOTIVO.
            SET RIM-PENDIENTE TO TRUE.
            MOVE REG-PEDIDOS-MARKETPLACE TO RIM-REGISTRO.
            WRITE REG-RECHAZO-IMPORT
              INVALID KEY
                DISPLAY "No se pudo retener el rechazo "
                        W-ULTIMO-RIM
            END-WRITE.

       F-GRABO-RECHAZO-HOLD.
            EXIT.

      * BUSCO-ULTIMO-RIM: el correlativo sigue del maximo que ya
      * tenga la cola.
       BUSCO-ULTIMO-RIM.
            MOVE 0 TO RIM-ID.
            START RECHAZOS-IMPORT KEY IS NOT LESS THAN RIM-ID
              INVALID KEY MOVE "S" TO W-FIN-RIM
              NOT INVALID KEY MOVE "N" TO W-FIN-RIM
            END-START.
            PERFORM MIRO-UN-RIM THRU F-MIRO-UN-RIM
                UNTIL W-FIN-RIM = "S".

       F-BUSCO-ULTIMO-RIM.
            EXIT.

       MIRO-UN-RIM.
            READ RECHAZOS-IMPORT NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RIM
              NOT AT END
                MOVE RIM-ID TO W-ULTIMO-RIM
            END-READ.

       F-MIRO-UN-RIM.
            EXIT.

       END PROGRAM "IMPORT-PEDIDOS-MARKETPLACE".
