      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Planificacion de los despachos de una sucursal. Hasta
      *          ahora el deposito armaba los camiones en papel y el
      *          manifiesto del transporte se escribia a mano. Toma los
      *          remitos de la sucursal (no anulados, con fecha hasta
      *          la del despacho) que todavia no salieron o que
      *          volvieron sin entregar, y ubica cada uno en la zona de
      *          reparto (zonasReparto.dat) cuyo rango de codigos
      *          postales contiene el CLI_CODPOST del cliente; la zona
      *          trae el transporte (transportes.dat). La salida va
      *          ordenada por transporte, zona, codigo postal y
      *          cliente (SORT, como HOJA-RUTA-COBRADORES), y cada
      *          transporte + zona es una hoja de carga por camion:
      *          cuando los bultos (unidades de venta del remito)
      *          pasan la capacidad del camion se abre otra hoja. Por
      *          cada hoja se imprime la hoja de carga y se escribe el
      *          manifiesto del transporte (manifiestoTransporte.txt,
      *          separado por punto y coma porque los importes llevan
      *          coma decimal) con bultos y valor declarado (precio
      *          presupuestado del remito o, sin el, el de lista).
      *          Cada remito queda en DESPACHOS-REMITOS en D hasta que
      *          ABM-ENTREGAS-REMITOS registra la conformidad.
      *          Remitos sin zona, o con una zona cuyo transporte no
      *          esta cargado, se listan como DIFERENCIA y el job
      *          termina con RETURN-CODE 4. Parametros: sucursal y
      *          fecha del despacho (0 = hoy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PLANIFICACION-DESPACHOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/remitos.sel".
              COPY "./sel/remRenglones.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/despachosRemitos.sel".
              COPY "./sel/zonasReparto.sel".
              COPY "./sel/transportes.sel".

           SELECT MANIFIESTO-TRANSPORTE
             ASSIGN TO "./manifiestoTransporte.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-MANIFIESTO.

              SELECT SORT-DESPACHO ASSIGN TO "./sortdesp.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/remitos.fd".
              COPY "./fd/remRenglones.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/despachosRemitos.fd".
              COPY "./fd/zonasReparto.fd".
              COPY "./fd/transportes.fd".

       FD MANIFIESTO-TRANSPORTE.
       01 REG-MANIFIESTO     PIC X(250).

       SD SORT-DESPACHO.
       01 SORT-REC.
          03 SD-IND-TRANSPORTE PIC 9(2).
          03 SD-IND-ZONA     PIC 9(3).
          03 SD-CODPOST      PIC X(10).
          03 SD-CLI-ID       PIC 9(7).
          03 SD-REM-NUMERO   PIC 9(9).
          03 SD-BULTOS       PIC 9(5).
          03 SD-VALOR        PIC S9(11)V9(2).
          03 SD-INTENTOS     PIC 9(2).
          03 SD-REDESPACHO   PIC X.

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-REMITOS         PIC XX.
       01 ST-REM-RENGLONES   PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-DESPACHOS       PIC XX.
       01 ST-ZONAS           PIC XX.
       01 ST-TRANSPORTES     PIC XX.
       01 ST-MANIFIESTO      PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-REMITOS      PIC X.
       01 W-FIN-RENGLONES    PIC X.
       01 W-FIN-DESPACHOS    PIC X.
       01 W-FIN-ZONAS        PIC X.
       01 W-FIN-TRANSPORTES  PIC X.
       01 W-FIN-SALIDA       PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-DESPACHO   PIC 9(8).
       01 W-SUCURSAL         PIC X(3).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "DESPACHO".

      * Zonas de reparto y transportes, cargados una vez de sus
      * archivos de control; cada zona apunta a su transporte en la
      * tabla.
       01 W-TABLA-ZONAS.
          03 W-ZON-ENTRADA OCCURS 200 TIMES.
             05 W-ZON-CODIGO       PIC X(4).
             05 W-ZON-NOMBRE       PIC X(30).
             05 W-ZON-CP-DESDE     PIC X(10).
             05 W-ZON-CP-HASTA     PIC X(10).
             05 W-ZON-TRANSPORTE   PIC X(5).
             05 W-ZON-IND-TRA      PIC 9(2).
       01 W-CANT-ZONAS       PIC 9(3) VALUE 0.
       01 W-IND-ZONA         PIC 9(3).
       01 W-ZONA-HALLADA     PIC 9(3).

       01 W-TABLA-TRANSPORTES.
          03 W-TRA-ENTRADA OCCURS 50 TIMES.
             05 W-TRA-CODIGO       PIC X(5).
             05 W-TRA-NOMBRE       PIC X(30).
             05 W-TRA-CUIT         PIC 9(11).
             05 W-TRA-CAPACIDAD    PIC 9(5).
       01 W-CANT-TRANSPORTES PIC 9(2) VALUE 0.
       01 W-IND-TRA          PIC 9(2).

      * Remito en evaluacion.
       01 W-REM-BULTOS       PIC 9(5).
       01 W-REM-VALOR        PIC S9(11)V9(2).
       01 W-INTENTOS         PIC 9(2).
       01 W-REDESPACHO       PIC X.

      * Cortes de control de la salida del SORT: transporte + zona y
      * camion lleno.
       01 W-TRA-ACTUAL       PIC 9(2) VALUE 0.
       01 W-ZONA-ACTUAL      PIC 9(3) VALUE 0.
       01 W-HAY-HOJA         PIC X VALUE "N".
       01 W-HOJA             PIC 9(7).
       01 W-MAYOR-HOJA       PIC 9(7) VALUE 0.
       01 W-RENGLON          PIC 9(4).
       01 W-HOJA-BULTOS      PIC 9(7).
       01 W-HOJA-VALOR       PIC S9(13)V9(2).

       01 W-CANT-LEIDOS      PIC 9(7) VALUE 0.
       01 W-CANT-DESPACHADOS PIC 9(7) VALUE 0.
       01 W-CANT-YA-SALIDOS  PIC 9(7) VALUE 0.
       01 W-CANT-REDESPACHOS PIC 9(7) VALUE 0.
       01 W-CANT-SIN-ZONA    PIC 9(7) VALUE 0.
       01 W-CANT-SIN-TRANSP  PIC 9(7) VALUE 0.
       01 W-CANT-HOJAS       PIC 9(5) VALUE 0.
       01 W-TOTAL-BULTOS     PIC 9(9) VALUE 0.
       01 W-TOTAL-VALOR      PIC S9(13)V9(2) VALUE 0.

       01 W-LINEA-MANIF      PIC X(250).
       01 W-HOJA-EDIT        PIC 9(7).
       01 W-REM-EDIT         PIC 9(9).
       01 W-CLI-EDIT         PIC 9(7).
       01 W-BULTOS-EDIT      PIC 9(5).
       01 W-VALOR-EDIT       PIC -(11)9,99.

       01 BULTOS-ZZ          PIC ZZ.ZZ9.
       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            IF W-FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM CARGO-TRANSPORTES THRU F-CARGO-TRANSPORTES
               PERFORM CARGO-ZONAS THRU F-CARGO-ZONAS
               IF W-CANT-ZONAS = 0
                  DISPLAY "No hay zonas en zonasReparto.dat"
                  MOVE "S" TO W-FIN
               END-IF
            END-IF.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM BUSCO-MAYOR-HOJA THRU F-BUSCO-MAYOR-HOJA
               DISPLAY "PLANIFICACION DE DESPACHOS - SUCURSAL "
                       W-SUCURSAL " - " W-FECHA-DESPACHO
               SORT SORT-DESPACHO
                 ON ASCENDING KEY SD-IND-TRANSPORTE SD-IND-ZONA
                                  SD-CODPOST SD-CLI-ID SD-REM-NUMERO
                 INPUT PROCEDURE IS CARGO-REMITOS
                     THRU F-CARGO-REMITOS
                 OUTPUT PROCEDURE IS GRABO-HOJAS THRU F-GRABO-HOJAS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Remitos de la sucursal      : " W-CANT-LEIDOS.
            MOVE W-TOTAL-VALOR TO TOTAL-ZZ.
            DISPLAY "Remitos despachados         : "
                    W-CANT-DESPACHADOS " por " TOTAL-ZZ.
            DISPLAY "  de ellos vueltos que salen: "
                    W-CANT-REDESPACHOS.
            DISPLAY "Bultos despachados          : " W-TOTAL-BULTOS.
            DISPLAY "Hojas de carga              : " W-CANT-HOJAS.
            DISPLAY "Ya despachados antes        : " W-CANT-YA-SALIDOS.
            DISPLAY "Sin zona para su CP         : " W-CANT-SIN-ZONA.
            DISPLAY "Zona sin transporte cargado : " W-CANT-SIN-TRANSP.
            IF RETURN-CODE = 0
               IF W-CANT-SIN-ZONA > 0 OR W-CANT-SIN-TRANSP > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

      * PIDO-PARAMETROS: la sucursal que despacha tiene que existir y
      * estar activa.
       PIDO-PARAMETROS.
            DISPLAY "Sucursal que despacha: " WITH NO ADVANCING.
            ACCEPT W-SUCURSAL.
            DISPLAY "Fecha del despacho (AAAAMMDD, 0=hoy): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-DESPACHO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-FECHA-DESPACHO = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-DESPACHO
            END-IF.
            OPEN INPUT SUCURSALES.
            IF ST-SUCURSALES > "07"
               DISPLAY "Error abriendo Sucursales: " ST-SUCURSALES
               MOVE "S" TO W-FIN
               GO TO F-PIDO-PARAMETROS
            END-IF.
            MOVE W-SUCURSAL TO SUC-CODIGO.
            READ SUCURSALES KEY IS SUC-CODIGO
              INVALID KEY
                DISPLAY "Sucursal inexistente: " W-SUCURSAL
                MOVE "S" TO W-FIN
              NOT INVALID KEY
                IF NOT SUC-ACTIVA
                   DISPLAY "Sucursal inactiva: " W-SUCURSAL
                   MOVE "S" TO W-FIN
                END-IF
            END-READ.
            CLOSE SUCURSALES.

       F-PIDO-PARAMETROS.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT REMITOS.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT REM-RENGLONES.
            IF ST-REM-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Remito: "
                       ST-REM-RENGLONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O DESPACHOS-REMITOS.
            IF ST-DESPACHOS > "07"
               DISPLAY "Error abriendo Despachos: " ST-DESPACHOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT MANIFIESTO-TRANSPORTE.
            IF ST-MANIFIESTO > "07"
               DISPLAY "Error abriendo Manifiesto: " ST-MANIFIESTO
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE REMITOS.
            CLOSE REM-RENGLONES.
            CLOSE PRODUCTOS.
            CLOSE DESPACHOS-REMITOS.
            CLOSE MANIFIESTO-TRANSPORTE.

       F-CIERRO-ARCHIVOS.
            EXIT.

       CARGO-TRANSPORTES.
            OPEN INPUT TRANSPORTES.
            IF ST-TRANSPORTES = "00"
               MOVE "N" TO W-FIN-TRANSPORTES
               PERFORM LEO-UN-TRANSPORTE THRU F-LEO-UN-TRANSPORTE
                   UNTIL W-FIN-TRANSPORTES = "S"
               CLOSE TRANSPORTES
            END-IF.

       F-CARGO-TRANSPORTES.
            EXIT.

       LEO-UN-TRANSPORTE.
            READ TRANSPORTES
              AT END
                MOVE "S" TO W-FIN-TRANSPORTES
              NOT AT END
                IF W-CANT-TRANSPORTES < 50
                   ADD 1 TO W-CANT-TRANSPORTES
                   MOVE TRA-CODIGO
                     TO W-TRA-CODIGO(W-CANT-TRANSPORTES)
                   MOVE TRA-NOMBRE
                     TO W-TRA-NOMBRE(W-CANT-TRANSPORTES)
                   MOVE TRA-CUIT
                     TO W-TRA-CUIT(W-CANT-TRANSPORTES)
                   MOVE TRA-CAPACIDAD
                     TO W-TRA-CAPACIDAD(W-CANT-TRANSPORTES)
                ELSE
                   DISPLAY "Tabla de transportes llena, se ignora: "
                           TRA-CODIGO
                   MOVE "S" TO W-FIN-TRANSPORTES
                END-IF
            END-READ.

       F-LEO-UN-TRANSPORTE.
            EXIT.

      * CARGO-ZONAS: arma la tabla de zonas y resuelve el transporte
      * de cada una; una zona con un transporte que no esta en
      * transportes.dat queda con indice 0 y sus remitos no salen.
       CARGO-ZONAS.
            OPEN INPUT ZONAS-REPARTO.
            IF ST-ZONAS = "00"
               MOVE "N" TO W-FIN-ZONAS
               PERFORM LEO-UNA-ZONA THRU F-LEO-UNA-ZONA
                   UNTIL W-FIN-ZONAS = "S"
               CLOSE ZONAS-REPARTO
            END-IF.

       F-CARGO-ZONAS.
            EXIT.

       LEO-UNA-ZONA.
            READ ZONAS-REPARTO
              AT END
                MOVE "S" TO W-FIN-ZONAS
                GO TO F-LEO-UNA-ZONA
            END-READ.
            IF W-CANT-ZONAS NOT < 200
               DISPLAY "Tabla de zonas llena, se ignora: " ZON-CODIGO
               MOVE "S" TO W-FIN-ZONAS
               GO TO F-LEO-UNA-ZONA
            END-IF.
            ADD 1 TO W-CANT-ZONAS.
            MOVE ZON-CODIGO TO W-ZON-CODIGO(W-CANT-ZONAS).
            MOVE ZON-NOMBRE TO W-ZON-NOMBRE(W-CANT-ZONAS).
            MOVE ZON-CP-DESDE TO W-ZON-CP-DESDE(W-CANT-ZONAS).
            MOVE ZON-CP-HASTA TO W-ZON-CP-HASTA(W-CANT-ZONAS).
            MOVE ZON-TRANSPORTE TO W-ZON-TRANSPORTE(W-CANT-ZONAS).
            MOVE 0 TO W-ZON-IND-TRA(W-CANT-ZONAS).
            PERFORM COMPARO-TRANSPORTE THRU F-COMPARO-TRANSPORTE
                VARYING W-IND-TRA FROM 1 BY 1
                    UNTIL W-IND-TRA > W-CANT-TRANSPORTES
                       OR W-ZON-IND-TRA(W-CANT-ZONAS) NOT = 0.

       F-LEO-UNA-ZONA.
            EXIT.

       COMPARO-TRANSPORTE.
            IF W-TRA-CODIGO(W-IND-TRA) = W-ZON-TRANSPORTE(W-CANT-ZONAS)
               MOVE W-IND-TRA TO W-ZON-IND-TRA(W-CANT-ZONAS)
            END-IF.

       F-COMPARO-TRANSPORTE.
            EXIT.

      * BUSCO-MAYOR-HOJA: las hojas de carga se numeran a
      * continuacion de la mayor ya usada, de cualquier sucursal.
       BUSCO-MAYOR-HOJA.
            MOVE 0 TO DSP-REM-NUMERO.
            START DESPACHOS-REMITOS KEY IS NOT LESS THAN DSP-REM-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-DESPACHOS
              NOT INVALID KEY MOVE "N" TO W-FIN-DESPACHOS
            END-START.
            PERFORM LEO-UNA-HOJA THRU F-LEO-UNA-HOJA
                UNTIL W-FIN-DESPACHOS = "S".

       F-BUSCO-MAYOR-HOJA.
            EXIT.

       LEO-UNA-HOJA.
            READ DESPACHOS-REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DESPACHOS
              NOT AT END
                IF DSP-HOJA > W-MAYOR-HOJA
                   MOVE DSP-HOJA TO W-MAYOR-HOJA
                END-IF
            END-READ.

       F-LEO-UNA-HOJA.
            EXIT.

      * CARGO-REMITOS: remitos de la sucursal hacia el SORT, con su
      * zona, bultos y valor declarado. Uno ya despachado sale solo
      * si volvio sin entregar.
       CARGO-REMITOS.
            MOVE 0 TO REM-NUMERO.
            START REMITOS KEY IS NOT LESS THAN REM-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-REMITOS
              NOT INVALID KEY MOVE "N" TO W-FIN-REMITOS
            END-START.
            PERFORM EVALUO-UN-REMITO THRU F-EVALUO-UN-REMITO
                UNTIL W-FIN-REMITOS = "S".

       F-CARGO-REMITOS.
            EXIT.

       EVALUO-UN-REMITO.
            READ REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-REMITOS
                GO TO F-EVALUO-UN-REMITO
            END-READ.
            IF REM-SUCURSAL NOT = W-SUCURSAL OR REM-ANULADO
                  OR REM-FECHA > W-FECHA-DESPACHO
               GO TO F-EVALUO-UN-REMITO
            END-IF.
            ADD 1 TO W-CANT-LEIDOS.
            MOVE "N" TO W-REDESPACHO.
            MOVE 0 TO W-INTENTOS.
            MOVE REM-NUMERO TO DSP-REM-NUMERO.
            READ DESPACHOS-REMITOS KEY IS DSP-REM-NUMERO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DSP-VUELTO
                   MOVE "S" TO W-REDESPACHO
                   MOVE DSP-INTENTOS TO W-INTENTOS
                ELSE
                   ADD 1 TO W-CANT-YA-SALIDOS
                   GO TO F-EVALUO-UN-REMITO
                END-IF
            END-READ.
            MOVE REM-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_CODPOST
            END-READ.
            MOVE 0 TO W-ZONA-HALLADA.
            PERFORM COMPARO-ZONA THRU F-COMPARO-ZONA
                VARYING W-IND-ZONA FROM 1 BY 1
                    UNTIL W-IND-ZONA > W-CANT-ZONAS
                       OR W-ZONA-HALLADA NOT = 0.
            IF W-ZONA-HALLADA = 0
               ADD 1 TO W-CANT-SIN-ZONA
               DISPLAY "DIFERENCIA: remito " REM-NUMERO " cliente "
                       REM-CLI-ID " CP " CLI_CODPOST
                       " sin zona de reparto"
               GO TO F-EVALUO-UN-REMITO
            END-IF.
            IF W-ZON-IND-TRA(W-ZONA-HALLADA) = 0
               ADD 1 TO W-CANT-SIN-TRANSP
               DISPLAY "DIFERENCIA: remito " REM-NUMERO " zona "
                       W-ZON-CODIGO(W-ZONA-HALLADA) " transporte "
                       W-ZON-TRANSPORTE(W-ZONA-HALLADA)
                       " no cargado"
               GO TO F-EVALUO-UN-REMITO
            END-IF.
            PERFORM VALORIZO-REMITO THRU F-VALORIZO-REMITO.
            MOVE W-ZON-IND-TRA(W-ZONA-HALLADA) TO SD-IND-TRANSPORTE.
            MOVE W-ZONA-HALLADA TO SD-IND-ZONA.
            MOVE CLI_CODPOST TO SD-CODPOST.
            MOVE REM-CLI-ID TO SD-CLI-ID.
            MOVE REM-NUMERO TO SD-REM-NUMERO.
            MOVE W-REM-BULTOS TO SD-BULTOS.
            MOVE W-REM-VALOR TO SD-VALOR.
            MOVE W-INTENTOS TO SD-INTENTOS.
            MOVE W-REDESPACHO TO SD-REDESPACHO.
            RELEASE SORT-REC.

       F-EVALUO-UN-REMITO.
            EXIT.

       COMPARO-ZONA.
            IF CLI_CODPOST NOT < W-ZON-CP-DESDE(W-IND-ZONA)
                  AND CLI_CODPOST NOT > W-ZON-CP-HASTA(W-IND-ZONA)
               MOVE W-IND-ZONA TO W-ZONA-HALLADA
            END-IF.

       F-COMPARO-ZONA.
            EXIT.

      * VALORIZO-REMITO: bultos (unidades de venta) y valor declarado
      * del remito: precio presupuestado del renglon o, sin el, el
      * de lista vigente; un producto que ya no esta en PRODUCTOS
      * suma bultos pero no valor.
       VALORIZO-REMITO.
            MOVE 0 TO W-REM-BULTOS.
            MOVE 0 TO W-REM-VALOR.
            MOVE REM-NUMERO TO REMR-NUMERO.
            MOVE 0 TO REMR-RENGLON.
            START REM-RENGLONES KEY IS NOT LESS THAN REMR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM SUMO-UN-RENGLON THRU F-SUMO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-VALORIZO-REMITO.
            EXIT.

       SUMO-UN-RENGLON.
            READ REM-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-SUMO-UN-RENGLON
            END-READ.
            IF REMR-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-SUMO-UN-RENGLON
            END-IF.
            ADD REMR-CANT TO W-REM-BULTOS.
            IF REMR-PRECIO-COTIZ NUMERIC
               IF REMR-PRECIO-COTIZ > 0
                  COMPUTE W-REM-VALOR = W-REM-VALOR
                          + (REMR-CANT * REMR-PRECIO-COTIZ)
                  GO TO F-SUMO-UN-RENGLON
               END-IF
            END-IF.
            MOVE REMR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE W-REM-VALOR = W-REM-VALOR
                        + (REMR-CANT * PROD-PRECIO)
            END-READ.

       F-SUMO-UN-RENGLON.
            EXIT.

      * GRABO-HOJAS: salida del SORT con corte por transporte + zona y
      * por camion lleno; cada remito queda en DESPACHOS-REMITOS y en
      * el manifiesto.
       GRABO-HOJAS.
            PERFORM GRABO-UN-REMITO THRU F-GRABO-UN-REMITO
                UNTIL W-FIN-SALIDA = "S".
            IF W-HAY-HOJA = "S"
               PERFORM CIERRO-HOJA THRU F-CIERRO-HOJA
            END-IF.

       F-GRABO-HOJAS.
            EXIT.

       GRABO-UN-REMITO.
            RETURN SORT-DESPACHO
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-GRABO-UN-REMITO
            END-RETURN.
            IF W-HAY-HOJA = "S"
               IF SD-IND-TRANSPORTE NOT = W-TRA-ACTUAL
                     OR SD-IND-ZONA NOT = W-ZONA-ACTUAL
                  PERFORM CIERRO-HOJA THRU F-CIERRO-HOJA
               ELSE
                  IF W-TRA-CAPACIDAD(W-TRA-ACTUAL) > 0
                        AND W-HOJA-BULTOS + SD-BULTOS >
                            W-TRA-CAPACIDAD(W-TRA-ACTUAL)
                     DISPLAY "  Camion completo, sigue en otra hoja"
                     PERFORM CIERRO-HOJA THRU F-CIERRO-HOJA
                  END-IF
               END-IF
            END-IF.
            IF W-HAY-HOJA NOT = "S"
               PERFORM ABRO-HOJA THRU F-ABRO-HOJA
            END-IF.
            ADD 1 TO W-RENGLON.
            IF SD-REDESPACHO = "S"
               MOVE SD-REM-NUMERO TO DSP-REM-NUMERO
               READ DESPACHOS-REMITOS KEY IS DSP-REM-NUMERO
                 INVALID KEY
                   DISPLAY "Error releyendo despacho del remito "
                           SD-REM-NUMERO ": " ST-DESPACHOS
                   GO TO F-GRABO-UN-REMITO
               END-READ
               PERFORM ARMO-DESPACHO THRU F-ARMO-DESPACHO
               MOVE W-FECHA-SISTEMA TO DSP-FECHA-MODIF
               MOVE W-OPERADOR-BATCH TO DSP-USUARIO-MODIF
               REWRITE REG-DESPACHO
                 INVALID KEY
                   DISPLAY "Error regrabando despacho del remito "
                           SD-REM-NUMERO ": " ST-DESPACHOS
                   GO TO F-GRABO-UN-REMITO
               END-REWRITE
               ADD 1 TO W-CANT-REDESPACHOS
            ELSE
               INITIALIZE REG-DESPACHO
                   REPLACING NUMERIC DATA BY ZERO
                             ALPHANUMERIC DATA BY SPACES
               MOVE SD-REM-NUMERO TO DSP-REM-NUMERO
               PERFORM ARMO-DESPACHO THRU F-ARMO-DESPACHO
               MOVE W-FECHA-SISTEMA TO DSP-FECHA-ALTA
               MOVE W-OPERADOR-BATCH TO DSP-USUARIO-ALTA
               WRITE REG-DESPACHO
                 INVALID KEY
                   DISPLAY "Error grabando despacho del remito "
                           SD-REM-NUMERO ": " ST-DESPACHOS
                   GO TO F-GRABO-UN-REMITO
               END-WRITE
            END-IF.
            ADD 1 TO W-CANT-DESPACHADOS.
            ADD SD-BULTOS TO W-HOJA-BULTOS W-TOTAL-BULTOS.
            ADD SD-VALOR TO W-HOJA-VALOR W-TOTAL-VALOR.
            MOVE SD-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE CLI_DIRECCION
            END-READ.
            MOVE SD-BULTOS TO BULTOS-ZZ.
            MOVE SD-VALOR TO IMPORTE-ZZ.
            DISPLAY "    " W-RENGLON " remito " SD-REM-NUMERO
                    " cliente " SD-CLI-ID " " CLI_NOMBRE(1:30)
                    " " BULTOS-ZZ " " IMPORTE-ZZ.
            DISPLAY "              " CLI_DIRECCION(1:60) " CP "
                    SD-CODPOST.
            IF SD-REDESPACHO = "S"
               DISPLAY "              salida numero " DSP-INTENTOS
                       " (volvio sin entregar)"
            END-IF.
            PERFORM ESCRIBO-MANIFIESTO THRU F-ESCRIBO-MANIFIESTO.

       F-GRABO-UN-REMITO.
            EXIT.

       ARMO-DESPACHO.
            MOVE W-HOJA TO DSP-HOJA.
            MOVE W-FECHA-DESPACHO TO DSP-FECHA.
            MOVE W-SUCURSAL TO DSP-SUCURSAL.
            MOVE W-TRA-CODIGO(W-TRA-ACTUAL) TO DSP-TRANSPORTE.
            MOVE W-ZON-CODIGO(W-ZONA-ACTUAL) TO DSP-ZONA.
            MOVE SD-CLI-ID TO DSP-CLI-ID.
            MOVE SD-BULTOS TO DSP-BULTOS.
            MOVE SD-VALOR TO DSP-VALOR-DECLARADO.
            COMPUTE DSP-INTENTOS = SD-INTENTOS + 1.
            SET DSP-DESPACHADO TO TRUE.
            MOVE 0 TO DSP-FECHA-ENTREGA.
            MOVE SPACES TO DSP-RECIBIO.

       F-ARMO-DESPACHO.
            EXIT.

       ABRO-HOJA.
            MOVE SD-IND-TRANSPORTE TO W-TRA-ACTUAL.
            MOVE SD-IND-ZONA TO W-ZONA-ACTUAL.
            ADD 1 TO W-MAYOR-HOJA.
            MOVE W-MAYOR-HOJA TO W-HOJA.
            MOVE 0 TO W-RENGLON.
            MOVE 0 TO W-HOJA-BULTOS.
            MOVE 0 TO W-HOJA-VALOR.
            MOVE "S" TO W-HAY-HOJA.
            DISPLAY " ".
            DISPLAY "HOJA DE CARGA " W-HOJA " - " W-FECHA-DESPACHO
                    " - SUCURSAL " W-SUCURSAL.
            DISPLAY "Transporte " W-TRA-CODIGO(W-TRA-ACTUAL) " "
                    W-TRA-NOMBRE(W-TRA-ACTUAL) " CUIT "
                    W-TRA-CUIT(W-TRA-ACTUAL).
            MOVE W-TRA-CAPACIDAD(W-TRA-ACTUAL) TO BULTOS-ZZ.
            DISPLAY "Zona " W-ZON-CODIGO(W-ZONA-ACTUAL) " "
                    W-ZON-NOMBRE(W-ZONA-ACTUAL) " - capacidad "
                    BULTOS-ZZ " bultos".

       F-ABRO-HOJA.
            EXIT.

       CIERRO-HOJA.
            ADD 1 TO W-CANT-HOJAS.
            MOVE W-HOJA-VALOR TO TOTAL-ZZ.
            DISPLAY "Total hoja " W-HOJA ": " W-RENGLON " remitos "
                    W-HOJA-BULTOS " bultos " TOTAL-ZZ.
            DISPLAY "Firma chofer: ____________________  "
                    "Patente: __________".
            MOVE W-HOJA TO W-HOJA-EDIT.
            MOVE W-RENGLON TO W-REM-EDIT.
            MOVE W-HOJA-BULTOS TO W-BULTOS-EDIT.
            MOVE W-HOJA-VALOR TO W-VALOR-EDIT.
            MOVE SPACES TO W-LINEA-MANIF.
            STRING "TOTAL HOJA;"                 DELIMITED BY SIZE
                   W-TRA-CODIGO(W-TRA-ACTUAL)    DELIMITED BY SPACE
                   ";"                           DELIMITED BY SIZE
                   W-HOJA-EDIT                   DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-REM-EDIT                    DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-BULTOS-EDIT                 DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-VALOR-EDIT                  DELIMITED BY SIZE
              INTO W-LINEA-MANIF
            END-STRING.
            WRITE REG-MANIFIESTO FROM W-LINEA-MANIF.
            MOVE "N" TO W-HAY-HOJA.

       F-CIERRO-HOJA.
            EXIT.

      * ESCRIBO-MANIFIESTO: una linea por remito para el transporte:
      * transporte, CUIT, hoja, fecha, remito, cliente, nombre,
      * direccion, codigo postal, zona, bultos y valor declarado.
       ESCRIBO-MANIFIESTO.
            MOVE W-HOJA TO W-HOJA-EDIT.
            MOVE SD-REM-NUMERO TO W-REM-EDIT.
            MOVE SD-CLI-ID TO W-CLI-EDIT.
            MOVE SD-BULTOS TO W-BULTOS-EDIT.
            MOVE SD-VALOR TO W-VALOR-EDIT.
            MOVE SPACES TO W-LINEA-MANIF.
            STRING W-TRA-CODIGO(W-TRA-ACTUAL)    DELIMITED BY SPACE
                   ";"                           DELIMITED BY SIZE
                   W-TRA-CUIT(W-TRA-ACTUAL)      DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-HOJA-EDIT                   DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-FECHA-DESPACHO              DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-REM-EDIT                    DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-CLI-EDIT                    DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   CLI_NOMBRE                    DELIMITED BY "  "
                   ";"                           DELIMITED BY SIZE
                   CLI_DIRECCION                 DELIMITED BY "  "
                   ";"                           DELIMITED BY SIZE
                   SD-CODPOST                    DELIMITED BY SPACE
                   ";"                           DELIMITED BY SIZE
                   W-ZON-CODIGO(W-ZONA-ACTUAL)   DELIMITED BY SPACE
                   ";"                           DELIMITED BY SIZE
                   W-BULTOS-EDIT                 DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-VALOR-EDIT                  DELIMITED BY SIZE
              INTO W-LINEA-MANIF
            END-STRING.
            WRITE REG-MANIFIESTO FROM W-LINEA-MANIF.

       F-ESCRIBO-MANIFIESTO.
            EXIT.

       END PROGRAM "PLANIFICACION-DESPACHOS".
