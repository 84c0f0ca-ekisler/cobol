      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Hoja de ruta diaria de los cobradores de calle. Toma
      *          los items pendientes de la cola de cobranzas del dia
      *          (colaCobranzas.dat) y, para cada cliente, lo que
      *          adeuda en facturas abiertas en pesos (total menos lo
      *          aplicado por los recibos vigentes, SUMO-APLICADO como
      *          PRESENTACION-DEBITOS). El cliente va al cobrador cuyo
      *          rango de codigos postales (cobradores.dat) contiene
      *          su CLI_CODPOST; la hoja sale ordenada por cobrador y
      *          codigo postal (SORT, como GENERACION-COLA-COBRANZAS),
      *          con subtotal por codigo postal, y a cada visita se le
      *          asigna el proximo numero del talonario preimpreso del
      *          cobrador. Todo queda en HOJAS-RUTA (renglon 0 de
      *          cabecera por cobrador y fecha) para la rendicion de
      *          fin del dia en RENDICION-COBRADORES. Un cobrador que
      *          ya tiene hoja para la fecha no se regenera. Clientes
      *          sin cobrador para su codigo postal y talonarios
      *          agotados se listan como DIFERENCIA y el job termina
      *          con RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HOJA-RUTA-COBRADORES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cobDetalle.sel".
              COPY "./sel/colaCobranzas.sel".
              COPY "./sel/hojasRuta.sel".
              COPY "./sel/cobradores.sel".

              SELECT SORT-HOJA ASSIGN TO "./sorthoja.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/colaCobranzas.fd".
              COPY "./fd/hojasRuta.fd".
              COPY "./fd/cobradores.fd".

       SD SORT-HOJA.
       01 SORT-REC.
          03 SH-IND-COBRADOR PIC 9(2).
          03 SH-CODPOST      PIC X(10).
          03 SH-CLI-ID       PIC 9(7).
          03 SH-CANT-FACTURAS PIC 9(3).
          03 SH-ADEUDADO     PIC S9(9)V9(2).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-COLA            PIC XX.
       01 ST-HOJAS           PIC XX.
       01 ST-COBRADORES      PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-COLA         PIC X.
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-AUX          PIC X.
       01 W-FIN-DETALLE      PIC X.
       01 W-FIN-HOJAS        PIC X.
       01 W-FIN-COBRADORES   PIC X.
       01 W-FIN-SALIDA       PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-HOJA       PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "HOJARUTA".

      * Cobradores de calle, cargados una vez de cobradores.dat: el
      * rango de codigos postales que recorre, su talonario y el
      * proximo numero a asignar (el siguiente al mayor ya asignado
      * en cualquier hoja anterior).
       01 W-TABLA-COBRADORES.
          03 W-COBR-ENTRADA OCCURS 20 TIMES.
             05 W-COBR-CODIGO       PIC X(3).
             05 W-COBR-NOMBRE       PIC X(30).
             05 W-COBR-CP-DESDE     PIC X(10).
             05 W-COBR-CP-HASTA     PIC X(10).
             05 W-COBR-RECIBO-DESDE PIC 9(9).
             05 W-COBR-RECIBO-HASTA PIC 9(9).
             05 W-COBR-PROXIMO      PIC 9(9).
             05 W-COBR-YA-GENERADA  PIC X.
       01 W-CANT-COBRADORES  PIC 9(2) VALUE 0.
       01 W-IND-COBR         PIC 9(2).
       01 W-COBR-HALLADO     PIC 9(2).
       01 W-MAYOR-RECIBO     PIC 9(9).

       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-INDICE           PIC 9(2).
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(9)V9(2).
       01 W-ADEUDADO         PIC S9(9)V9(2).
       01 W-CANT-FACTURAS    PIC 9(3).
       01 W-LISTO-FACTURAS   PIC X.

      * Cortes de control de la salida del SORT.
       01 W-IND-ACTUAL       PIC 9(2) VALUE 0.
       01 W-CP-ACTUAL        PIC X(10).
       01 W-RENGLON          PIC 9(4).
       01 W-RECIBO-ASIGNADO  PIC 9(9).
       01 W-HOJA-ADEUDADO    PIC S9(11)V9(2).
       01 W-CP-ADEUDADO      PIC S9(11)V9(2).
       01 W-CP-CLIENTES      PIC 9(4).

       01 W-CANT-COLA        PIC 9(5) VALUE 0.
       01 W-CANT-EN-HOJA     PIC 9(5) VALUE 0.
       01 W-CANT-SIN-COBRADOR PIC 9(5) VALUE 0.
       01 W-CANT-YA-GENERADA PIC 9(5) VALUE 0.
       01 W-CANT-SIN-DEUDA   PIC 9(5) VALUE 0.
       01 W-CANT-EXCLUIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-SIN-RECIBO  PIC 9(5) VALUE 0.
       01 W-CANT-HOJAS       PIC 9(2) VALUE 0.
       01 W-TOTAL-ADEUDADO   PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Fecha de la hoja de ruta (AAAAMMDD, 0=hoy): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-HOJA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-FECHA-HOJA = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-HOJA
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM CARGO-COBRADORES THRU F-CARGO-COBRADORES
               IF W-CANT-COBRADORES = 0
                  DISPLAY "No hay cobradores en cobradores.dat"
                  MOVE "S" TO W-FIN
               END-IF
            END-IF.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "HOJAS DE RUTA DE COBRADORES - " W-FECHA-HOJA
               SORT SORT-HOJA
                 ON ASCENDING KEY SH-IND-COBRADOR SH-CODPOST SH-CLI-ID
                 INPUT PROCEDURE IS CARGO-VISITAS
                     THRU F-CARGO-VISITAS
                 OUTPUT PROCEDURE IS GRABO-HOJAS THRU F-GRABO-HOJAS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Items pendientes en cola    : " W-CANT-COLA.
            MOVE W-TOTAL-ADEUDADO TO TOTAL-ZZ.
            DISPLAY "Clientes en hojas de ruta   : " W-CANT-EN-HOJA
                    " por " TOTAL-ZZ.
            DISPLAY "Hojas generadas             : " W-CANT-HOJAS.
            DISPLAY "Cobrador con hoja ya hecha  : " W-CANT-YA-GENERADA.
            DISPLAY "Sin deuda abierta en pesos  : " W-CANT-SIN-DEUDA.
            DISPLAY "Baja o agencia (excluidos)  : " W-CANT-EXCLUIDOS.
            DISPLAY "Sin cobrador para su CP     : "
                    W-CANT-SIN-COBRADOR.
            DISPLAY "Visitas sin recibo asignado : " W-CANT-SIN-RECIBO.
            IF RETURN-CODE = 0
               IF W-CANT-SIN-COBRADOR > 0 OR W-CANT-SIN-RECIBO > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Facturas: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT COB-DETALLE.
            OPEN INPUT COLA-COBRANZAS.
            IF ST-COLA > "07"
               DISPLAY "Error abriendo Cola: " ST-COLA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O HOJAS-RUTA.
            IF ST-HOJAS > "07"
               DISPLAY "Error abriendo Hojas de ruta: " ST-HOJAS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE COLA-COBRANZAS.
            CLOSE HOJAS-RUTA.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-COBRADORES: arma la tabla y, por cobrador, si ya tiene
      * hoja para la fecha y cual es el proximo numero de su
      * talonario.
       CARGO-COBRADORES.
            OPEN INPUT COBRADORES.
            IF ST-COBRADORES = "00"
               MOVE "N" TO W-FIN-COBRADORES
               PERFORM LEO-UN-COBRADOR THRU F-LEO-UN-COBRADOR
                   UNTIL W-FIN-COBRADORES = "S"
               CLOSE COBRADORES
            END-IF.
            PERFORM PREPARO-COBRADOR THRU F-PREPARO-COBRADOR
                VARYING W-IND-COBR FROM 1 BY 1
                    UNTIL W-IND-COBR > W-CANT-COBRADORES.

       F-CARGO-COBRADORES.
            EXIT.

       LEO-UN-COBRADOR.
            READ COBRADORES
              AT END
                MOVE "S" TO W-FIN-COBRADORES
              NOT AT END
                IF W-CANT-COBRADORES < 20
                   ADD 1 TO W-CANT-COBRADORES
                   MOVE COBR-CODIGO
                     TO W-COBR-CODIGO(W-CANT-COBRADORES)
                   MOVE COBR-NOMBRE
                     TO W-COBR-NOMBRE(W-CANT-COBRADORES)
                   MOVE COBR-CP-DESDE
                     TO W-COBR-CP-DESDE(W-CANT-COBRADORES)
                   MOVE COBR-CP-HASTA
                     TO W-COBR-CP-HASTA(W-CANT-COBRADORES)
                   MOVE COBR-RECIBO-DESDE
                     TO W-COBR-RECIBO-DESDE(W-CANT-COBRADORES)
                   MOVE COBR-RECIBO-HASTA
                     TO W-COBR-RECIBO-HASTA(W-CANT-COBRADORES)
                ELSE
                   DISPLAY "Tabla de cobradores llena, se ignora: "
                           COBR-CODIGO
                   MOVE "S" TO W-FIN-COBRADORES
                END-IF
            END-READ.

       F-LEO-UN-COBRADOR.
            EXIT.

       PREPARO-COBRADOR.
            MOVE "N" TO W-COBR-YA-GENERADA(W-IND-COBR).
            MOVE W-COBR-CODIGO(W-IND-COBR) TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE 0 TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "S" TO W-COBR-YA-GENERADA(W-IND-COBR)
                DISPLAY "Cobrador " W-COBR-CODIGO(W-IND-COBR)
                        " ya tiene hoja de ruta del " W-FECHA-HOJA
                        ", no se regenera"
            END-READ.
            MOVE 0 TO W-MAYOR-RECIBO.
            MOVE W-COBR-CODIGO(W-IND-COBR) TO HR-COBRADOR.
            MOVE 0 TO HR-FECHA.
            MOVE 0 TO HR-RENGLON.
            START HOJAS-RUTA KEY IS NOT LESS THAN HR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-HOJAS
              NOT INVALID KEY MOVE "N" TO W-FIN-HOJAS
            END-START.
            PERFORM BUSCO-MAYOR-RECIBO THRU F-BUSCO-MAYOR-RECIBO
                UNTIL W-FIN-HOJAS = "S".
            IF W-MAYOR-RECIBO < W-COBR-RECIBO-DESDE(W-IND-COBR)
               MOVE W-COBR-RECIBO-DESDE(W-IND-COBR)
                 TO W-COBR-PROXIMO(W-IND-COBR)
            ELSE
               COMPUTE W-COBR-PROXIMO(W-IND-COBR) =
                   W-MAYOR-RECIBO + 1
            END-IF.

       F-PREPARO-COBRADOR.
            EXIT.

       BUSCO-MAYOR-RECIBO.
            READ HOJAS-RUTA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-HOJAS
              NOT AT END
                IF HR-COBRADOR NOT = W-COBR-CODIGO(W-IND-COBR)
                   MOVE "S" TO W-FIN-HOJAS
                ELSE
                   IF HR-RENGLON > 0
                         AND HR-RECIBO > W-MAYOR-RECIBO
                      MOVE HR-RECIBO TO W-MAYOR-RECIBO
                   END-IF
                END-IF
            END-READ.

       F-BUSCO-MAYOR-RECIBO.
            EXIT.

      * CARGO-VISITAS: los items pendientes de la cola, con lo que
      * cada cliente adeuda hoy, hacia el SORT. La cola ya excluye
      * las cuentas en agencia; se controla igual por si el cliente
      * paso a la agencia despues de generarse la cola.
       CARGO-VISITAS.
            MOVE "N" TO W-FIN-COLA.
            PERFORM EVALUO-UN-ITEM THRU F-EVALUO-UN-ITEM
                UNTIL W-FIN-COLA = "S".

       F-CARGO-VISITAS.
            EXIT.

       EVALUO-UN-ITEM.
            READ COLA-COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COLA
                GO TO F-EVALUO-UN-ITEM
            END-READ.
            IF NOT COLA-PENDIENTE
               GO TO F-EVALUO-UN-ITEM
            END-IF.
            ADD 1 TO W-CANT-COLA.
            MOVE COLA-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente " COLA-CLI-ID " de la cola "
                        "inexistente"
                ADD 1 TO W-CANT-EXCLUIDOS
                GO TO F-EVALUO-UN-ITEM
            END-READ.
            IF CLI-BAJA-LOGICA OR CLI-EN-AGENCIA
               ADD 1 TO W-CANT-EXCLUIDOS
               GO TO F-EVALUO-UN-ITEM
            END-IF.
            MOVE 0 TO W-COBR-HALLADO.
            PERFORM COMPARO-COBRADOR THRU F-COMPARO-COBRADOR
                VARYING W-IND-COBR FROM 1 BY 1
                    UNTIL W-IND-COBR > W-CANT-COBRADORES
                       OR W-COBR-HALLADO NOT = 0.
            IF W-COBR-HALLADO = 0
               ADD 1 TO W-CANT-SIN-COBRADOR
               DISPLAY "DIFERENCIA: cliente " CLI_ID " CP "
                       CLI_CODPOST " sin cobrador asignado"
               GO TO F-EVALUO-UN-ITEM
            END-IF.
            IF W-COBR-YA-GENERADA(W-COBR-HALLADO) = "S"
               ADD 1 TO W-CANT-YA-GENERADA
               GO TO F-EVALUO-UN-ITEM
            END-IF.
            MOVE "N" TO W-LISTO-FACTURAS.
            PERFORM CALCULO-ADEUDADO THRU F-CALCULO-ADEUDADO.
            IF W-ADEUDADO NOT > 0
               ADD 1 TO W-CANT-SIN-DEUDA
               GO TO F-EVALUO-UN-ITEM
            END-IF.
            MOVE W-COBR-HALLADO TO SH-IND-COBRADOR.
            MOVE CLI_CODPOST TO SH-CODPOST.
            MOVE CLI_ID TO SH-CLI-ID.
            MOVE W-CANT-FACTURAS TO SH-CANT-FACTURAS.
            MOVE W-ADEUDADO TO SH-ADEUDADO.
            RELEASE SORT-REC.

       F-EVALUO-UN-ITEM.
            EXIT.

       COMPARO-COBRADOR.
            IF CLI_CODPOST NOT < W-COBR-CP-DESDE(W-IND-COBR)
                  AND CLI_CODPOST NOT > W-COBR-CP-HASTA(W-IND-COBR)
               MOVE W-IND-COBR TO W-COBR-HALLADO
            END-IF.

       F-COMPARO-COBRADOR.
            EXIT.

      * CALCULO-ADEUDADO: pendiente de las facturas abiertas en pesos
      * del cliente en CLI_ID. Con W-LISTO-FACTURAS en "S" ademas
      * imprime cada factura debajo del cliente en la hoja.
       CALCULO-ADEUDADO.
            MOVE 0 TO W-ADEUDADO.
            MOVE 0 TO W-CANT-FACTURAS.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM SUMO-UNA-FACTURA THRU F-SUMO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".

       F-CALCULO-ADEUDADO.
            EXIT.

       SUMO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-SUMO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-FACTURAS
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
                  OR FACT-MONEDA-DOLAR
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            ADD 1 TO W-CANT-FACTURAS.
            ADD W-PENDIENTE TO W-ADEUDADO.
            IF W-LISTO-FACTURAS = "S"
               MOVE W-PENDIENTE TO IMPORTE-ZZ
               DISPLAY "              factura " FACT-NUMERO
                       " vto " FACT-FECHA-VTO " " IMPORTE-ZZ
            END-IF.

       F-SUMO-UNA-FACTURA.
            EXIT.

      * SUMO-APLICADO: junta lo aplicado a esta factura por los
      * recibos vigentes del cliente, renglones embebidos y de
      * desborde.
       SUMO-APLICADO.
            MOVE 0 TO W-APLICADO.
            MOVE FACT-CLI-ID TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM SUMO-UN-RECIBO THRU F-SUMO-UN-RECIBO
                UNTIL W-FIN-AUX = "S".

       F-SUMO-APLICADO.
            EXIT.

       SUMO-UN-RECIBO.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
              NOT AT END
                IF COB-CLI-ID NOT = FACT-CLI-ID
                   MOVE "S" TO W-FIN-AUX
                ELSE
                   IF COB-ESTADO = SPACE OR COB-ACTIVA
                      PERFORM SUMO-APLIC-EMBEBIDAS
                         THRU F-SUMO-APLIC-EMBEBIDAS
                          VARYING W-INDICE FROM 1 BY 1
                              UNTIL W-INDICE > COB-CANT-APLIC
                      IF COB-CANT-RENGLONES > 10
                         PERFORM SUMO-APLIC-DESBORDE
                            THRU F-SUMO-APLIC-DESBORDE
                      END-IF
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UN-RECIBO.
            EXIT.

       SUMO-APLIC-EMBEBIDAS.
            IF COB-APL-FACT-NUMERO(W-INDICE) = W-NUMERO-ACTUAL
               ADD COB-APL-MONTO(W-INDICE) TO W-APLICADO
            END-IF.

       F-SUMO-APLIC-EMBEBIDAS.
            EXIT.

       SUMO-APLIC-DESBORDE.
            MOVE COB-NUMERO TO CDET-COB-NUMERO.
            MOVE 0 TO CDET-RENGLON.
            START COB-DETALLE KEY IS NOT LESS THAN CDET-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DETALLE
              NOT INVALID KEY MOVE "N" TO W-FIN-DETALLE
            END-START.
            PERFORM SUMO-UNA-APLIC-DET THRU F-SUMO-UNA-APLIC-DET
                UNTIL W-FIN-DETALLE = "S".

       F-SUMO-APLIC-DESBORDE.
            EXIT.

       SUMO-UNA-APLIC-DET.
            READ COB-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DETALLE
              NOT AT END
                IF CDET-COB-NUMERO NOT = COB-NUMERO
                   MOVE "S" TO W-FIN-DETALLE
                ELSE
                   IF CDET-FACT-NUMERO = W-NUMERO-ACTUAL
                      ADD CDET-MONTO TO W-APLICADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-APLIC-DET.
            EXIT.

      * GRABO-HOJAS: salida del SORT con corte por cobrador (una hoja
      * por cobrador, cabecera en el renglon 0 al cerrar) y por
      * codigo postal (subtotal de la zona).
       GRABO-HOJAS.
            MOVE 0 TO W-IND-ACTUAL.
            PERFORM GRABO-UNA-VISITA THRU F-GRABO-UNA-VISITA
                UNTIL W-FIN-SALIDA = "S".
            IF W-IND-ACTUAL NOT = 0
               PERFORM CIERRO-CODPOST THRU F-CIERRO-CODPOST
               PERFORM CIERRO-HOJA THRU F-CIERRO-HOJA
            END-IF.

       F-GRABO-HOJAS.
            EXIT.

       GRABO-UNA-VISITA.
            RETURN SORT-HOJA
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-GRABO-UNA-VISITA
            END-RETURN.
            IF SH-IND-COBRADOR NOT = W-IND-ACTUAL
               IF W-IND-ACTUAL NOT = 0
                  PERFORM CIERRO-CODPOST THRU F-CIERRO-CODPOST
                  PERFORM CIERRO-HOJA THRU F-CIERRO-HOJA
               END-IF
               PERFORM ABRO-HOJA THRU F-ABRO-HOJA
            END-IF.
            IF SH-CODPOST NOT = W-CP-ACTUAL
               IF W-CP-CLIENTES > 0
                  PERFORM CIERRO-CODPOST THRU F-CIERRO-CODPOST
               END-IF
               MOVE SH-CODPOST TO W-CP-ACTUAL
               DISPLAY "  Codigo postal " W-CP-ACTUAL
            END-IF.
            PERFORM ASIGNO-RECIBO THRU F-ASIGNO-RECIBO.
            ADD 1 TO W-RENGLON.
            INITIALIZE REG-HOJA-RUTA REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE W-COBR-CODIGO(W-IND-ACTUAL) TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-RENGLON TO HR-RENGLON.
            MOVE SH-CLI-ID TO HR-CLI-ID.
            MOVE SH-CODPOST TO HR-CODPOST.
            MOVE SH-CANT-FACTURAS TO HR-CANT-FACTURAS.
            MOVE SH-ADEUDADO TO HR-ADEUDADO.
            MOVE W-RECIBO-ASIGNADO TO HR-RECIBO.
            SET HR-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO HR-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO HR-USUARIO-ALTA.
            WRITE REG-HOJA-RUTA
              INVALID KEY
                DISPLAY "Error grabando renglon " W-RENGLON
                        " de la hoja " HR-COBRADOR ": " ST-HOJAS
            END-WRITE.
            ADD 1 TO W-CANT-EN-HOJA.
            ADD 1 TO W-CP-CLIENTES.
            ADD SH-ADEUDADO TO W-CP-ADEUDADO.
            ADD SH-ADEUDADO TO W-HOJA-ADEUDADO.
            ADD SH-ADEUDADO TO W-TOTAL-ADEUDADO.
            MOVE SH-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE CLI_DIRECCION
            END-READ.
            MOVE SH-ADEUDADO TO IMPORTE-ZZ.
            DISPLAY "    " W-RENGLON " recibo " W-RECIBO-ASIGNADO
                    " cliente " SH-CLI-ID " " CLI_NOMBRE(1:30)
                    " " IMPORTE-ZZ.
            DISPLAY "              " CLI_DIRECCION(1:60).
            MOVE "S" TO W-LISTO-FACTURAS.
            PERFORM CALCULO-ADEUDADO THRU F-CALCULO-ADEUDADO.

       F-GRABO-UNA-VISITA.
            EXIT.

       ABRO-HOJA.
            MOVE SH-IND-COBRADOR TO W-IND-ACTUAL.
            MOVE 0 TO W-RENGLON.
            MOVE 0 TO W-HOJA-ADEUDADO.
            MOVE 0 TO W-CP-ADEUDADO.
            MOVE 0 TO W-CP-CLIENTES.
            MOVE HIGH-VALUES TO W-CP-ACTUAL.
            DISPLAY " ".
            DISPLAY "HOJA DE RUTA " W-FECHA-HOJA " - COBRADOR "
                    W-COBR-CODIGO(W-IND-ACTUAL) " "
                    W-COBR-NOMBRE(W-IND-ACTUAL).
            DISPLAY "Talonario " W-COBR-RECIBO-DESDE(W-IND-ACTUAL)
                    " a " W-COBR-RECIBO-HASTA(W-IND-ACTUAL)
                    ", proximo " W-COBR-PROXIMO(W-IND-ACTUAL).

       F-ABRO-HOJA.
            EXIT.

       CIERRO-CODPOST.
            MOVE W-CP-ADEUDADO TO TOTAL-ZZ.
            DISPLAY "  Subtotal CP " W-CP-ACTUAL ": " W-CP-CLIENTES
                    " clientes " TOTAL-ZZ.
            MOVE 0 TO W-CP-ADEUDADO.
            MOVE 0 TO W-CP-CLIENTES.

       F-CIERRO-CODPOST.
            EXIT.

      * CIERRO-HOJA: la cabecera va al final porque lleva los totales
      * de la hoja; queda en G (generada) hasta la rendicion.
       CIERRO-HOJA.
            INITIALIZE REG-HOJA-RUTA REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE W-COBR-CODIGO(W-IND-ACTUAL) TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE 0 TO HR-RENGLON.
            MOVE W-COBR-NOMBRE(W-IND-ACTUAL) TO HRC-NOMBRE.
            MOVE W-RENGLON TO HRC-CANT-RENGLONES.
            MOVE W-HOJA-ADEUDADO TO HRC-TOTAL-ADEUDADO.
            SET HRC-GENERADA TO TRUE.
            MOVE W-FECHA-SISTEMA TO HR-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO HR-USUARIO-ALTA.
            WRITE REG-HOJA-RUTA
              INVALID KEY
                DISPLAY "Error grabando cabecera de la hoja "
                        HR-COBRADOR ": " ST-HOJAS
            END-WRITE.
            ADD 1 TO W-CANT-HOJAS.
            MOVE W-HOJA-ADEUDADO TO TOTAL-ZZ.
            DISPLAY "Total hoja " W-COBR-CODIGO(W-IND-ACTUAL) ": "
                    W-RENGLON " visitas " TOTAL-ZZ.

       F-CIERRO-HOJA.
            EXIT.

      * ASIGNO-RECIBO: proximo numero del talonario del cobrador; con
      * el talonario agotado la visita sale sin recibo (0) y el
      * cobrador usa uno de un talonario nuevo, que se declara en la
      * rendicion.
       ASIGNO-RECIBO.
            IF W-COBR-PROXIMO(W-IND-ACTUAL) >
                  W-COBR-RECIBO-HASTA(W-IND-ACTUAL)
               MOVE 0 TO W-RECIBO-ASIGNADO
               ADD 1 TO W-CANT-SIN-RECIBO
               DISPLAY "DIFERENCIA: talonario del cobrador "
                       W-COBR-CODIGO(W-IND-ACTUAL) " agotado, "
                       "cliente " SH-CLI-ID " sin recibo asignado"
            ELSE
               MOVE W-COBR-PROXIMO(W-IND-ACTUAL) TO W-RECIBO-ASIGNADO
               ADD 1 TO W-COBR-PROXIMO(W-IND-ACTUAL)
            END-IF.

       F-ASIGNO-RECIBO.
            EXIT.

       END PROGRAM "HOJA-RUTA-COBRADORES".
