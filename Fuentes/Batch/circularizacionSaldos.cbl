      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Circularizacion anual de saldos de clientes para los
      *          auditores externos. Todos los anios se sacaba el
      *          CLI_SALDO a mano, se tipeaban las cartas y las
      *          respuestas se seguian en una planilla. Este job arma
      *          la muestra del ejercicio: para cada cliente calcula
      *          el saldo a la fecha de corte a partir de sus
      *          comprobantes (facturas con lo que les falta cobrar
      *          segun los recibos vigentes hasta el corte, como
      *          SUMO-APLICADO en HOJA-RUTA-COBRADORES; notas de
      *          credito y pagos a cuenta restan) y toma todas las
      *          cuentas que llegan al umbral mas un porcentaje al
      *          azar del resto con saldo. La semilla del azar (la
      *          que se ingresa o, en cero, la hora de la corrida)
      *          queda en la cabecera de CIRCULARIZACION junto con el
      *          resto de los parametros, para que el auditor pueda
      *          reproducir la seleccion. Cada cliente elegido queda
      *          pendiente de respuesta en CIRCULARIZACION y su carta
      *          de confirmacion, con el detalle de comprobantes
      *          abiertos al corte, sale en circularizacion.txt. Un
      *          ejercicio ya circularizado no se vuelve a generar.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIRCULARIZACION-SALDOS".

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
              COPY "./sel/circularizacion.sel".

           SELECT CARTAS-IMPRESION ASSIGN TO "./circularizacion.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-IMPRESION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/circularizacion.fd".

       FD CARTAS-IMPRESION.
       01 REG-CARTA PIC X(80).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-CIRCULARIZACION PIC XX.
       01 ST-IMPRESION       PIC XX.
       01 W-FIN-CLIENTES     PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-AUX          PIC X.
       01 W-FIN-DETALLE      PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-INDICE           PIC 9(2).

      * Parametros de la corrida.
       01 W-EJERCICIO        PIC 9(4).
       01 W-FECHA-CORTE      PIC 9(8).
       01 W-FECHA-CORTE-R REDEFINES W-FECHA-CORTE.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.
       01 W-UMBRAL           PIC 9(9)V9(2).
       01 W-PORCENTAJE       PIC 9(3).
       01 W-SEMILLA          PIC 9(8).
       01 W-HORA             PIC 9(8).
       01 W-AZAR             PIC 9V9(8).
       01 W-AZAR-PORC        PIC 9(3)V9(6).

      * Saldo al corte del cliente en curso y sus comprobantes
      * abiertos (los que no entran en la tabla se cuentan y salen
      * resumidos en la carta).
       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(9)V9(2).
       01 W-SALDO-CORTE      PIC S9(9)V9(2).
       01 W-CANT-ITEMS       PIC 9(4).
       01 W-CANT-TABLA       PIC 9(2).
       01 W-TABLA-ITEMS.
          03 W-ITEM OCCURS 40 TIMES.
             05 W-ITEM-TIPO     PIC X(12).
             05 W-ITEM-NUMERO   PIC 9(9).
             05 W-ITEM-FECHA    PIC 9(8).
             05 W-ITEM-IMPORTE  PIC S9(9)V9(2).
       01 W-RESTO-ITEMS      PIC S9(9)V9(2).
       01 W-SELECCION        PIC X.

       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-MONTO       PIC 9(5) VALUE 0.
       01 W-CANT-AZAR        PIC 9(5) VALUE 0.

       01 W-FECHA-EDIT.
          05 FE-DIA          PIC 9(2).
          05 FILLER          PIC X VALUE "/".
          05 FE-MES          PIC 9(2).
          05 FILLER          PIC X VALUE "/".
          05 FE-ANIO         PIC 9(4).
       01 W-FECHA-AUX        PIC 9(8).
       01 W-FECHA-AUX-R REDEFINES W-FECHA-AUX.
          05 FA-ANIO         PIC 9(4).
          05 FA-MES          PIC 9(2).
          05 FA-DIA          PIC 9(2).
       01 W-CORTE-EDIT       PIC X(10).

       01 IMPORTE-ZZ         PIC ---.---.--9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            IF W-FIN-CLIENTES NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
            END-IF.
            IF W-FIN-CLIENTES NOT = "S"
               PERFORM CONTROLO-EJERCICIO THRU F-CONTROLO-EJERCICIO
            END-IF.
            IF W-FIN-CLIENTES NOT = "S"
               COMPUTE W-AZAR = FUNCTION RANDOM(W-SEMILLA)
               DISPLAY "CIRCULARIZACION DE SALDOS - EJERCICIO "
                       W-EJERCICIO " CORTE " W-CORTE-EDIT
               PERFORM EVALUO-CLIENTES THRU F-EVALUO-CLIENTES
                   UNTIL W-FIN-CLIENTES = "S"
               PERFORM GRABO-CABECERA THRU F-GRABO-CABECERA
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               DISPLAY "Clientes evaluados   : " W-CANT-CLIENTES
               DISPLAY "Seleccionados monto  : " W-CANT-MONTO
               DISPLAY "Seleccionados al azar: " W-CANT-AZAR
               DISPLAY "Semilla              : " W-SEMILLA
            END-IF.
            STOP RUN.

      * PIDO-PARAMETROS: ejercicio y fecha de corte (por defecto el
      * 31/12 del ejercicio), umbral de saldo, porcentaje de la
      * muestra al azar (0 = 10%) y semilla (0 = la hora).
       PIDO-PARAMETROS.
            DISPLAY "Ejercicio (AAAA): " WITH NO ADVANCING.
            ACCEPT W-EJERCICIO.
            DISPLAY "Fecha de corte (AAAAMMDD, 0=31/12): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-CORTE.
            IF W-FECHA-CORTE = 0
               MOVE W-EJERCICIO TO FC-ANIO
               MOVE 12 TO FC-MES
               MOVE 31 TO FC-DIA
            END-IF.
            CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                 W-FECHA-VALIDA.
            IF W-FECHA-VALIDA NOT = "S" OR FC-MES > 12
               DISPLAY "Fecha de corte invalida: " W-FECHA-CORTE
               MOVE "S" TO W-FIN-CLIENTES
               GO TO F-PIDO-PARAMETROS
            END-IF.
            DISPLAY "Umbral de saldo: " WITH NO ADVANCING.
            ACCEPT W-UMBRAL.
            DISPLAY "Porcentaje al azar del resto (0=10): "
                    WITH NO ADVANCING.
            ACCEPT W-PORCENTAJE.
            IF W-PORCENTAJE = 0 OR W-PORCENTAJE > 100
               MOVE 10 TO W-PORCENTAJE
            END-IF.
            DISPLAY "Semilla (0=hora de la corrida): "
                    WITH NO ADVANCING.
            ACCEPT W-SEMILLA.
            IF W-SEMILLA = 0
               ACCEPT W-HORA FROM TIME
               MOVE W-HORA TO W-SEMILLA
            END-IF.
            MOVE W-FECHA-CORTE TO W-FECHA-AUX.
            PERFORM EDITO-FECHA THRU F-EDITO-FECHA.
            MOVE W-FECHA-EDIT TO W-CORTE-EDIT.

       F-PIDO-PARAMETROS.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN-CLIENTES
            ELSE
               MOVE LOW-VALUES TO ID_CLIENTE
               START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
                 INVALID KEY
                   DISPLAY "No hay clientes para circularizar"
                   MOVE "S" TO W-FIN-CLIENTES
               END-START
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN-CLIENTES
            END-IF.
            OPEN INPUT COBRANZAS.
            OPEN INPUT COB-DETALLE.
            OPEN I-O CIRCULARIZACION.
            IF ST-CIRCULARIZACION > "07"
               DISPLAY "Error abriendo Circularizacion: "
                       ST-CIRCULARIZACION
               MOVE "S" TO W-FIN-CLIENTES
            END-IF.
            OPEN OUTPUT CARTAS-IMPRESION.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE CIRCULARIZACION.
            CLOSE CARTAS-IMPRESION.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-EJERCICIO: la cabecera (cliente 0) marca un
      * ejercicio ya circularizado; volver a sacar la muestra
      * cambiaria la seleccion que el auditor ya tiene.
       CONTROLO-EJERCICIO.
            MOVE W-EJERCICIO TO CIR-EJERCICIO.
            MOVE 0 TO CIR-CLI-ID.
            READ CIRCULARIZACION KEY IS CIR-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "El ejercicio " W-EJERCICIO
                        " ya fue circularizado el " CIR-FECHA-ALTA
                        " (semilla " CIRC-SEMILLA ")"
                MOVE "S" TO W-FIN-CLIENTES
                PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
            END-READ.

       F-CONTROLO-EJERCICIO.
            EXIT.

       EVALUO-CLIENTES.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CLIENTES
              NOT AT END
                IF NOT CLI-BAJA-LOGICA
                   ADD 1 TO W-CANT-CLIENTES
                   PERFORM EVALUO-UN-CLIENTE
                      THRU F-EVALUO-UN-CLIENTE
                END-IF
            END-READ.

       F-EVALUO-CLIENTES.
            EXIT.

      * EVALUO-UN-CLIENTE: por monto entra todo saldo que llega al
      * umbral; del resto con saldo se sortea cada cuenta contra el
      * porcentaje, siempre en orden de ID_CLIENTE para que la misma
      * semilla de la misma muestra.
       EVALUO-UN-CLIENTE.
            PERFORM CALCULO-SALDO-CORTE THRU F-CALCULO-SALDO-CORTE.
            IF W-SALDO-CORTE = 0
               GO TO F-EVALUO-UN-CLIENTE
            END-IF.
            MOVE SPACE TO W-SELECCION.
            IF W-SALDO-CORTE NOT < W-UMBRAL
               MOVE "M" TO W-SELECCION
               ADD 1 TO W-CANT-MONTO
            ELSE
               COMPUTE W-AZAR = FUNCTION RANDOM
               COMPUTE W-AZAR-PORC = W-AZAR * 100
               IF W-AZAR-PORC < W-PORCENTAJE
                  MOVE "A" TO W-SELECCION
                  ADD 1 TO W-CANT-AZAR
               END-IF
            END-IF.
            IF W-SELECCION = SPACE
               GO TO F-EVALUO-UN-CLIENTE
            END-IF.
            PERFORM GRABO-CIRCULARIZADO THRU F-GRABO-CIRCULARIZADO.
            PERFORM IMPRIMO-CARTA THRU F-IMPRIMO-CARTA.

       F-EVALUO-UN-CLIENTE.
            EXIT.

      * CALCULO-SALDO-CORTE: comprobantes del cliente con fecha hasta
      * el corte -- facturas por lo que les falta cobrar, notas de
      * credito en negativo -- mas los pagos a cuenta de los recibos
      * vigentes hasta el corte.
       CALCULO-SALDO-CORTE.
            MOVE 0 TO W-SALDO-CORTE W-CANT-ITEMS W-CANT-TABLA
                      W-RESTO-ITEMS.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM SUMO-UNA-FACTURA THRU F-SUMO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".
            MOVE CLI_ID TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM SUMO-UN-PAGO-CUENTA THRU F-SUMO-UN-PAGO-CUENTA
                UNTIL W-FIN-AUX = "S".

       F-CALCULO-SALDO-CORTE.
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
            IF FACT-ANULADA OR FACT-FECHA > W-FECHA-CORTE
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO
               COMPUTE W-PENDIENTE = FACT-TOTAL * -1
               PERFORM AGREGO-ITEM-NC THRU F-AGREGO-ITEM-NC
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            PERFORM AGREGO-ITEM-FACTURA THRU F-AGREGO-ITEM-FACTURA.

       F-SUMO-UNA-FACTURA.
            EXIT.

       AGREGO-ITEM-FACTURA.
            PERFORM AGREGO-ITEM THRU F-AGREGO-ITEM.
            IF W-CANT-TABLA > 0 AND W-ITEM-NUMERO(W-CANT-TABLA)
                  = FACT-NUMERO
               MOVE "Factura" TO W-ITEM-TIPO(W-CANT-TABLA)
            END-IF.

       F-AGREGO-ITEM-FACTURA.
            EXIT.

       AGREGO-ITEM-NC.
            PERFORM AGREGO-ITEM THRU F-AGREGO-ITEM.
            IF W-CANT-TABLA > 0 AND W-ITEM-NUMERO(W-CANT-TABLA)
                  = FACT-NUMERO
               MOVE "Nota credito" TO W-ITEM-TIPO(W-CANT-TABLA)
            END-IF.

       F-AGREGO-ITEM-NC.
            EXIT.

      * AGREGO-ITEM: suma W-PENDIENTE al saldo y, mientras haya
      * lugar, guarda el comprobante en curso para la carta.
       AGREGO-ITEM.
            ADD W-PENDIENTE TO W-SALDO-CORTE.
            ADD 1 TO W-CANT-ITEMS.
            IF W-CANT-TABLA < 40
               ADD 1 TO W-CANT-TABLA
               MOVE FACT-NUMERO TO W-ITEM-NUMERO(W-CANT-TABLA)
               MOVE FACT-FECHA TO W-ITEM-FECHA(W-CANT-TABLA)
               MOVE W-PENDIENTE TO W-ITEM-IMPORTE(W-CANT-TABLA)
            ELSE
               ADD W-PENDIENTE TO W-RESTO-ITEMS
            END-IF.

       F-AGREGO-ITEM.
            EXIT.

      * SUMO-UN-PAGO-CUENTA: lo que un recibo vigente hasta el corte
      * no aplico a ninguna factura queda a favor del cliente.
       SUMO-UN-PAGO-CUENTA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-SUMO-UN-PAGO-CUENTA
            END-READ.
            IF COB-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-AUX
               GO TO F-SUMO-UN-PAGO-CUENTA
            END-IF.
            IF (COB-ESTADO NOT = SPACE AND NOT COB-ACTIVA)
                  OR COB-FECHA > W-FECHA-CORTE
                  OR COB-NO-APLICADO NOT > 0
               GO TO F-SUMO-UN-PAGO-CUENTA
            END-IF.
            COMPUTE W-PENDIENTE = COB-NO-APLICADO * -1.
            ADD W-PENDIENTE TO W-SALDO-CORTE.
            ADD 1 TO W-CANT-ITEMS.
            IF W-CANT-TABLA < 40
               ADD 1 TO W-CANT-TABLA
               MOVE "Pago cuenta" TO W-ITEM-TIPO(W-CANT-TABLA)
               MOVE COB-NUMERO TO W-ITEM-NUMERO(W-CANT-TABLA)
               MOVE COB-FECHA TO W-ITEM-FECHA(W-CANT-TABLA)
               MOVE W-PENDIENTE TO W-ITEM-IMPORTE(W-CANT-TABLA)
            ELSE
               ADD W-PENDIENTE TO W-RESTO-ITEMS
            END-IF.

       F-SUMO-UN-PAGO-CUENTA.
            EXIT.

      * SUMO-APLICADO: lo aplicado a la factura por los recibos
      * vigentes del cliente fechados hasta el corte, renglones
      * embebidos y de desborde (mismo recorrido que
      * HOJA-RUTA-COBRADORES).
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
                   IF (COB-ESTADO = SPACE OR COB-ACTIVA)
                         AND COB-FECHA NOT > W-FECHA-CORTE
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

       GRABO-CIRCULARIZADO.
            INITIALIZE REG-CIRCULARIZACION
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-EJERCICIO TO CIR-EJERCICIO.
            MOVE CLI_ID TO CIR-CLI-ID.
            MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
            MOVE W-SELECCION TO CIR-SELECCION.
            MOVE W-SALDO-CORTE TO CIR-SALDO.
            MOVE CLI_MONEDA TO CIR-MONEDA.
            MOVE W-CANT-ITEMS TO CIR-CANT-ITEMS.
            SET CIR-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO CIR-FECHA-ALTA.
            MOVE "BATCH" TO CIR-USUARIO-ALTA.
            WRITE REG-CIRCULARIZACION
              INVALID KEY
                DISPLAY "Error grabando cliente " CLI_ID ": "
                        ST-CIRCULARIZACION
            END-WRITE.

       F-GRABO-CIRCULARIZADO.
            EXIT.

      * GRABO-CABECERA: parametros y semilla de la corrida, para
      * reproducir la muestra.
       GRABO-CABECERA.
            INITIALIZE REG-CIRCULARIZACION
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-EJERCICIO TO CIR-EJERCICIO.
            MOVE 0 TO CIR-CLI-ID.
            MOVE W-FECHA-CORTE TO CIRC-FECHA-CORTE.
            MOVE W-SEMILLA TO CIRC-SEMILLA.
            MOVE W-UMBRAL TO CIRC-UMBRAL.
            MOVE W-PORCENTAJE TO CIRC-PORCENTAJE.
            MOVE W-CANT-CLIENTES TO CIRC-CANT-CLIENTES.
            MOVE W-CANT-MONTO TO CIRC-CANT-MONTO.
            MOVE W-CANT-AZAR TO CIRC-CANT-AZAR.
            MOVE W-FECHA-SISTEMA TO CIR-FECHA-ALTA.
            MOVE "BATCH" TO CIR-USUARIO-ALTA.
            WRITE REG-CIRCULARIZACION
              INVALID KEY
                DISPLAY "Error grabando cabecera: "
                        ST-CIRCULARIZACION
            END-WRITE.

       F-GRABO-CABECERA.
            EXIT.

      * IMPRIMO-CARTA: pedido de confirmacion con el detalle de
      * comprobantes abiertos al corte; el cliente responde directo
      * al auditor.
       IMPRIMO-CARTA.
            MOVE W-FECHA-SISTEMA TO W-FECHA-AUX.
            PERFORM EDITO-FECHA THRU F-EDITO-FECHA.
            MOVE SPACES TO REG-CARTA.
            STRING "Fecha: " W-FECHA-EDIT
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            STRING "Senores: " CLI_NOMBRE
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            STRING "         " CLI_DIRECCION
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            STRING "         (" CLI_CODPOST ")  Cliente " CLI_ID
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            STRING "Ref.: Confirmacion de saldo al " W-CORTE-EDIT
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "Nuestros auditores externos estan revisando los esta"
              & "dos contables de la empresa." TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "Les pedimos confirmar directamente a ellos el saldo"
              & " que registramos a su cargo" TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "a la fecha de corte, segun el detalle de comprobant"
              & "es abiertos que sigue:" TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "  Comprobante   Numero     Fecha               Impor"
              & "te" TO REG-CARTA.
            WRITE REG-CARTA.
            PERFORM IMPRIMO-UN-ITEM THRU F-IMPRIMO-UN-ITEM
                VARYING W-INDICE FROM 1 BY 1
                    UNTIL W-INDICE > W-CANT-TABLA.
            IF W-CANT-ITEMS > W-CANT-TABLA
               MOVE W-RESTO-ITEMS TO IMPORTE-ZZ
               MOVE SPACES TO REG-CARTA
               STRING "  Otros comprobantes (" W-CANT-ITEMS
                      " en total)             " IMPORTE-ZZ
                      DELIMITED BY SIZE INTO REG-CARTA
               WRITE REG-CARTA
            END-IF.
            MOVE W-SALDO-CORTE TO IMPORTE-ZZ.
            MOVE SPACES TO REG-CARTA.
            STRING "  Saldo a su cargo al " W-CORTE-EDIT "        "
                   IMPORTE-ZZ " " CLI_MONEDA
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "  [ ] Conforme" TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "  [ ] No conforme. Nuestro saldo a esa fecha es: ____"
              & "__________" TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE SPACES TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE "  Firma y sello: ______________________________"
              TO REG-CARTA.
            WRITE REG-CARTA.
            MOVE ALL "=" TO REG-CARTA.
            WRITE REG-CARTA.

       F-IMPRIMO-CARTA.
            EXIT.

       IMPRIMO-UN-ITEM.
            MOVE W-ITEM-FECHA(W-INDICE) TO W-FECHA-AUX.
            PERFORM EDITO-FECHA THRU F-EDITO-FECHA.
            MOVE W-ITEM-IMPORTE(W-INDICE) TO IMPORTE-ZZ.
            MOVE SPACES TO REG-CARTA.
            STRING "  " W-ITEM-TIPO(W-INDICE) "  "
                   W-ITEM-NUMERO(W-INDICE) "  " W-FECHA-EDIT
                   "    " IMPORTE-ZZ
                   DELIMITED BY SIZE INTO REG-CARTA.
            WRITE REG-CARTA.

       F-IMPRIMO-UN-ITEM.
            EXIT.

       EDITO-FECHA.
            MOVE FA-DIA TO FE-DIA.
            MOVE FA-MES TO FE-MES.
            MOVE FA-ANIO TO FE-ANIO.

       F-EDITO-FECHA.
            EXIT.

       END PROGRAM "CIRCULARIZACION-SALDOS".
