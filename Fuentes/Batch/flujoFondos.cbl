      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Proyeccion del flujo de fondos de tesoreria para las
      *          proximas 13 semanas, dia por dia. Se le pide el saldo
      *          inicial en bancos y arma una tabla de 91 dias (hoy es
      *          el dia 1) con:
      *          Ingresos - cobranzas esperadas: lo pendiente de cada
      *                     factura activa (total menos lo aplicado por
      *                     los recibos vigentes, como SUMO-APLICADO de
      *                     ARCHIVO-COMPROBANTES) en su vencimiento; las
      *                     facturas incluidas en un plan de pagos
      *                     vigente no se cuentan, entran por cuota;
      *                   - cheques en cartera por su fecha de pago y
      *                     depositados a la fecha de acreditacion;
      *                   - cuotas pendientes de planes vigentes.
      *          Egresos  - facturas de proveedor abiertas por su
      *                     vencimiento (las vencidas, hoy);
      *                   - pagos programados: ordenes de pago
      *                     transferidas que el banco aun no confirmo
      *                     y cheques propios emitidos sin debitar.
      *          Lista el saldo proyectado de cada dia, marca los dias
      *          en que queda negativo y corta por semana. Las
      *          cobranzas y cuotas ya vencidas no se proyectan (no hay
      *          fecha cierta); se informan al pie. Importes en pesos
      *          sin centavos; las facturas en dolares se convierten
      *          con la tasa de tasaCambio.dat. Devuelve 4 si algun dia
      *          queda en negativo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FLUJO-FONDOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cobDetalle.sel".
              COPY "./sel/planesPago.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/ordenesPago.sel".
              COPY "./sel/chequesPropios.sel".
              COPY "./sel/tasaCambio.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/planesPago.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/ordenesPago.fd".
              COPY "./fd/chequesPropios.fd".
              COPY "./fd/tasaCambio.fd".

       WORKING-STORAGE SECTION.

       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-PLANES          PIC XX.
       01 ST-CHEQUES         PIC XX.
       01 ST-FACT-PROV       PIC XX.
       01 ST-ORDENES-PAGO    PIC XX.
       01 ST-CHEQUES-PROPIOS PIC XX.
       01 ST-TASA            PIC XX.

       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-AUX          PIC X VALUE "N".
       01 W-ERROR-APERTURA   PIC X VALUE "N".

       01 W-TASA-USD         PIC 9(5)V99 VALUE 1000,00.
       01 W-SALDO-INICIAL    PIC S9(11)V9(2) VALUE 0.

      * Dias como enteros de INTEGER-OF-DATE; el dia 1 de la tabla es
      * hoy. W-IND-DIA puede dar menor a 1 (vencido) o mayor a 91
      * (fuera del horizonte).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HOY-INT          PIC 9(7).
       01 W-MOV-INT          PIC 9(7).
       01 W-FECHA-MOV        PIC 9(8).
       01 W-IND-DIA          PIC S9(7).
       01 W-DIAS-ACREDITACION PIC 9(2) VALUE 2.
       01 W-FECHA-DIA        PIC 9(8).
       01 W-COCIENTE         PIC 9(7).
       01 W-DIA-SEMANA       PIC 9.
       01 W-NOMBRES-DIA      PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 W-NOMBRES-DIA-R REDEFINES W-NOMBRES-DIA.
          05 W-NOMBRE-DIA    PIC X(3) OCCURS 7 TIMES.

      * Proyeccion: tres columnas de ingresos y dos de egresos por
      * dia, y el saldo que queda al cierre de cada uno.
       01 W-PROYECCION.
          05 W-PR-DIA OCCURS 91 TIMES.
             10 W-PR-COBRANZAS   PIC S9(11)V9(2).
             10 W-PR-CHEQUES     PIC S9(11)V9(2).
             10 W-PR-CUOTAS      PIC S9(11)V9(2).
             10 W-PR-PROVEEDORES PIC S9(11)V9(2).
             10 W-PR-PROGRAMADOS PIC S9(11)V9(2).
       01 W-IND-LISTA        PIC 9(3).
       01 W-SEMANA           PIC 9(2).
       01 W-RESTO-SEMANA     PIC 9.

       01 W-SEMANA-TOTALES.
          05 W-ST-COBRANZAS    PIC S9(11)V9(2).
          05 W-ST-CHEQUES      PIC S9(11)V9(2).
          05 W-ST-CUOTAS       PIC S9(11)V9(2).
          05 W-ST-PROVEEDORES  PIC S9(11)V9(2).
          05 W-ST-PROGRAMADOS  PIC S9(11)V9(2).

       01 W-SALDO            PIC S9(11)V9(2).
       01 W-SALDO-MINIMO     PIC S9(11)V9(2).
       01 W-FECHA-MINIMO     PIC 9(8) VALUE 0.
       01 W-PRIMER-NEGATIVO  PIC 9(8) VALUE 0.
       01 W-CANT-NEGATIVOS   PIC 9(3) VALUE 0.

      * Facturas de los planes vigentes: se cobran por cuota y no se
      * proyectan por su vencimiento original.
       01 W-FACTURAS-PLAN.
          05 W-FACT-PLAN     PIC 9(9) OCCURS 2000 TIMES.
       01 W-CANT-FACT-PLAN   PIC 9(4) VALUE 0.
       01 W-IND-PLAN         PIC 9(4).
       01 W-IND-CUOTA        PIC 9(2).
       01 W-EN-PLAN          PIC X.

       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-INDICE           PIC 9(2).
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(11)V9(2).

       01 W-VENCIDO-COBRANZAS PIC S9(11)V9(2) VALUE 0.
       01 W-CANT-FACT-VENCIDAS PIC 9(5) VALUE 0.
       01 W-VENCIDO-CUOTAS   PIC S9(11)V9(2) VALUE 0.
       01 W-CANT-CUOTAS-VENCIDAS PIC 9(5) VALUE 0.
       01 W-FUERA-HORIZONTE  PIC S9(11)V9(2) VALUE 0.

       01 W-LINEA-DIA.
          05 W-LD-FECHA      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 W-LD-DIA        PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 W-LD-IMPORTE    PIC ---------9 OCCURS 6 TIMES.
          05 FILLER          PIC X VALUE SPACE.
          05 W-LD-MARCA      PIC X(8).
       01 W-LINEA-DIA-R REDEFINES W-LINEA-DIA.
          05 W-LD-TITULO     PIC X(12).
          05 FILLER          PIC X(70).

       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Saldo inicial en bancos: " WITH NO ADVANCING.
            ACCEPT W-SALDO-INICIAL.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-HOY-INT =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            INITIALIZE W-PROYECCION.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-ERROR-APERTURA = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-PLANES THRU F-PROYECTO-PLANES
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-FACTURAS THRU F-PROYECTO-FACTURAS
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-CHEQUES THRU F-PROYECTO-CHEQUES
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-FACT-PROV THRU F-PROYECTO-FACT-PROV
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-ORDENES THRU F-PROYECTO-ORDENES
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.
            PERFORM PROYECTO-CHEQUES-PROPIOS
               THRU F-PROYECTO-CHEQUES-PROPIOS
                UNTIL W-FIN = "S".
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.

            PERFORM LISTO-PROYECCION THRU F-LISTO-PROYECCION.
            PERFORM LISTO-RESUMEN THRU F-LISTO-RESUMEN.
            IF W-CANT-NEGATIVOS > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * LEO-TASA-CAMBIO: toma la tasa USD->ARS de tasaCambio.dat; se
      * conserva el default de W-TASA-USD si el archivo no existe.
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
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Facturas: " ST-FACTURA
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT COB-DETALLE.
            IF ST-COB-DETALLE > "07"
               DISPLAY "Error abriendo Cob. Detalle: " ST-COB-DETALLE
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT PLANES-PAGO.
            IF ST-PLANES > "07"
               DISPLAY "Error abriendo Planes de Pago: " ST-PLANES
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo Cheques: " ST-CHEQUES
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Facturas Proveedor: "
                       ST-FACT-PROV
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT ORDENES-PAGO.
            IF ST-ORDENES-PAGO > "07"
               DISPLAY "Error abriendo Ordenes de Pago: "
                       ST-ORDENES-PAGO
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.
            OPEN INPUT CHEQUES-PROPIOS.
            IF ST-CHEQUES-PROPIOS > "07"
               DISPLAY "Error abriendo Cheques Propios: "
                       ST-CHEQUES-PROPIOS
               MOVE "S" TO W-ERROR-APERTURA
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE PLANES-PAGO.
            CLOSE CHEQUES.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE ORDENES-PAGO.
            CLOSE CHEQUES-PROPIOS.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * UBICO-DIA: W-FECHA-MOV -> W-IND-DIA, la posicion en la tabla
      * (1 = hoy). Sin fecha se toma hoy.
       UBICO-DIA.
            IF W-FECHA-MOV IS NOT NUMERIC OR W-FECHA-MOV = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-MOV
            END-IF.
            COMPUTE W-MOV-INT = FUNCTION INTEGER-OF-DATE(W-FECHA-MOV).
            COMPUTE W-IND-DIA = W-MOV-INT - W-HOY-INT + 1.

       F-UBICO-DIA.
            EXIT.

      ******************************************************************
      * INGRESOS
      ******************************************************************
      * PROYECTO-PLANES: cuotas pendientes de los planes vigentes, y
      * de paso junta las facturas de esos planes.
       PROYECTO-PLANES.
            READ PLANES-PAGO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-PLANES
            END-READ.
            IF NOT PLAN-VIGENTE
               GO TO F-PROYECTO-PLANES
            END-IF.
            PERFORM PROYECTO-UNA-CUOTA THRU F-PROYECTO-UNA-CUOTA
                VARYING W-IND-CUOTA FROM 1 BY 1
                    UNTIL W-IND-CUOTA > PLAN-CANT-CUOTAS
                       OR W-IND-CUOTA > 24.
            PERFORM GUARDO-FACT-PLAN THRU F-GUARDO-FACT-PLAN
                VARYING W-IND-PLAN FROM 1 BY 1
                    UNTIL W-IND-PLAN > PLAN-CANT-FACTURAS
                       OR W-IND-PLAN > 10.

       F-PROYECTO-PLANES.
            EXIT.

       PROYECTO-UNA-CUOTA.
            COMPUTE W-PENDIENTE = PLAN-CUOTA-IMPORTE(W-IND-CUOTA)
                                - PLAN-CUOTA-PAGADO(W-IND-CUOTA).
            IF W-PENDIENTE NOT > 0
               GO TO F-PROYECTO-UNA-CUOTA
            END-IF.
            MOVE PLAN-CUOTA-VTO(W-IND-CUOTA) TO W-FECHA-MOV.
            PERFORM UBICO-DIA THRU F-UBICO-DIA.
            EVALUATE TRUE
               WHEN W-IND-DIA < 1
                  ADD W-PENDIENTE TO W-VENCIDO-CUOTAS
                  ADD 1 TO W-CANT-CUOTAS-VENCIDAS
               WHEN W-IND-DIA > 91
                  ADD W-PENDIENTE TO W-FUERA-HORIZONTE
               WHEN OTHER
                  ADD W-PENDIENTE TO W-PR-CUOTAS(W-IND-DIA)
            END-EVALUATE.

       F-PROYECTO-UNA-CUOTA.
            EXIT.

       GUARDO-FACT-PLAN.
            IF W-CANT-FACT-PLAN < 2000
               ADD 1 TO W-CANT-FACT-PLAN
               MOVE PLAN-FACT-NUMERO(W-IND-PLAN)
                 TO W-FACT-PLAN(W-CANT-FACT-PLAN)
            END-IF.

       F-GUARDO-FACT-PLAN.
            EXIT.

      * PROYECTO-FACTURAS: lo pendiente de cada factura activa, en su
      * vencimiento (FACT-FECHA si no tiene). Las notas de credito no
      * se proyectan, mismo criterio que SNAPSHOT-AGING.
       PROYECTO-FACTURAS.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-FACTURAS
            END-READ.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
               GO TO F-PROYECTO-FACTURAS
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM CONTROLO-PLAN THRU F-CONTROLO-PLAN.
            IF W-EN-PLAN = "S"
               GO TO F-PROYECTO-FACTURAS
            END-IF.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-PROYECTO-FACTURAS
            END-IF.
            IF FACT-MONEDA-DOLAR
               COMPUTE W-PENDIENTE ROUNDED = W-PENDIENTE * W-TASA-USD
            END-IF.
            IF FACT-FECHA-VTO IS NUMERIC AND FACT-FECHA-VTO NOT = 0
               MOVE FACT-FECHA-VTO TO W-FECHA-MOV
            ELSE
               MOVE FACT-FECHA TO W-FECHA-MOV
            END-IF.
            PERFORM UBICO-DIA THRU F-UBICO-DIA.
            EVALUATE TRUE
               WHEN W-IND-DIA < 1
                  ADD W-PENDIENTE TO W-VENCIDO-COBRANZAS
                  ADD 1 TO W-CANT-FACT-VENCIDAS
               WHEN W-IND-DIA > 91
                  ADD W-PENDIENTE TO W-FUERA-HORIZONTE
               WHEN OTHER
                  ADD W-PENDIENTE TO W-PR-COBRANZAS(W-IND-DIA)
            END-EVALUATE.

       F-PROYECTO-FACTURAS.
            EXIT.

       CONTROLO-PLAN.
            MOVE "N" TO W-EN-PLAN.
            PERFORM COMPARO-FACT-PLAN THRU F-COMPARO-FACT-PLAN
                VARYING W-IND-PLAN FROM 1 BY 1
                    UNTIL W-IND-PLAN > W-CANT-FACT-PLAN
                       OR W-EN-PLAN = "S".

       F-CONTROLO-PLAN.
            EXIT.

       COMPARO-FACT-PLAN.
            IF W-FACT-PLAN(W-IND-PLAN) = W-NUMERO-ACTUAL
               MOVE "S" TO W-EN-PLAN
            END-IF.

       F-COMPARO-FACT-PLAN.
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
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM SUMO-UNA-APLIC-DET THRU F-SUMO-UNA-APLIC-DET
                UNTIL W-FIN = "S".
            MOVE "N" TO W-FIN.

       F-SUMO-APLIC-DESBORDE.
            EXIT.

       SUMO-UNA-APLIC-DET.
            READ COB-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF CDET-COB-NUMERO NOT = COB-NUMERO
                   MOVE "S" TO W-FIN
                ELSE
                   IF CDET-FACT-NUMERO = W-NUMERO-ACTUAL
                      ADD CDET-MONTO TO W-APLICADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-APLIC-DET.
            EXIT.

      * PROYECTO-CHEQUES: los cheques en cartera entran en su fecha de
      * pago (los ya depositables, hoy); los depositados, a los
      * W-DIAS-ACREDITACION dias del deposito.
       PROYECTO-CHEQUES.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-CHEQUES
            END-READ.
            EVALUATE TRUE
               WHEN CHQ-EN-CARTERA
                  MOVE CHQ-FECHA-PAGO TO W-FECHA-MOV
                  PERFORM UBICO-DIA THRU F-UBICO-DIA
               WHEN CHQ-DEPOSITADO
                  MOVE CHQ-FECHA-DEPOSITO TO W-FECHA-MOV
                  PERFORM UBICO-DIA THRU F-UBICO-DIA
                  ADD W-DIAS-ACREDITACION TO W-IND-DIA
               WHEN OTHER
                  GO TO F-PROYECTO-CHEQUES
            END-EVALUATE.
            IF W-IND-DIA < 1
               MOVE 1 TO W-IND-DIA
            END-IF.
            IF W-IND-DIA > 91
               ADD CHQ-IMPORTE TO W-FUERA-HORIZONTE
            ELSE
               ADD CHQ-IMPORTE TO W-PR-CHEQUES(W-IND-DIA)
            END-IF.

       F-PROYECTO-CHEQUES.
            EXIT.

      ******************************************************************
      * EGRESOS
      ******************************************************************
      * PROYECTO-FACT-PROV: saldo de las facturas de proveedor
      * abiertas en su vencimiento; las vencidas se pagan hoy. Las que
      * estan en una orden de pago entran por la orden.
       PROYECTO-FACT-PROV.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-FACT-PROV
            END-READ.
            IF NOT FP-ABIERTA OR FP-SALDO NOT > 0
               GO TO F-PROYECTO-FACT-PROV
            END-IF.
            MOVE FP-FECHA-VTO TO W-FECHA-MOV.
            PERFORM UBICO-DIA THRU F-UBICO-DIA.
            IF W-IND-DIA < 1
               MOVE 1 TO W-IND-DIA
            END-IF.
            IF W-IND-DIA > 91
               SUBTRACT FP-SALDO FROM W-FUERA-HORIZONTE
            ELSE
               ADD FP-SALDO TO W-PR-PROVEEDORES(W-IND-DIA)
            END-IF.

       F-PROYECTO-FACT-PROV.
            EXIT.

      * PROYECTO-ORDENES: ordenes de pago transferidas que el banco
      * todavia no confirmo, por el neto en la fecha de pago.
       PROYECTO-ORDENES.
            READ ORDENES-PAGO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-ORDENES
            END-READ.
            IF NOT OPG-TRANSFERIDA
               GO TO F-PROYECTO-ORDENES
            END-IF.
            MOVE OPG-FECHA-PAGO TO W-FECHA-MOV.
            PERFORM UBICO-DIA THRU F-UBICO-DIA.
            IF W-IND-DIA < 1
               MOVE 1 TO W-IND-DIA
            END-IF.
            IF W-IND-DIA > 91
               SUBTRACT OPG-NETO FROM W-FUERA-HORIZONTE
            ELSE
               ADD OPG-NETO TO W-PR-PROGRAMADOS(W-IND-DIA)
            END-IF.

       F-PROYECTO-ORDENES.
            EXIT.

      * PROYECTO-CHEQUES-PROPIOS: cheques propios emitidos que el
      * banco todavia no debito, en su fecha de pago.
       PROYECTO-CHEQUES-PROPIOS.
            READ CHEQUES-PROPIOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROYECTO-CHEQUES-PROPIOS
            END-READ.
            IF NOT CHP-EMITIDO
               GO TO F-PROYECTO-CHEQUES-PROPIOS
            END-IF.
            MOVE CHP-FECHA-PAGO TO W-FECHA-MOV.
            PERFORM UBICO-DIA THRU F-UBICO-DIA.
            IF W-IND-DIA < 1
               MOVE 1 TO W-IND-DIA
            END-IF.
            IF W-IND-DIA > 91
               SUBTRACT CHP-IMPORTE FROM W-FUERA-HORIZONTE
            ELSE
               ADD CHP-IMPORTE TO W-PR-PROGRAMADOS(W-IND-DIA)
            END-IF.

       F-PROYECTO-CHEQUES-PROPIOS.
            EXIT.

      ******************************************************************
      * LISTADO
      ******************************************************************
       LISTO-PROYECCION.
            MOVE W-SALDO-INICIAL TO W-SALDO W-SALDO-MINIMO.
            MOVE W-FECHA-SISTEMA TO W-FECHA-MINIMO.
            MOVE 0 TO W-SEMANA.
            INITIALIZE W-SEMANA-TOTALES.
            DISPLAY "PROYECCION DE FLUJO DE FONDOS - 13 SEMANAS DESDE "
                    W-FECHA-SISTEMA.
            MOVE W-SALDO-INICIAL TO TOTAL-ZZ.
            DISPLAY "Saldo inicial en bancos: " TOTAL-ZZ.
            PERFORM LISTO-UN-DIA THRU F-LISTO-UN-DIA
                VARYING W-IND-LISTA FROM 1 BY 1
                    UNTIL W-IND-LISTA > 91.

       F-LISTO-PROYECCION.
            EXIT.

       ENCABEZADO-SEMANA.
            DISPLAY " ".
            DISPLAY "SEMANA " W-SEMANA.
            DISPLAY "Fecha    Dia  Cobranzas   Cheques    Cuotas"
                    "  Proveed. Programad     Saldo".
            DISPLAY "----------------------------------------"
                    "----------------------------------------".

       LISTO-UN-DIA.
            DIVIDE W-IND-LISTA BY 7 GIVING W-COCIENTE
                   REMAINDER W-RESTO-SEMANA.
            IF W-RESTO-SEMANA = 1
               ADD 1 TO W-SEMANA
               PERFORM ENCABEZADO-SEMANA
            END-IF.
            COMPUTE W-MOV-INT = W-HOY-INT + W-IND-LISTA - 1.
            COMPUTE W-FECHA-DIA = FUNCTION DATE-OF-INTEGER(W-MOV-INT).
            COMPUTE W-MOV-INT = W-MOV-INT - 1.
            DIVIDE W-MOV-INT BY 7 GIVING W-COCIENTE
                   REMAINDER W-DIA-SEMANA.
            COMPUTE W-SALDO = W-SALDO
                            + W-PR-COBRANZAS(W-IND-LISTA)
                            + W-PR-CHEQUES(W-IND-LISTA)
                            + W-PR-CUOTAS(W-IND-LISTA)
                            - W-PR-PROVEEDORES(W-IND-LISTA)
                            - W-PR-PROGRAMADOS(W-IND-LISTA).
            ADD W-PR-COBRANZAS(W-IND-LISTA)   TO W-ST-COBRANZAS.
            ADD W-PR-CHEQUES(W-IND-LISTA)     TO W-ST-CHEQUES.
            ADD W-PR-CUOTAS(W-IND-LISTA)      TO W-ST-CUOTAS.
            ADD W-PR-PROVEEDORES(W-IND-LISTA) TO W-ST-PROVEEDORES.
            ADD W-PR-PROGRAMADOS(W-IND-LISTA) TO W-ST-PROGRAMADOS.

            MOVE W-FECHA-DIA TO W-LD-FECHA.
            ADD 1 TO W-DIA-SEMANA.
            MOVE W-NOMBRE-DIA(W-DIA-SEMANA) TO W-LD-DIA.
            MOVE W-PR-COBRANZAS(W-IND-LISTA)   TO W-LD-IMPORTE(1).
            MOVE W-PR-CHEQUES(W-IND-LISTA)     TO W-LD-IMPORTE(2).
            MOVE W-PR-CUOTAS(W-IND-LISTA)      TO W-LD-IMPORTE(3).
            MOVE W-PR-PROVEEDORES(W-IND-LISTA) TO W-LD-IMPORTE(4).
            MOVE W-PR-PROGRAMADOS(W-IND-LISTA) TO W-LD-IMPORTE(5).
            MOVE W-SALDO TO W-LD-IMPORTE(6).
            MOVE SPACES TO W-LD-MARCA.
            IF W-SALDO < 0
               MOVE "NEGATIVO" TO W-LD-MARCA
               ADD 1 TO W-CANT-NEGATIVOS
               IF W-PRIMER-NEGATIVO = 0
                  MOVE W-FECHA-DIA TO W-PRIMER-NEGATIVO
               END-IF
            END-IF.
            IF W-SALDO < W-SALDO-MINIMO
               MOVE W-SALDO TO W-SALDO-MINIMO
               MOVE W-FECHA-DIA TO W-FECHA-MINIMO
            END-IF.
            DISPLAY W-LINEA-DIA.

            IF W-RESTO-SEMANA = 0
               PERFORM LISTO-TOTAL-SEMANA THRU F-LISTO-TOTAL-SEMANA
            END-IF.

       F-LISTO-UN-DIA.
            EXIT.

       LISTO-TOTAL-SEMANA.
            DISPLAY "----------------------------------------"
                    "----------------------------------------".
            MOVE SPACES TO W-LINEA-DIA.
            MOVE "TOTAL SEMANA" TO W-LD-TITULO.
            MOVE W-ST-COBRANZAS   TO W-LD-IMPORTE(1).
            MOVE W-ST-CHEQUES     TO W-LD-IMPORTE(2).
            MOVE W-ST-CUOTAS      TO W-LD-IMPORTE(3).
            MOVE W-ST-PROVEEDORES TO W-LD-IMPORTE(4).
            MOVE W-ST-PROGRAMADOS TO W-LD-IMPORTE(5).
            MOVE W-SALDO TO W-LD-IMPORTE(6).
            MOVE SPACES TO W-LD-MARCA.
            IF W-SALDO < 0
               MOVE "NEGATIVO" TO W-LD-MARCA
            END-IF.
            DISPLAY W-LINEA-DIA.
            INITIALIZE W-SEMANA-TOTALES.

       F-LISTO-TOTAL-SEMANA.
            EXIT.

       LISTO-RESUMEN.
            DISPLAY " ".
            MOVE W-SALDO TO TOTAL-ZZ.
            DISPLAY "Saldo proyectado al dia 91        : " TOTAL-ZZ.
            MOVE W-SALDO-MINIMO TO TOTAL-ZZ.
            DISPLAY "Saldo minimo                      : " TOTAL-ZZ
                    " el " W-FECHA-MINIMO.
            DISPLAY "Dias con saldo negativo           : "
                    W-CANT-NEGATIVOS.
            IF W-PRIMER-NEGATIVO NOT = 0
               DISPLAY "Primer dia en negativo            : "
                       W-PRIMER-NEGATIVO
            END-IF.
            MOVE W-VENCIDO-COBRANZAS TO TOTAL-ZZ.
            DISPLAY "Facturas vencidas no proyectadas  : "
                    W-CANT-FACT-VENCIDAS " " TOTAL-ZZ.
            MOVE W-VENCIDO-CUOTAS TO TOTAL-ZZ.
            DISPLAY "Cuotas vencidas no proyectadas    : "
                    W-CANT-CUOTAS-VENCIDAS " " TOTAL-ZZ.
            MOVE W-FUERA-HORIZONTE TO TOTAL-ZZ.
            DISPLAY "Neto posterior a las 13 semanas   : " TOTAL-ZZ.
            IF W-CANT-FACT-PLAN NOT < 2000
               DISPLAY "Atencion: mas de 2000 facturas en planes "
                       "vigentes; parte de ellas se proyecta por "
                       "vencimiento y por cuota."
            END-IF.

       F-LISTO-RESUMEN.
            EXIT.

       END PROGRAM "FLUJO-FONDOS".
