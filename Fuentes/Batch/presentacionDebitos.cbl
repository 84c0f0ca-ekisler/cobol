      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Presentacion mensual de debitos automaticos. Recorre
      *          CLIENTES, y para cada cliente adherido (CLI_DEBITO
      *          = "S") toma sus facturas abiertas -- incluidas las
      *          que GENERACION-ABONOS acaba de emitir -- y las manda
      *          al banco en debitosPresentacion.txt (encabezado, un
      *          detalle por factura con el CBU y el pendiente, cola
      *          con cantidad y total), el mismo armado que el archivo
      *          de transferencias de ORDENES-PAGO. El pendiente es el
      *          total menos lo aplicado por los recibos vigentes
      *          (SUMO-APLICADO, como ARCHIVO-COMPROBANTES). Cada
      *          factura presentada queda en DEBITOS-AUTOMATICOS en
      *          estado P hasta que RESPUESTA-DEBITOS aplique lo que
      *          conteste el banco; una factura con un debito P no se
      *          vuelve a presentar. No se presentan: facturas en
      *          dolares, facturas incluidas en un plan de pagos
      *          vigente (se cobran por cuota) ni clientes en gestion
      *          de la agencia externa. Un cliente adherido sin CBU
      *          valido se lista al pie y el job termina con
      *          RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRESENTACION-DEBITOS".

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
              COPY "./sel/planesPago.sel".
              COPY "./sel/debitosAutomaticos.sel".

           SELECT DEBITOS-PRESENTACION
             ASSIGN TO "./debitosPresentacion.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-PRESENTACION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/planesPago.fd".
              COPY "./fd/debitosAutomaticos.fd".

       FD DEBITOS-PRESENTACION.
       01 REG-PRESENTACION       PIC X(100).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-PLANES          PIC XX.
       01 ST-DEBITOS         PIC XX.
       01 ST-PRESENTACION    PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-AUX          PIC X.
       01 W-FIN-DETALLE      PIC X.
       01 W-FIN-DEBITOS      PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "DEBITOS".

       01 W-FECHA-PEDIDA     PIC 9(8).
       01 W-FECHA-DEBITO     PIC 9(8).
       01 W-CUIT-EMPRESA     PIC 9(11).
       01 W-CBU-CREDITO      PIC X(22).

       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-INDICE           PIC 9(2).
       01 W-IND-PLAN         PIC 9(2).
       01 W-EN-PLAN          PIC X.
       01 W-YA-PRESENTADA    PIC X.
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(9)V9(2).

      * Archivo de presentacion del banco, renglones de 100: H
      * encabezado (CUIT de la empresa, CBU a acreditar, fecha de
      * debito, lote), D un detalle por factura (CBU y CUIT del
      * cliente, importe con dos decimales implicitos, numero de
      * factura como referencia, que vuelve en la respuesta) y T cola
      * con cantidad e importe total de control.
       01 W-DEB-ENCABEZADO.
          03 W-DBH-TIPO         PIC X VALUE "H".
          03 W-DBH-CUIT         PIC 9(11).
          03 W-DBH-CBU          PIC X(22).
          03 W-DBH-FECHA-DEBITO PIC 9(8).
          03 W-DBH-LOTE         PIC 9(8).
          03 FILLER             PIC X(50) VALUE SPACES.
       01 W-DEB-DETALLE.
          03 W-DBD-TIPO         PIC X VALUE "D".
          03 W-DBD-CBU          PIC X(22).
          03 W-DBD-CUIT         PIC 9(11).
          03 W-DBD-IMPORTE      PIC 9(13)V9(2).
          03 W-DBD-REFERENCIA   PIC 9(9).
          03 W-DBD-CLIENTE      PIC 9(7).
          03 W-DBD-NOMBRE       PIC X(30).
          03 FILLER             PIC X(5) VALUE SPACES.
       01 W-DEB-COLA.
          03 W-DBT-TIPO         PIC X VALUE "T".
          03 W-DBT-CANTIDAD     PIC 9(6).
          03 W-DBT-TOTAL        PIC 9(15)V9(2).
          03 FILLER             PIC X(76) VALUE SPACES.

       01 W-CANT-ADHERIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-SIN-CBU     PIC 9(5) VALUE 0.
       01 W-CANT-AGENCIA     PIC 9(5) VALUE 0.
       01 W-CANT-PRESENTADAS PIC 9(6) VALUE 0.
       01 W-CANT-YA-PRESENT  PIC 9(5) VALUE 0.
       01 W-CANT-DOLARES     PIC 9(5) VALUE 0.
       01 W-CANT-EN-PLAN     PIC 9(5) VALUE 0.
       01 W-TOTAL-PRESENTADO PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Fecha de debito (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT W-FECHA-PEDIDA.
            DISPLAY "CUIT de la empresa: " WITH NO ADVANCING.
            ACCEPT W-CUIT-EMPRESA.
            DISPLAY "CBU de la cuenta a acreditar: " WITH NO ADVANCING.
            ACCEPT W-CBU-CREDITO.
            IF W-CBU-CREDITO IS NOT NUMERIC
               DISPLAY "CBU invalido: " W-CBU-CREDITO
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            CALL "PROXIMO-DIA-HABIL" USING W-FECHA-PEDIDA
                 W-FECHA-DEBITO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "PRESENTACION DE DEBITOS AUTOMATICOS - DEBITO "
                       "EL " W-FECHA-DEBITO
               PERFORM GRABO-ENCABEZADO-BANCO
                  THRU F-GRABO-ENCABEZADO-BANCO
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL W-FIN = "S"
               PERFORM GRABO-COLA-BANCO THRU F-GRABO-COLA-BANCO
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Clientes adheridos          : " W-CANT-ADHERIDOS.
            MOVE W-TOTAL-PRESENTADO TO TOTAL-ZZ.
            DISPLAY "Facturas presentadas        : " W-CANT-PRESENTADAS
                    " por " TOTAL-ZZ.
            DISPLAY "Ya presentadas sin respuesta: " W-CANT-YA-PRESENT.
            DISPLAY "En plan de pagos vigente    : " W-CANT-EN-PLAN.
            DISPLAY "En dolares (no se debitan)  : " W-CANT-DOLARES.
            DISPLAY "Adheridos en agencia        : " W-CANT-AGENCIA.
            DISPLAY "Adheridos sin CBU valido    : " W-CANT-SIN-CBU.
            IF RETURN-CODE = 0
               IF W-CANT-SIN-CBU > 0
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
            OPEN INPUT PLANES-PAGO.
            OPEN I-O DEBITOS-AUTOMATICOS.
            IF ST-DEBITOS > "07"
               DISPLAY "Error abriendo Debitos: " ST-DEBITOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT DEBITOS-PRESENTACION.
            IF ST-PRESENTACION NOT = "00"
               DISPLAY "Error abriendo debitosPresentacion.txt: "
                       ST-PRESENTACION
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE PLANES-PAGO.
            CLOSE DEBITOS-AUTOMATICOS.
            CLOSE DEBITOS-PRESENTACION.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-CLIENTE
            END-READ.
            IF NOT CLI-DEBITO-ADHERIDO
               GO TO F-PROCESO-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-ADHERIDOS.
            IF CLI-EN-AGENCIA
               ADD 1 TO W-CANT-AGENCIA
               GO TO F-PROCESO-CLIENTE
            END-IF.
            IF CLI_CBU IS NOT NUMERIC
               ADD 1 TO W-CANT-SIN-CBU
               DISPLAY "Cliente " CLI_ID " adherido sin CBU valido, "
                       "no se presenta"
               GO TO F-PROCESO-CLIENTE
            END-IF.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM PROCESO-UNA-FACTURA THRU F-PROCESO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".

       F-PROCESO-CLIENTE.
            EXIT.

       PROCESO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-PROCESO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-FACTURAS
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            IF FACT-MONEDA-DOLAR
               ADD 1 TO W-CANT-DOLARES
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            PERFORM CONTROLO-PLAN THRU F-CONTROLO-PLAN.
            IF W-EN-PLAN = "S"
               ADD 1 TO W-CANT-EN-PLAN
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            PERFORM CONTROLO-PRESENTADA THRU F-CONTROLO-PRESENTADA.
            IF W-YA-PRESENTADA = "S"
               ADD 1 TO W-CANT-YA-PRESENT
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            PERFORM PRESENTO-FACTURA THRU F-PRESENTO-FACTURA.

       F-PROCESO-UNA-FACTURA.
            EXIT.

      * PRESENTO-FACTURA: asienta el debito en P y lo agrega al
      * archivo del banco.
       PRESENTO-FACTURA.
            INITIALIZE REG-DEBITO.
            MOVE FACT-NUMERO TO DEB-FACT-NUMERO.
            MOVE W-FECHA-SISTEMA TO DEB-FECHA-PRESENT.
            MOVE CLI_ID TO DEB-CLI-ID.
            MOVE CLI_CBU TO DEB-CBU.
            MOVE W-PENDIENTE TO DEB-IMPORTE.
            MOVE W-FECHA-DEBITO TO DEB-FECHA-DEBITO.
            SET DEB-PRESENTADO TO TRUE.
            MOVE SPACES TO DEB-MOTIVO.
            MOVE W-FECHA-SISTEMA TO DEB-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO DEB-USUARIO-ALTA.
            WRITE REG-DEBITO
              INVALID KEY
                DISPLAY "Factura " FACT-NUMERO " ya presentada hoy ("
                        ST-DEBITOS "), no se repite"
                ADD 1 TO W-CANT-YA-PRESENT
                GO TO F-PRESENTO-FACTURA
            END-WRITE.
            MOVE CLI_CBU TO W-DBD-CBU.
            MOVE CLI_CUIT TO W-DBD-CUIT.
            MOVE W-PENDIENTE TO W-DBD-IMPORTE.
            MOVE FACT-NUMERO TO W-DBD-REFERENCIA.
            MOVE CLI_ID TO W-DBD-CLIENTE.
            MOVE CLI_NOMBRE TO W-DBD-NOMBRE.
            MOVE W-DEB-DETALLE TO REG-PRESENTACION.
            WRITE REG-PRESENTACION.
            ADD 1 TO W-CANT-PRESENTADAS.
            ADD W-PENDIENTE TO W-TOTAL-PRESENTADO.
            MOVE W-PENDIENTE TO IMPORTE-ZZ.
            DISPLAY "Cliente " CLI_ID " factura " FACT-NUMERO " "
                    IMPORTE-ZZ.

       F-PRESENTO-FACTURA.
            EXIT.

      * CONTROLO-PRESENTADA: una factura con un debito todavia sin
      * respuesta del banco no se presenta de nuevo.
       CONTROLO-PRESENTADA.
            MOVE "N" TO W-YA-PRESENTADA.
            MOVE FACT-NUMERO TO DEB-FACT-NUMERO.
            MOVE 0 TO DEB-FECHA-PRESENT.
            START DEBITOS-AUTOMATICOS KEY IS NOT LESS THAN DEB-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DEBITOS
              NOT INVALID KEY MOVE "N" TO W-FIN-DEBITOS
            END-START.
            PERFORM CONTROLO-UN-DEBITO THRU F-CONTROLO-UN-DEBITO
                UNTIL W-FIN-DEBITOS = "S".

       F-CONTROLO-PRESENTADA.
            EXIT.

       CONTROLO-UN-DEBITO.
            READ DEBITOS-AUTOMATICOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DEBITOS
              NOT AT END
                IF DEB-FACT-NUMERO NOT = FACT-NUMERO
                   MOVE "S" TO W-FIN-DEBITOS
                ELSE
                   IF DEB-PRESENTADO
                      MOVE "S" TO W-YA-PRESENTADA
                      MOVE "S" TO W-FIN-DEBITOS
                   END-IF
                END-IF
            END-READ.

       F-CONTROLO-UN-DEBITO.
            EXIT.

       CONTROLO-PLAN.
            MOVE "N" TO W-EN-PLAN.
            MOVE FACT-CLI-ID TO PLAN-CLI-ID.
            START PLANES-PAGO KEY IS NOT LESS THAN PLAN-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM CONTROLO-UN-PLAN THRU F-CONTROLO-UN-PLAN
                UNTIL W-FIN-AUX = "S".

       F-CONTROLO-PLAN.
            EXIT.

       CONTROLO-UN-PLAN.
            READ PLANES-PAGO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
              NOT AT END
                IF PLAN-CLI-ID NOT = FACT-CLI-ID
                   MOVE "S" TO W-FIN-AUX
                ELSE
                   IF PLAN-VIGENTE
                      PERFORM COMPARO-FACT-PLAN
                         THRU F-COMPARO-FACT-PLAN
                          VARYING W-IND-PLAN FROM 1 BY 1
                              UNTIL W-IND-PLAN > PLAN-CANT-FACTURAS
                      IF W-EN-PLAN = "S"
                         MOVE "S" TO W-FIN-AUX
                      END-IF
                   END-IF
                END-IF
            END-READ.

       F-CONTROLO-UN-PLAN.
            EXIT.

       COMPARO-FACT-PLAN.
            IF PLAN-FACT-NUMERO(W-IND-PLAN) = FACT-NUMERO
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

       GRABO-ENCABEZADO-BANCO.
            MOVE W-CUIT-EMPRESA TO W-DBH-CUIT.
            MOVE W-CBU-CREDITO TO W-DBH-CBU.
            MOVE W-FECHA-DEBITO TO W-DBH-FECHA-DEBITO.
            MOVE W-FECHA-SISTEMA TO W-DBH-LOTE.
            MOVE W-DEB-ENCABEZADO TO REG-PRESENTACION.
            WRITE REG-PRESENTACION.

       F-GRABO-ENCABEZADO-BANCO.
            EXIT.

       GRABO-COLA-BANCO.
            MOVE W-CANT-PRESENTADAS TO W-DBT-CANTIDAD.
            MOVE W-TOTAL-PRESENTADO TO W-DBT-TOTAL.
            MOVE W-DEB-COLA TO REG-PRESENTACION.
            WRITE REG-PRESENTACION.

       F-GRABO-COLA-BANCO.
            EXIT.

       END PROGRAM "PRESENTACION-DEBITOS".
