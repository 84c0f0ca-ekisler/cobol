      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Control diario de plazos de denuncia del seguro de
      *          credito. La poliza exige denunciar la amenaza de
      *          siniestro de una factura impaga de un cliente
      *          asegurado dentro de un plazo contado desde su
      *          vencimiento; pasado ese plazo la aseguradora no
      *          cubre. Para cada cliente con CLI_SEGURO_APROBADO
      *          recorre sus facturas activas, calcula lo que resta
      *          cobrar (total menos lo aplicado por los recibos
      *          vigentes, SUMO-APLICADO como PRESENTACION-DEBITOS) y
      *          el limite de denuncia (FACT-FECHA-VTO, o FACT-FECHA en
      *          comprobantes anteriores al campo, mas los dias de la
      *          poliza), y lista las que entran en la ventana de
      *          aviso o ya la pasaron. Las facturas castigadas
      *          (INCOBRABLES) no se listan: su recupero se sigue en
      *          RECUPEROS-SEGURO. Plazos de polizaSeguro.dat (90 dias
      *          de denuncia y 15 de aviso si no estan cargados). Una
      *          factura con el plazo ya vencido termina el job con
      *          RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-SINIESTROS-SEGURO".

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
              COPY "./sel/incobrables.sel".
              COPY "./sel/polizaSeguro.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/incobrables.fd".
              COPY "./fd/polizaSeguro.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-INCOBRABLES     PIC XX.
       01 ST-POLIZA          PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-AUX          PIC X.
       01 W-FIN-DETALLE      PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).

       01 W-DIAS-AMENAZA     PIC 9(3) VALUE 90.
       01 W-DIAS-AVISO       PIC 9(3) VALUE 15.

       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-INDICE           PIC 9(2).
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(9)V9(2).
       01 W-FECHA-COMPARO    PIC 9(8).
       01 W-FECHA-LIMITE     PIC 9(8).
       01 W-DIAS-HOY         PIC 9(7).
       01 W-DIAS-LIMITE      PIC 9(7).
       01 W-DIAS-RESTAN      PIC S9(5).
       01 W-CASTIGADA        PIC X.
       01 W-CLI-LISTADO      PIC X.

       01 W-CANT-ASEGURADOS  PIC 9(5) VALUE 0.
       01 W-CANT-A-DENUNCIAR PIC 9(5) VALUE 0.
       01 W-CANT-VENCIDAS    PIC 9(5) VALUE 0.
       01 W-TOTAL-A-DENUNCIAR PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-VENCIDAS   PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.
       01 DIAS-ZZ            PIC ----9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-DIAS-HOY =
                FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM LEO-POLIZA THRU F-LEO-POLIZA
               DISPLAY "SEGURO DE CREDITO - PLAZOS DE DENUNCIA AL "
                       W-FECHA-SISTEMA
               DISPLAY "Plazo de denuncia: " W-DIAS-AMENAZA
                       " dias desde el vencimiento, aviso "
                       W-DIAS-AVISO " dias antes"
               DISPLAY " "
               DISPLAY "Cliente Nombre               Factura   "
                       "Vto.     Limite   Restan     Pendiente"
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Clientes asegurados       : " W-CANT-ASEGURADOS.
            MOVE W-TOTAL-A-DENUNCIAR TO TOTAL-ZZ.
            DISPLAY "Facturas a denunciar      : " W-CANT-A-DENUNCIAR
                    " por " TOTAL-ZZ.
            MOVE W-TOTAL-VENCIDAS TO TOTAL-ZZ.
            DISPLAY "Con plazo de denuncia VENCIDO: " W-CANT-VENCIDAS
                    " por " TOTAL-ZZ.
            IF RETURN-CODE = 0
               IF W-CANT-VENCIDAS > 0
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
            OPEN INPUT INCOBRABLES.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE INCOBRABLES.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-POLIZA: plazos de la poliza; sin archivo, o en cero, 90
      * dias de denuncia y 15 de aviso.
       LEO-POLIZA.
            OPEN INPUT POLIZA-SEGURO.
            IF ST-POLIZA = "00"
               READ POLIZA-SEGURO
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PZS-DIAS-AMENAZA IS NUMERIC
                         AND PZS-DIAS-AMENAZA > 0
                      MOVE PZS-DIAS-AMENAZA TO W-DIAS-AMENAZA
                   END-IF
                   IF PZS-DIAS-AVISO IS NUMERIC
                         AND PZS-DIAS-AVISO > 0
                      MOVE PZS-DIAS-AVISO TO W-DIAS-AVISO
                   END-IF
               END-READ
               CLOSE POLIZA-SEGURO
            END-IF.

       F-LEO-POLIZA.
            EXIT.

       PROCESO-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-CLIENTE
            END-READ.
            IF CLI_SEGURO_APROBADO IS NOT NUMERIC
               GO TO F-PROCESO-CLIENTE
            END-IF.
            IF CLI_SEGURO_APROBADO = 0
               GO TO F-PROCESO-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-ASEGURADOS.
            MOVE "N" TO W-CLI-LISTADO.
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
            IF FACT-FECHA-VTO IS NUMERIC AND FACT-FECHA-VTO NOT = 0
               MOVE FACT-FECHA-VTO TO W-FECHA-COMPARO
            ELSE
               MOVE FACT-FECHA TO W-FECHA-COMPARO
            END-IF.
            COMPUTE W-DIAS-LIMITE =
                FUNCTION INTEGER-OF-DATE(W-FECHA-COMPARO)
                + W-DIAS-AMENAZA.
            COMPUTE W-DIAS-RESTAN = W-DIAS-LIMITE - W-DIAS-HOY.
            IF W-DIAS-RESTAN > W-DIAS-AVISO
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            PERFORM CONTROLO-CASTIGO THRU F-CONTROLO-CASTIGO.
            IF W-CASTIGADA = "S"
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-PROCESO-UNA-FACTURA
            END-IF.
            PERFORM LISTO-FACTURA THRU F-LISTO-FACTURA.

       F-PROCESO-UNA-FACTURA.
            EXIT.

       LISTO-FACTURA.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-LIMITE)
              TO W-FECHA-LIMITE.
            MOVE W-PENDIENTE TO IMPORTE-ZZ.
            MOVE W-DIAS-RESTAN TO DIAS-ZZ.
            IF W-DIAS-RESTAN < 0
               ADD 1 TO W-CANT-VENCIDAS
               ADD W-PENDIENTE TO W-TOTAL-VENCIDAS
               DISPLAY CLI_ID " " CLI_NOMBRE(1:20) " " FACT-NUMERO " "
                       W-FECHA-COMPARO " " W-FECHA-LIMITE " "
                       DIAS-ZZ " " IMPORTE-ZZ " " FACT-MONEDA
                       " PLAZO VENCIDO"
            ELSE
               ADD 1 TO W-CANT-A-DENUNCIAR
               ADD W-PENDIENTE TO W-TOTAL-A-DENUNCIAR
               DISPLAY CLI_ID " " CLI_NOMBRE(1:20) " " FACT-NUMERO " "
                       W-FECHA-COMPARO " " W-FECHA-LIMITE " "
                       DIAS-ZZ " " IMPORTE-ZZ " " FACT-MONEDA
                       " DENUNCIAR"
            END-IF.

       F-LISTO-FACTURA.
            EXIT.

       CONTROLO-CASTIGO.
            MOVE "N" TO W-CASTIGADA.
            MOVE FACT-CLI-ID TO INC-CLI-ID.
            MOVE FACT-NUMERO TO INC-FACT-NUMERO.
            READ INCOBRABLES KEY IS INC-CLAVE
              INVALID KEY
                MOVE "N" TO W-CASTIGADA
              NOT INVALID KEY
                MOVE "S" TO W-CASTIGADA
            END-READ.

       F-CONTROLO-CASTIGO.
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

       END PROGRAM "CONTROL-SINIESTROS-SEGURO".
