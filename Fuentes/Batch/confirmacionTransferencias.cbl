      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Aplica la respuesta del banco al archivo de
      *          transferencias de ORDENES-PAGO. respuestaBanco.txt
      *          trae un renglon por orden (referencia = numero de
      *          orden, A acreditada / R rechazada, motivo de rechazo,
      *          fecha e importe). Una orden acreditada cancela sus
      *          facturas en el mismo acto: baja FP-SALDO por lo
      *          aplicado, pasa FP-ESTADO a pagada (o abierta si quedo
      *          saldo), asienta cada factura en pagosProveedor.dat
      *          igual que REGISTRO-PAGO de ABM-CTAS-PAGAR (con la base
      *          y las retenciones de la orden en el primer renglon) y
      *          emite los certificados de retencion. Una orden
      *          rechazada devuelve sus facturas a abiertas para la
      *          proxima propuesta y se lista con el motivo. Un
      *          renglon que no calza (orden inexistente, ya
      *          respondida, importe distinto del transferido) o un
      *          certificado sin serie se lista como DIFERENCIA y el
      *          job termina con RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONFIRMACION-TRANSFERENCIAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/ordenesPago.sel".
              COPY "./sel/opRenglones.sel".
              COPY "./sel/retPracticadas.sel".
              COPY "./sel/pagosProveedor.sel".

           SELECT RESPUESTA-BANCO
             ASSIGN TO "./respuestaBanco.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-RESPUESTA.

           SELECT OPTIONAL CERTIFICADOS-RETENCION
             ASSIGN TO "./certificadosRetencion.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-CERTIFICADOS.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/ordenesPago.fd".
              COPY "./fd/opRenglones.fd".
              COPY "./fd/retPracticadas.fd".
              COPY "./fd/pagosProveedor.fd".

       FD RESPUESTA-BANCO.
       01 REG-RESPUESTA.
          03 RSP-REFERENCIA      PIC 9(9).
          03 RSP-ESTADO          PIC X.
            88 RSP-ACREDITADA        VALUE "A".
            88 RSP-RECHAZADA         VALUE "R".
          03 RSP-MOTIVO          PIC X(3).
          03 RSP-FECHA           PIC 9(8).
          03 RSP-IMPORTE         PIC 9(13)V9(2).

       FD CERTIFICADOS-RETENCION.
       01 REG-CERTIFICADO        PIC X(80).

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV       PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-ORDENES-PAGO    PIC XX.
       01 ST-OP-RENGLONES    PIC XX.
       01 ST-RET-PRACT       PIC XX.
       01 ST-PAGOS           PIC XX.
       01 ST-RESPUESTA       PIC XX.
       01 ST-CERTIFICADOS    PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-RENGLONES    PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "ORDPAGO".
       01 W-PRIMER-RENGLON   PIC X.
       01 W-IMPORTE-RESPUESTA PIC S9(13)V9(2).

       01 W-SUCURSAL-TESORERIA PIC X(3) VALUE "CEN".
       01 W-TIPO-SERIE       PIC X.
       01 W-NUMERO-SERIE     PIC 9(9).

       01 W-CANT-RENGLONES   PIC 9(5) VALUE 0.
       01 W-CANT-CONFIRMADAS PIC 9(5) VALUE 0.
       01 W-CANT-RECHAZADAS  PIC 9(5) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01 W-CANT-FACTURAS    PIC 9(5) VALUE 0.
       01 W-CANT-CERTIFICADOS PIC 9(5) VALUE 0.
       01 W-TOTAL-CONFIRMADO PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-RECHAZADO  PIC S9(13)V9(2) VALUE 0.

       01 W-CERT-ZZ          PIC ---------9,99.
       01 ALIC-ZZ            PIC Z9,9999.
       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "CONFIRMACION DE TRANSFERENCIAS - CORRIDA "
                       W-FECHA-SISTEMA
               PERFORM PROCESO-RESPUESTA THRU F-PROCESO-RESPUESTA
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Renglones de respuesta  : " W-CANT-RENGLONES.
            MOVE W-TOTAL-CONFIRMADO TO TOTAL-ZZ.
            DISPLAY "Ordenes acreditadas     : " W-CANT-CONFIRMADAS
                    " por " TOTAL-ZZ.
            MOVE W-TOTAL-RECHAZADO TO TOTAL-ZZ.
            DISPLAY "Ordenes rechazadas      : " W-CANT-RECHAZADAS
                    " por " TOTAL-ZZ.
            DISPLAY "Facturas canceladas     : " W-CANT-FACTURAS.
            DISPLAY "Certificados emitidos   : " W-CANT-CERTIFICADOS.
            DISPLAY "Diferencias             : " W-CANT-DIFERENCIAS.
            IF RETURN-CODE = 0
               IF W-CANT-DIFERENCIAS > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT RESPUESTA-BANCO.
            IF ST-RESPUESTA NOT = "00"
               DISPLAY "Error abriendo respuestaBanco.txt: "
                       ST-RESPUESTA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O ORDENES-PAGO.
            IF ST-ORDENES-PAGO > "07"
               DISPLAY "Error abriendo Ordenes de pago: "
                       ST-ORDENES-PAGO
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT OP-RENGLONES.
            OPEN INPUT PROVEEDORES.
            OPEN I-O RET-PRACTICADAS.
            IF ST-RET-PRACT > "07"
               DISPLAY "Error abriendo Ret. Practicadas: "
                       ST-RET-PRACT
               MOVE "S" TO W-FIN
            END-IF.
            OPEN EXTEND PAGOS-PROVEEDOR.
            IF ST-PAGOS > "07"
               DISPLAY "Error abriendo Pagos: " ST-PAGOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN EXTEND CERTIFICADOS-RETENCION.
            IF ST-CERTIFICADOS > "07"
               DISPLAY "Error abriendo Certificados: "
                       ST-CERTIFICADOS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE RESPUESTA-BANCO.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE ORDENES-PAGO.
            CLOSE OP-RENGLONES.
            CLOSE PROVEEDORES.
            CLOSE RET-PRACTICADAS.
            CLOSE PAGOS-PROVEEDOR.
            CLOSE CERTIFICADOS-RETENCION.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO-RESPUESTA.
            READ RESPUESTA-BANCO
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-RESPUESTA
            END-READ.
            ADD 1 TO W-CANT-RENGLONES.
            IF RSP-REFERENCIA IS NOT NUMERIC
               DISPLAY "DIFERENCIA: renglon sin referencia valida: "
                       REG-RESPUESTA
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RESPUESTA
            END-IF.
            MOVE RSP-REFERENCIA TO OPG-NUMERO.
            READ ORDENES-PAGO KEY IS OPG-NUMERO
              INVALID KEY
                DISPLAY "DIFERENCIA: orden " RSP-REFERENCIA
                        " inexistente"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-RESPUESTA
            END-READ.
            IF NOT OPG-TRANSFERIDA
               DISPLAY "DIFERENCIA: orden " OPG-NUMERO
                       " ya respondida (estado " OPG-ESTADO ")"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RESPUESTA
            END-IF.
            IF RSP-FECHA IS NOT NUMERIC
               MOVE W-FECHA-SISTEMA TO RSP-FECHA
            END-IF.
            EVALUATE TRUE
               WHEN RSP-ACREDITADA
                  IF RSP-IMPORTE IS NUMERIC
                     MOVE RSP-IMPORTE TO W-IMPORTE-RESPUESTA
                  ELSE
                     MOVE OPG-NETO TO W-IMPORTE-RESPUESTA
                  END-IF
                  IF W-IMPORTE-RESPUESTA NOT = OPG-NETO
                     MOVE W-IMPORTE-RESPUESTA TO TOTAL-ZZ
                     DISPLAY "DIFERENCIA: orden " OPG-NUMERO
                             " acreditada por " TOTAL-ZZ
                             ", no se aplica"
                     ADD 1 TO W-CANT-DIFERENCIAS
                  ELSE
                     PERFORM CONFIRMO-ORDEN THRU F-CONFIRMO-ORDEN
                  END-IF
               WHEN RSP-RECHAZADA
                  PERFORM RECHAZO-ORDEN THRU F-RECHAZO-ORDEN
               WHEN OTHER
                  DISPLAY "DIFERENCIA: orden " OPG-NUMERO
                          " con estado de respuesta invalido: "
                          RSP-ESTADO
                  ADD 1 TO W-CANT-DIFERENCIAS
            END-EVALUATE.

       F-PROCESO-RESPUESTA.
            EXIT.

      * CONFIRMO-ORDEN: cancela las facturas, asienta los pagos y
      * emite los certificados de lo retenido en la orden.
       CONFIRMO-ORDEN.
            MOVE OPG-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                MOVE SPACES TO PROV-RAZONSOCIAL
                MOVE 0 TO PROV-REGIMEN-GANANCIAS
                MOVE SPACES TO PROV-JURIS-RET-IIBB
            END-READ.
            MOVE "S" TO W-PRIMER-RENGLON.
            PERFORM RECORRO-RENGLONES THRU F-RECORRO-RENGLONES.
            IF OPG-RET-GANANCIAS NOT = 0
               MOVE "G" TO W-TIPO-SERIE
               PERFORM EMITO-CERTIFICADO THRU F-EMITO-CERTIFICADO
            END-IF.
            IF OPG-RET-IIBB NOT = 0
               MOVE "I" TO W-TIPO-SERIE
               PERFORM EMITO-CERTIFICADO THRU F-EMITO-CERTIFICADO
            END-IF.
            SET OPG-CONFIRMADA TO TRUE.
            MOVE RSP-FECHA TO OPG-FECHA-RESPUESTA.
            REWRITE REG-ORDEN-PAGO
              INVALID KEY
                DISPLAY "Error actualizando orden " OPG-NUMERO ": "
                        ST-ORDENES-PAGO
            END-REWRITE.
            ADD 1 TO W-CANT-CONFIRMADAS.
            ADD OPG-NETO TO W-TOTAL-CONFIRMADO.
            MOVE OPG-NETO TO TOTAL-ZZ.
            DISPLAY "Orden " OPG-NUMERO " proveedor " OPG-PROVEEDOR
                    " acreditada " TOTAL-ZZ.

       F-CONFIRMO-ORDEN.
            EXIT.

      * RECHAZO-ORDEN: las facturas que seguian en la orden vuelven a
      * abiertas con el saldo intacto.
       RECHAZO-ORDEN.
            MOVE "N" TO W-PRIMER-RENGLON.
            PERFORM RECORRO-RENGLONES THRU F-RECORRO-RENGLONES.
            SET OPG-RECHAZADA TO TRUE.
            MOVE RSP-MOTIVO TO OPG-MOTIVO-RECHAZO.
            MOVE RSP-FECHA TO OPG-FECHA-RESPUESTA.
            REWRITE REG-ORDEN-PAGO
              INVALID KEY
                DISPLAY "Error actualizando orden " OPG-NUMERO ": "
                        ST-ORDENES-PAGO
            END-REWRITE.
            ADD 1 TO W-CANT-RECHAZADAS.
            ADD OPG-NETO TO W-TOTAL-RECHAZADO.
            MOVE OPG-NETO TO TOTAL-ZZ.
            DISPLAY "Orden " OPG-NUMERO " proveedor " OPG-PROVEEDOR
                    " RECHAZADA motivo " RSP-MOTIVO " " TOTAL-ZZ.

       F-RECHAZO-ORDEN.
            EXIT.

      * RECORRO-RENGLONES: los renglones de la orden en curso; cada
      * uno se aplica o se devuelve segun el estado de la respuesta.
       RECORRO-RENGLONES.
            MOVE OPG-NUMERO TO OPR-NUMERO.
            MOVE 0 TO OPR-RENGLON.
            MOVE "N" TO W-FIN-RENGLONES.
            START OP-RENGLONES KEY IS GREATER THAN OPR-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-RENGLONES
            END-START.
            PERFORM PROCESO-UN-RENGLON THRU F-PROCESO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-RECORRO-RENGLONES.
            EXIT.

       PROCESO-UN-RENGLON.
            READ OP-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-PROCESO-UN-RENGLON
            END-READ.
            IF OPR-NUMERO NOT = OPG-NUMERO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            MOVE OPR-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "DIFERENCIA: factura " OPR-FP-ID
                        " de la orden " OPG-NUMERO " inexistente"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-UN-RENGLON
            END-READ.
            IF NOT FP-EN-ORDEN-PAGO
               DISPLAY "DIFERENCIA: factura " FP-ID " de la orden "
                       OPG-NUMERO " no esta en orden de pago (estado "
                       FP-ESTADO ")"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            IF RSP-RECHAZADA
               SET FP-ABIERTA TO TRUE
            ELSE
               PERFORM APLICO-RENGLON THRU F-APLICO-RENGLON
            END-IF.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error actualizando factura " FP-ID ": "
                        ST-FACT-PROV
            END-REWRITE.

       F-PROCESO-UN-RENGLON.
            EXIT.

      * APLICO-RENGLON: baja el saldo y asienta el pago; las
      * retenciones de la orden van en el pago de la primera factura.
       APLICO-RENGLON.
            SUBTRACT OPR-IMPORTE FROM FP-SALDO.
            IF FP-SALDO NOT > 0
               MOVE 0 TO FP-SALDO
               SET FP-PAGADA TO TRUE
            ELSE
               SET FP-ABIERTA TO TRUE
            END-IF.
            MOVE RSP-FECHA TO PAG-FECHA.
            MOVE FP-PROVEEDOR TO PAG-PROVEEDOR.
            MOVE FP-ID TO PAG-FP-ID.
            MOVE OPR-IMPORTE TO PAG-IMPORTE.
            MOVE W-OPERADOR-BATCH TO PAG-OPERADOR.
            MOVE OPR-BASE-SUJETA TO PAG-BASE-SUJETA.
            IF W-PRIMER-RENGLON = "S"
               MOVE OPG-RET-GANANCIAS TO PAG-RET-GANANCIAS
               MOVE OPG-RET-IIBB TO PAG-RET-IIBB
               MOVE "N" TO W-PRIMER-RENGLON
            ELSE
               MOVE 0 TO PAG-RET-GANANCIAS PAG-RET-IIBB
            END-IF.
            COMPUTE PAG-NETO-PAGADO =
                    PAG-IMPORTE - PAG-RET-GANANCIAS - PAG-RET-IIBB.
            SET PAG-TRANSFERENCIA TO TRUE.
            MOVE SPACES TO PAG-CHQ-BANCO.
            MOVE 0 TO PAG-CHQ-NUMERO PAG-CHQ-IMPORTE.
            WRITE REG-PAGO-PROVEEDOR.
            ADD 1 TO W-CANT-FACTURAS.

       F-APLICO-RENGLON.
            EXIT.

      * EMITO-CERTIFICADO: mismo certificado que REGISTRO-PAGO de
      * ABM-CTAS-PAGAR, con la base del mes y la alicuota guardadas
      * en la orden. Sin serie no se puede numerar: queda como
      * diferencia para emitirlo a mano.
       EMITO-CERTIFICADO.
            CALL "PROXIMO-NUMERO" USING W-SUCURSAL-TESORERIA
                 W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "DIFERENCIA: serie " W-SUCURSAL-TESORERIA "/"
                       W-TIPO-SERIE " sin cargar, certificado de la "
                       "orden " OPG-NUMERO " a emitir a mano"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-EMITO-CERTIFICADO
            END-IF.
            INITIALIZE REG-RET-PRACTICADA.
            MOVE W-TIPO-SERIE TO RP-IMPUESTO.
            MOVE W-NUMERO-SERIE TO RP-CERTIFICADO.
            MOVE OPG-PROVEEDOR TO RP-PROVEEDOR.
            MOVE OPG-CUIT TO RP-CUIT.
            MOVE 0 TO RP-FP-ID.
            MOVE RSP-FECHA TO RP-FECHA.
            COMPUTE RP-BASE = OPG-BASE-MES + OPG-BASE-SUJETA.
            IF RP-GANANCIAS
               MOVE PROV-REGIMEN-GANANCIAS TO RP-REGIMEN
               MOVE OPG-ALIC-GANANCIAS TO RP-ALICUOTA
               MOVE OPG-RET-GANANCIAS TO RP-IMPORTE
            ELSE
               MOVE PROV-JURIS-RET-IIBB TO RP-JURISDICCION
               MOVE OPG-ALIC-IIBB TO RP-ALICUOTA
               MOVE OPG-RET-IIBB TO RP-IMPORTE
            END-IF.
            MOVE "N" TO RP-EXPORTADA-SICORE.
            MOVE W-FECHA-SISTEMA TO RP-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO RP-USUARIO-ALTA.
            WRITE REG-RET-PRACTICADA
              INVALID KEY
                DISPLAY "DIFERENCIA: certificado " RP-IMPUESTO "-"
                        RP-CERTIFICADO " ya existe: " ST-RET-PRACT
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-EMITO-CERTIFICADO
            END-WRITE.
            ADD 1 TO W-CANT-CERTIFICADOS.
            PERFORM IMPRIMO-CERTIFICADO THRU F-IMPRIMO-CERTIFICADO.

       F-EMITO-CERTIFICADO.
            EXIT.

       IMPRIMO-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            IF RP-GANANCIAS
               STRING "CERTIFICADO DE RETENCION GANANCIAS  Nro. "
                      RP-CERTIFICADO "  Fecha " RP-FECHA
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            ELSE
               STRING "CERTIFICADO DE RETENCION IIBB       Nro. "
                      RP-CERTIFICADO "  Fecha " RP-FECHA
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            END-IF.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            STRING "Agente: NUESTRA EMPRESA  Sujeto retenido: "
                   PROV-RAZONSOCIAL(1:30)
                DELIMITED BY SIZE INTO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            IF RP-GANANCIAS
               STRING "CUIT " RP-CUIT "  Proveedor " RP-PROVEEDOR
                      "  Regimen " RP-REGIMEN "  O.Pago " OPG-NUMERO
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            ELSE
               STRING "CUIT " RP-CUIT "  Proveedor " RP-PROVEEDOR
                      "  Jurisd. " RP-JURISDICCION "  O.Pago "
                      OPG-NUMERO
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            END-IF.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            MOVE RP-BASE TO W-CERT-ZZ.
            MOVE RP-ALICUOTA TO ALIC-ZZ.
            MOVE RP-IMPORTE TO IMPORTE-ZZ.
            STRING "Base sujeta mes " W-CERT-ZZ "  Alic. " ALIC-ZZ
                   "  Retencion " IMPORTE-ZZ
                DELIMITED BY SIZE INTO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.
            MOVE ALL "-" TO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.

       F-IMPRIMO-CERTIFICADO.
            EXIT.

       END PROGRAM "CONFIRMACION-TRANSFERENCIAS".
