      *          responde contando el cajon: cuanto tenemos en cheques
      *          sin depositar. Misma firma de operador y mismo esquema
      *          de menu que ABM-COBRANZAS.
      * Mod: 15/10/2026 EK - Cheques endosados a proveedores (estado
      *      E, cargado por ABM-CTAS-PAGAR). Un endosado que rebota
      *      pasa a rechazado: el recibo del cliente se reversa como
      *      cualquier rechazo (reclamo al cliente) y la factura del
      *      proveedor recupera el importe del cheque y vuelve a
      *      quedar abierta, con un pago negativo en el ledger (lo que
      *      le volvemos a deber al proveedor).
      * Mod: 15/10/2026 EK - Cheques de pago diferido: se muestra la
      *      fecha de pago, no se deposita un cheque antes de esa
      *      fecha y el total en cartera separa al dia de diferidos.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - El rechazo avisa al cliente y a su
      *      vendedor por NOTIFICACIONES (cheque rechazado y, si la
      *      cuenta no estaba ya en revision, bloqueo de credito).
      * Mod: 15/10/2026 EK - Al rechazar ofrece emitir la nota de
      *      debito por los gastos del rechazo contra la primera
      *      factura que cancelaba el recibo, con la letra de esa
      *      factura y su talonario (D/B); suma al saldo del cliente.
      * Mod: 15/10/2026 EK - La nota de debito del rechazo pide el
      *      mismo permiso que en ABM-FACTURAS (FD, VALIDO-PERMISO);
      *      sin permiso no se ofrece y queda en RECHAZOS-ABM.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/pagosProveedor.sel".
              COPY "./sel/factura.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/pagosProveedor.fd".
              COPY "./fd/factura.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE           PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-HISTORIAL      PIC XX.
       01 ST-FACT-PROV      PIC XX.
       01 ST-PAGOS          PIC XX.
       01 ST-FACTURA        PIC XX.

       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 W-FIN-CARTERA      PIC X VALUE "N".
       01 W-TOTAL-CARTERA    PIC S9(9)V9(2).
       01 W-CANT-CARTERA     PIC 9(5).
       01 W-TOTAL-DIFERIDOS  PIC S9(9)V9(2).
       01 W-CANT-DIFERIDOS   PIC 9(5).

      * Reversa del rechazo: datos del recibo y del cliente antes de
      * tocarlos, para dejar en HISTORIAL-CLIENTES el antes/despues
       01 W-HIST-DESPUES     PIC X(60).
       01 W-HIST-CLI-ID      PIC 9(7).

      * Rechazo de un cheque endosado: la factura del proveedor que
      * cancelaba vuelve a deber el importe del cheque.
       01 W-SALDO-FP-ANTES   PIC S9(9)V9(2).

       01 MONTO-ZZ           PIC ------9,99.
       01 TOTAL-ZZ           PIC ---------9,99.


       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-CHEQUES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-CHQ       PIC X(3)  VALUE "CHQ".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

      * Avisos al cliente y al vendedor (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX.
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30) VALUE "ABM-CHEQUES".
       01 W-NTF-GRABADO      PIC X.
       01 W-NTF-IMPORTE      PIC -------9,99.

      * Nota de debito por el rechazo: se emite contra la primera
      * factura que el recibo cancelaba, en la empresa, sucursal,
      * moneda y letra de esa factura.
       01 W-ND-ORIGEN        PIC 9(9).
       01 W-ND-EMPRESA       PIC 9(2).
       01 W-ND-SUCURSAL      PIC X(3).
       01 W-ND-MONEDA        PIC X(3).
       01 W-ND-LETRA         PIC X.
       01 W-ND-IMPORTE       PIC S9(7)V9(2).
       01 W-ND-NUMERO        PIC 9(9).
       01 W-COD-PERMISO      PIC X(2) VALUE "FD".
       01 W-PERMITIDO        PIC X.
       01 W-TIPO-SERIE       PIC X.
       01 W-IMG-FAC          PIC X(3)  VALUE "FAC".
       01 W-IMG-ALTA         PIC X     VALUE "A".

       PROCEDURE DIVISION.

               MOVE "S" TO FIN
            END-IF.

            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND PAGOS-PROVEEDOR.
            IF ST-PAGOS > "07"
               DISPLAY "Error abriendo Pagos: " ST-PAGOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
            CLOSE CLIENTES.
            CLOSE COBRANZAS.
            CLOSE HISTORIAL-CLIENTES.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE PAGOS-PROVEEDOR.
            CLOSE FACTURA.

            CLOSE RECHAZOS-ABM.

                    "Recibo  : " CHQ-COB-NUMERO LINE 11 COL 10
                    "Recibido: " CHQ-FECHA-RECIBIDO LINE 12 COL 10
                    "Estado  : " CHQ-ESTADO LINE 13 COL 10.
            IF CHQ-FECHA-PAGO IS NUMERIC AND CHQ-FECHA-PAGO NOT = 0
               DISPLAY "Fecha pago: " CHQ-FECHA-PAGO LINE 12 COL 40
            END-IF.
            MOVE CHQ-IMPORTE TO MONTO-ZZ.
            DISPLAY "Importe : " MONTO-ZZ LINE 14 COL 10.
            IF CHQ-DEPOSITADO OR CHQ-ACREDITADO
               DISPLAY "Boleta  : " CHQ-BOLETA LINE 15 COL 10
                       "Deposito: " CHQ-FECHA-DEPOSITO LINE 16 COL 10
            END-IF.
            IF CHQ-ENDOSADO
                  OR (CHQ-RECHAZADO AND CHQ-FP-ID IS NUMERIC
                      AND CHQ-FP-ID NOT = 0)
               DISPLAY "Endosado a proveedor: " CHQ-PROVEEDOR
                       LINE 15 COL 10
                       "Factura : " CHQ-FP-ID LINE 16 COL 10
                       "Endoso  : " CHQ-FECHA-ENDOSO LINE 16 COL 40
            END-IF.

      * CAMBIO-ESTADO: mueve el cheque por el circuito de la cartera.
      * Solo se admiten los pasos reales del negocio: en cartera se
      * deposita (D, pidiendo la boleta) o se rechaza (R); depositado
      * se acredita (A) o se rechaza (R); endosado a un proveedor solo
      * puede volver rechazado (R). Un cheque acreditado o rechazado
      * ya termino su recorrido y no se toca mas.
       CAMBIO-ESTADO.
            PERFORM BUSCO-CHEQUE THRU F-BUSCO-CHEQUE.
            IF W-CHEQUE-EXISTE
               MOVE FUNCTION UPPER-CASE(W-ESTADO-NUEVO)
                 TO W-ESTADO-NUEVO
               MOVE "N" TO W-CAMBIO-VALIDO
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               EVALUATE TRUE
                  WHEN CHQ-EN-CARTERA AND W-ESTADO-NUEVO = "D"
                        AND CHQ-FECHA-PAGO IS NUMERIC
                        AND CHQ-FECHA-PAGO > W-FECHA-SISTEMA
                     DISPLAY "Cheque diferido, no se deposita antes "
                             "del " CHQ-FECHA-PAGO LINE 24 COL 1
                  WHEN CHQ-EN-CARTERA AND W-ESTADO-NUEVO = "D"
                     PERFORM PIDO-DATOS-DEPOSITO
                         THRU F-PIDO-DATOS-DEPOSITO
                     PERFORM REVERSO-COBRANZA-CHEQUE
                         THRU F-REVERSO-COBRANZA-CHEQUE
                     MOVE "S" TO W-CAMBIO-VALIDO
                  WHEN CHQ-ENDOSADO AND W-ESTADO-NUEVO = "R"
                     SET CHQ-RECHAZADO TO TRUE
                     PERFORM REVERSO-COBRANZA-CHEQUE
                         THRU F-REVERSO-COBRANZA-CHEQUE
                     PERFORM REABRO-FACTURA-PROVEEDOR
                         THRU F-REABRO-FACTURA-PROVEEDOR
                     MOVE "S" TO W-CAMBIO-VALIDO
                  WHEN OTHER
                     DISPLAY "Cambio de estado invalido" LINE 24 COL 1
               END-EVALUATE
                      DISPLAY "Error grabando cheque: " ST-CHEQUES
                              LINE 24 COL 1
                    NOT INVALID KEY
                      CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CHQ
                           W-IMG-MODIF ST-CHEQUES REG-CHEQUE
                           W-IMG-GRABADO
                      DISPLAY "Estado actualizado" LINE 24 COL 1
                  END-REWRITE
               END-IF
                       DISPLAY "Error grabando recibo: " ST-COBRANZAS
                               LINE 24 COL 1
                     NOT INVALID KEY
                       CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA
                            W-IMG-COB W-IMG-MODIF ST-COBRANZAS
                            REG-COBRANZAS W-IMG-GRABADO
                       PERFORM RESTAURO-SALDO-CLIENTE
                           THRU F-RESTAURO-SALDO-CLIENTE
                   END-REWRITE
                MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF
                MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                   PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
                   DISPLAY "Recibo rechazado, cuenta en revision"
                           LINE 23 COL 1
                   PERFORM AVISO-RECHAZO THRU F-AVISO-RECHAZO
                   PERFORM OFREZCO-NOTA-DEBITO
                      THRU F-OFREZCO-NOTA-DEBITO
                END-IF
            END-READ.

       F-RESTAURO-SALDO-CLIENTE.
            EXIT.

      * AVISO-RECHAZO: el cliente y su vendedor se enteran del cheque
      * devuelto y, si la cuenta recien entra en revision, de que la
      * facturacion nueva queda frenada.
       AVISO-RECHAZO.
            MOVE "CR" TO W-NTF-EVENTO.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING CHQ-BANCO "-" CHQ-NUMERO
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            MOVE CHQ-IMPORTE TO W-NTF-IMPORTE.
            STRING "El cheque " CHQ-NUMERO " del banco " CHQ-BANCO
                   " por $" W-NTF-IMPORTE " fue rechazado. El recibo "
                   CHQ-COB-NUMERO " quedo anulado y el importe vuelve"
                   " a su saldo."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO CLI_ID
                 CLI_VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            IF W-ESTADO-ANTES = "H"
               GO TO F-AVISO-RECHAZO
            END-IF.
            MOVE "BC" TO W-NTF-EVENTO.
            MOVE SPACES TO W-NTF-TEXTO.
            STRING "Su cuenta quedo en revision de credito por el "
                   "rechazo del cheque " CHQ-NUMERO ". La facturacion"
                   " nueva queda suspendida hasta regularizar."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO CLI_ID
                 CLI_VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.

       F-AVISO-RECHAZO.
            EXIT.

      * OFREZCO-NOTA-DEBITO: el banco cobra el rechazo y ese gasto se
      * le pasa al cliente con una nota de debito (motivo 02) contra
      * la primera factura que cancelaba el recibo -- el mismo
      * comprobante que arma ALTA-NOTA-DEBITO en ABM-FACTURAS, sin
      * percepcion por tratarse de un gasto recuperado. Un recibo a
      * cuenta (sin facturas aplicadas) no tiene origen: la nota se
      * emite a mano desde ABM-FACTURAS. El cliente sigue en el
      * buffer de CLIENTES que dejo RESTAURO-SALDO-CLIENTE. Emitirla
      * pide el permiso de la nota de debito de ABM-FACTURAS (FD).
       OFREZCO-NOTA-DEBITO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Nota de debito no habilitada para el operador"
                       LINE 24 COL 1
               MOVE CLI_ID TO RCH-CLI-ID
               MOVE "D" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "TRANSACCION SIN PERMISO EN LA MATRIZ"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
               GO TO F-OFREZCO-NOTA-DEBITO
            END-IF.
            DISPLAY "Emite nota de debito por el rechazo (S/N): "
                    LINE 19 COL 10.
            ACCEPT X LINE 19 COL 54 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-OFREZCO-NOTA-DEBITO
            END-IF.
            IF COB-CANT-APLIC = 0
               DISPLAY "Recibo sin facturas aplicadas: emita la nota "
                       "desde ABM-FACTURAS" LINE 24 COL 1
               GO TO F-OFREZCO-NOTA-DEBITO
            END-IF.
            MOVE COB-APL-FACT-NUMERO(1) TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                DISPLAY "Factura de origen inexistente: "
                        COB-APL-FACT-NUMERO(1) LINE 24 COL 1
                GO TO F-OFREZCO-NOTA-DEBITO
            END-READ.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
               DISPLAY "El origen " FACT-NUMERO " no admite nota de "
                       "debito: emitala desde ABM-FACTURAS"
                       LINE 24 COL 1
               GO TO F-OFREZCO-NOTA-DEBITO
            END-IF.
            MOVE FACT-NUMERO TO W-ND-ORIGEN.
            IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
               MOVE 1 TO W-ND-EMPRESA
            ELSE
               MOVE FACT-EMPRESA TO W-ND-EMPRESA
            END-IF.
            MOVE FACT-SUCURSAL TO W-ND-SUCURSAL.
            MOVE FACT-MONEDA TO W-ND-MONEDA.
            MOVE FACT-LETRA TO W-ND-LETRA.
            IF W-ND-LETRA NOT = "A" AND W-ND-LETRA NOT = "B"
               IF CLI_CONDICION_IVA = "RI"
                  MOVE "A" TO W-ND-LETRA
               ELSE
                  MOVE "B" TO W-ND-LETRA
               END-IF
            END-IF.
            DISPLAY "Gastos a debitar (IVA incluido): "
                    LINE 20 COL 10.
            ACCEPT W-ND-IMPORTE LINE 20 COL 44 PROMPT.
            IF W-ND-IMPORTE NOT > 0
               DISPLAY "Sin importe, no se emite la nota"
                       LINE 24 COL 1
               GO TO F-OFREZCO-NOTA-DEBITO
            END-IF.
            IF W-ND-LETRA = "A"
               MOVE "D" TO W-TIPO-SERIE
            ELSE
               MOVE "B" TO W-TIPO-SERIE
            END-IF.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-ND-EMPRESA
                 W-ND-SUCURSAL W-TIPO-SERIE W-ND-NUMERO.
            IF W-ND-NUMERO = 0
               DISPLAY "Serie " W-ND-SUCURSAL "/" W-TIPO-SERIE
                       " sin cargar, ingrese numero (0=no emite): "
                       LINE 24 COL 1
               ACCEPT W-ND-NUMERO LINE 24 COL 66 PROMPT
               IF W-ND-NUMERO = 0
                  GO TO F-OFREZCO-NOTA-DEBITO
               END-IF
            END-IF.
            PERFORM GRABO-NOTA-DEBITO THRU F-GRABO-NOTA-DEBITO.

       F-OFREZCO-NOTA-DEBITO.
            EXIT.

      * GRABO-NOTA-DEBITO: arma el comprobante, lo graba y suma su
      * total al saldo del cliente, dejando el movimiento en
      * HISTORIAL-CLIENTES como el resto del rechazo.
       GRABO-NOTA-DEBITO.
            INITIALIZE REG-FACTURA REPLACING NUMERIC DATA BY ZEROES
                                     ALPHANUMERIC DATA BY SPACES.
            MOVE W-ND-NUMERO TO FACT-NUMERO.
            MOVE CLI_ID TO FACT-CLI-ID.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA FACT-FECHA-VTO.
            MOVE W-ND-IMPORTE TO FACT-TOTAL.
            SET FACT-ACTIVA TO TRUE.
            SET FACT-TIPO-NOTA-DEBITO TO TRUE.
            SET FACT-DEBITO-CHEQUE-RECHAZ TO TRUE.
            MOVE W-ND-ORIGEN TO FACT-NUMERO-ORIGEN.
            MOVE W-ND-MONEDA TO FACT-MONEDA.
            MOVE W-ND-SUCURSAL TO FACT-SUCURSAL.
            MOVE W-ND-EMPRESA TO FACT-EMPRESA.
            MOVE W-ND-LETRA TO FACT-LETRA.
            IF CLI_CONDICION_IVA = SPACES
               MOVE "CF" TO FACT-CONDICION-IVA
            ELSE
               MOVE CLI_CONDICION_IVA TO FACT-CONDICION-IVA
            END-IF.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-ALTA FACT-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FACT-USUARIO-ALTA
                                      FACT-USUARIO-MODIF.
            WRITE REG-FACTURA
              INVALID KEY
                DISPLAY "Error grabando nota de debito " W-ND-NUMERO
                        ": " ST-FACTURA LINE 24 COL 1
                GO TO F-GRABO-NOTA-DEBITO
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                 W-IMG-ALTA ST-FACTURA REG-FACTURA W-IMG-GRABADO.
            MOVE CLI_SALDO TO W-SALDO-ANTES.
            ADD W-ND-IMPORTE TO CLI_SALDO.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE NOT = "00"
               DISPLAY "Error actualizando saldo: " ST-FILE
                       LINE 24 COL 1
               GO TO F-GRABO-NOTA-DEBITO
            END-IF.
            MOVE "NOTA-DEBITO" TO W-HIST-CAMPO.
            MOVE SPACES TO W-HIST-ANTES W-HIST-DESPUES.
            STRING "ND " W-ND-LETRA " " W-ND-NUMERO " ORIGEN "
                   W-ND-ORIGEN
                DELIMITED BY SIZE INTO W-HIST-DESPUES.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            MOVE "CLI_SALDO" TO W-HIST-CAMPO.
            MOVE W-SALDO-ANTES TO W-HIST-ANTES.
            MOVE CLI_SALDO TO W-HIST-DESPUES.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            DISPLAY "Nota de debito " W-ND-LETRA " " W-ND-NUMERO
                    " emitida" LINE 24 COL 1.

       F-GRABO-NOTA-DEBITO.
            EXIT.

      * REABRO-FACTURA-PROVEEDOR: el proveedor devuelve el cheque que
      * le endosamos, asi que la factura que cancelaba recupera ese
      * importe y vuelve a quedar abierta (deja de estar pagada y
      * entra de nuevo en la propuesta de pagos). El ledger de pagos
      * recibe el mismo importe en negativo, sin base ni retenciones:
      * lo retenido en su momento ya tiene certificado emitido.
       REABRO-FACTURA-PROVEEDOR.
            MOVE CHQ-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura de proveedor del endoso inexistente: "
                        CHQ-FP-ID LINE 22 COL 1
                GO TO F-REABRO-FACTURA-PROVEEDOR
            END-READ.
            MOVE FP-SALDO TO W-SALDO-FP-ANTES.
            ADD CHQ-IMPORTE TO FP-SALDO.
            IF FP-PAGADA
               SET FP-ABIERTA TO TRUE
            END-IF.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error reabriendo factura de proveedor: "
                        ST-FACT-PROV LINE 22 COL 1
                GO TO F-REABRO-FACTURA-PROVEEDOR
            END-REWRITE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO PAG-FECHA.
            MOVE FP-PROVEEDOR TO PAG-PROVEEDOR.
            MOVE FP-ID TO PAG-FP-ID.
            COMPUTE PAG-IMPORTE = 0 - CHQ-IMPORTE.
            MOVE W-OPERADOR-ACTUAL TO PAG-OPERADOR.
            MOVE 0 TO PAG-BASE-SUJETA PAG-RET-GANANCIAS PAG-RET-IIBB.
            MOVE PAG-IMPORTE TO PAG-NETO-PAGADO.
            SET PAG-CHEQUE-ENDOSADO TO TRUE.
            MOVE CHQ-BANCO TO PAG-CHQ-BANCO.
            MOVE CHQ-NUMERO TO PAG-CHQ-NUMERO.
            MOVE PAG-IMPORTE TO PAG-CHQ-IMPORTE.
            WRITE REG-PAGO-PROVEEDOR.
            MOVE FP-SALDO TO MONTO-ZZ.
            DISPLAY "Deuda con proveedor " FP-PROVEEDOR
                    " reabierta, factura " FP-ID " saldo " MONTO-ZZ
                    LINE 22 COL 1.

       F-REABRO-FACTURA-PROVEEDOR.
            EXIT.

       ESCRIBO-HISTORIAL.
            MOVE W-HIST-CLI-ID   TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.

      * TOTAL-EN-CARTERA: recorre la cartera entera y totaliza los
      * cheques todavia en estado "en cartera" -- la respuesta directa
      * a "cuanto tenemos en cheques sin depositar", separando los
      * diferidos cuya fecha de pago todavia no llego.
       TOTAL-EN-CARTERA.
            MOVE 0 TO W-TOTAL-CARTERA.
            MOVE 0 TO W-CANT-CARTERA.
            MOVE 0 TO W-TOTAL-DIFERIDOS.
            MOVE 0 TO W-CANT-DIFERIDOS.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE LOW-VALUES TO CHQ-CLAVE.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-CARTERA
            DISPLAY "Cheques en cartera: " W-CANT-CARTERA
                    LINE 10 COL 10.
            DISPLAY "Total en cartera  : " TOTAL-ZZ LINE 11 COL 10.
            MOVE W-TOTAL-DIFERIDOS TO TOTAL-ZZ.
            DISPLAY "  de ellos diferidos: " W-CANT-DIFERIDOS
                    LINE 12 COL 10
                    "  por " TOTAL-ZZ LINE 12 COL 40.

       F-TOTAL-EN-CARTERA.
            EXIT.
                IF CHQ-EN-CARTERA
                   ADD 1 TO W-CANT-CARTERA
                   ADD CHQ-IMPORTE TO W-TOTAL-CARTERA
                   IF CHQ-FECHA-PAGO IS NUMERIC
                         AND CHQ-FECHA-PAGO > W-FECHA-SISTEMA
                      ADD 1 TO W-CANT-DIFERIDOS
                      ADD CHQ-IMPORTE TO W-TOTAL-DIFERIDOS
                   END-IF
                END-IF
            END-READ.

