      *          fecha, monto, forma de pago) y lo aplica contra una o
      *          mas facturas activas del mismo cliente, restando de
      *          CLI_SALDO lo mismo que se aplico.
      * Mod: 15/10/2026 EK - El cheque recibido pide su fecha de pago
      *      (CHQ-FECHA-PAGO): en cero es al dia (la del recibo); un
      *      cheque de pago diferido no se deposita hasta esa fecha.
      * Mod: 15/10/2026 EK - Forma de pago TARJETA: marca, cuotas,
      *      lote y cupon quedan en CUPONES-TARJETA pendientes de la
      *      liquidacion de la adquirente; la Baja anula el cupon.
      * Mod: 15/10/2026 EK - Multiempresa: con mas de una empresa en
      *      empresas.dat se elige la empresa al firmar; el recibo se
      *      graba en COB-EMPRESA, numera en el talonario de la
      *      empresa y solo se aplica a facturas de ella. Fuera de la
      *      principal lo cobrado se lleva tambien al saldo del
      *      cliente en CLIENTES-EMPRESA.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cobDetalle.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/cuponesTarjeta.sel".
              COPY "./sel/retenciones.sel".
              COPY "./sel/cierresCaja.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/clientesEmpresa.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/cuponesTarjeta.fd".
              COPY "./fd/retenciones.fd".
              COPY "./fd/cierresCaja.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/clientesEmpresa.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.
       01 ST-FACTURA        PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-CUPONES        PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 ST-CAJA           PIC XX.
      * Matriz de permisos: cada transaccion (codigo "C" + letra) se
       01 W-TIPO-SERIE       PIC X.
       01 W-NUMERO-SERIE     PIC 9(9).

      * Empresa de la sesion (BUSCO-EMPRESA), igual que en
      * ABM-FACTURAS: se pide al firmar solo si hay mas de una activa.
      * W-DOC-EMPRESA es la del recibo o factura leido (cero o blanco
      * = la principal).
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-EMPRESA-NOMBRE   PIC X(40) VALUE SPACES.
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2) VALUE 1.
       01 W-EMPRESA-VALIDA   PIC X VALUE "N".
       01 W-DOC-EMPRESA      PIC 9(2).
       01 ST-CLI-EMPRESA     PIC XX.
       01 W-CLE-DELTA        PIC S9(9)V9(2).

      * Id Cliente 0 en PIDO-CLI-ID abre el browse por nombre
      * compartido (BUSCO-CLIENTE-NOMBRE), el mismo de INICIO.
       01 W-NOMBRE-PARCIAL   PIC X(60).
      * vuelve a pedir -- un mismo cheque no puede entrar dos veces.
       01 W-CHEQUE-GRABADO   PIC X VALUE "N".

      * Captura del cupon cuando la forma de pago es TARJETA: marca,
      * lote y cupon forman la clave; un cupon repetido se vuelve a
      * pedir, igual que el cheque.
       01 W-CUPON-GRABADO    PIC X VALUE "N".

      * Certificados de retencion entregados con el recibo: cada uno
      * cuenta como pago dentro de COB-MONTO -- antes la diferencia
      * retenida no tenia donde ir y el recibo quedaba inflado en

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-COBRANZAS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-CHQ       PIC X(3)  VALUE "CHQ".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ELIJO-EMPRESA THRU F-ELIJO-EMPRESA
            END-IF.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
       F-VALIDO-FIRMA.
            EXIT.

      * ELIJO-EMPRESA: con una sola empresa activa (o sin
      * empresas.dat) se trabaja en la 01 sin preguntar; con mas, el
      * operador elige la razon social de la sesion.
       ELIJO-EMPRESA.
            MOVE 1 TO W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-CANT-EMPRESAS > 1
               MOVE "N" TO W-EMPRESA-VALIDA
               PERFORM PIDO-EMPRESA THRU F-PIDO-EMPRESA
                   UNTIL W-EMPRESA-VALIDA = "S" OR FIN = "S"
            END-IF.

       F-ELIJO-EMPRESA.
            EXIT.

       PIDO-EMPRESA.
            DISPLAY "Empresa: " LINE 22 COL 1 ERASE EOL.
            ACCEPT W-EMPRESA LINE 22 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PIDO-EMPRESA
            END-IF.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-EMPRESA-VALIDA NOT = "S"
               DISPLAY "Empresa inexistente o inactiva" LINE 24 COL 1
            END-IF.

       F-PIDO-EMPRESA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CUPONES-TARJETA.
            IF ST-CUPONES > "07"
               DISPLAY "Error abriendo Cupones de Tarjeta: "
                       ST-CUPONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COB-DETALLE.
            IF ST-COB-DETALLE > "07"
               DISPLAY "Error abriendo Detalle Cobranzas: "
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CLIENTES-EMPRESA.
            IF ST-CLI-EMPRESA > "07"
               DISPLAY "Error abriendo Clientes Empresa: "
                       ST-CLI-EMPRESA LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE CHEQUES.
            CLOSE CUPONES-TARJETA.
            CLOSE COB-DETALLE.
            CLOSE RETENCIONES.
            CLOSE CIERRES-CAJA.
            CLOSE RECHAZOS-ABM.
            CLOSE CLIENTES-EMPRESA.

       F-CIERRO-ARCHIVOS.
            EXIT.
               GO TO F-PROCESO
            END-IF.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Empresa " LINE 2 COL 1 W-EMPRESA LINE 2 COL 9
                    W-EMPRESA-NOMBRE LINE 2 COL 12
                    "A.B.M. Cobranzas" LINE 3 COL 32
                    GUIONES LINE 4 COL 1
                    "A=Alta B=Baja C=Consulta P=Aplicar a cuenta  "
               INITIALIZE REG-COBRANZAS REPLACING NUMERIC DATA BY ZERO
                                          ALPHANUMERIC DATA BY SPACES
               MOVE W-COB-NUMERO TO COB-NUMERO
               MOVE W-EMPRESA TO COB-EMPRESA
               MOVE "N" TO W-CLIENTE-VALIDO
               PERFORM PIDO-CLI-ID THRU F-PIDO-CLI-ID
                   UNTIL W-CLIENTE-VALIDO = "S"
                   PERFORM BORRO-RETENCIONES-RECIBO
                      THRU F-BORRO-RETENCIONES-RECIBO
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                        W-IMG-ALTA ST-COBRANZAS REG-COBRANZAS
                        W-IMG-GRABADO
                   PERFORM APLICO-COBRANZA-A-SALDO
                       THRU F-APLICO-COBRANZA-A-SALDO
                   IF COB-CHEQUE
                      PERFORM CARGO-CHEQUE THRU F-CARGO-CHEQUE
                          UNTIL W-CHEQUE-GRABADO = "S"
                   END-IF
                   IF COB-TARJETA
                      MOVE "N" TO W-CUPON-GRABADO
                      PERFORM CARGO-CUPON THRU F-CARGO-CUPON
                          UNTIL W-CUPON-GRABADO = "S"
                   END-IF
                   DISPLAY "Recibo grabado y aplicado" LINE 24 COL 1
               END-WRITE
            END-IF.
      * numero a mano, como siempre.
       TOMO-NUMERO-SERIE.
            MOVE "R" TO W-TIPO-SERIE.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA CLI_SUCURSAL
                 W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " CLI_SUCURSAL "/R sin cargar, "
                       "ingrese numero" LINE 24 COL 1
                DISPLAY "Factura inexistente, aplicacion descartada"
                        LINE 24 COL 1
              NOT INVALID KEY
                IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
                   MOVE 1 TO W-DOC-EMPRESA
                ELSE
                   MOVE FACT-EMPRESA TO W-DOC-EMPRESA
                END-IF
                IF FACT-CLI-ID NOT = COB-CLI-ID
                   DISPLAY "La factura no es de este cliente"
                           LINE 24 COL 1
                ELSE IF W-DOC-EMPRESA NOT = W-EMPRESA
                   DISPLAY "La factura es de otra empresa"
                           LINE 24 COL 1
                ELSE IF FACT-ANULADA
                   DISPLAY "La factura esta anulada" LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-APLICACION-OK
                END-IF
                END-IF
            END-READ.
            IF APLICACION-VALIDA
               DISPLAY "Monto a aplicar: " LINE 16 COL 10
      * "en cartera", con banco + numero como clave -- hasta ahora el
      * numero de cheque y el banco vivian en un papel en el cajon.
      * El importe del cheque es el del recibo y queda enlazado por
      * COB-NUMERO para poder reversar si el banco lo devuelve. La
      * fecha de pago no puede ser anterior al recibo.
       CARGO-CHEQUE.
            INITIALIZE REG-CHEQUE REPLACING NUMERIC DATA BY ZERO
                                     ALPHANUMERIC DATA BY SPACES.
            ACCEPT CHQ-BANCO LINE 17 COL 30 PROMPT.
            DISPLAY "Nro. Cheque      : " LINE 18 COL 10.
            ACCEPT CHQ-NUMERO LINE 18 COL 30 PROMPT.
            DISPLAY "Fecha de pago    : " LINE 19 COL 10
                    "(AAAAMMDD, 0=al dia)" LINE 19 COL 40.
            ACCEPT W-FECHA-CAPTURA LINE 19 COL 30 PROMPT.
            IF W-FECHA-CAPTURA = 0
               MOVE COB-FECHA TO W-FECHA-CAPTURA
            END-IF.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
                  OR W-FECHA-CAPTURA < COB-FECHA
               DISPLAY "Fecha de pago invalida, reingrese"
                       LINE 24 COL 1
               GO TO F-CARGO-CHEQUE
            END-IF.
            MOVE W-FECHA-CAPTURA TO CHQ-FECHA-PAGO.
            MOVE COB-CLI-ID TO CHQ-CLI-ID.
            MOVE COB-NUMERO TO CHQ-COB-NUMERO.
            MOVE COB-MONTO TO CHQ-IMPORTE.
                DISPLAY "Ya existe ese cheque en cartera, reingrese"
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CHQ
                     W-IMG-ALTA ST-CHEQUES REG-CHEQUE W-IMG-GRABADO
                MOVE "S" TO W-CHEQUE-GRABADO
                DISPLAY "Cheque en cartera" LINE 24 COL 1
            END-WRITE.
       F-CARGO-CHEQUE.
            EXIT.

      * CARGO-CUPON: cuando la forma de pago es TARJETA, el cupon
      * queda en CUPONES-TARJETA pendiente de liquidacion por el
      * importe del recibo; IMPORT-LIQUIDACION-TARJETAS lo cruza con
      * la liquidacion de la adquirente. Cuotas en cero es un pago.
       CARGO-CUPON.
            INITIALIZE REG-CUPON REPLACING NUMERIC DATA BY ZERO
                                    ALPHANUMERIC DATA BY SPACES.
            DISPLAY "Marca tarjeta    : " LINE 17 COL 10
                    "(VI MC AM CA NA MA VE)" LINE 17 COL 40.
            ACCEPT CUP-MARCA LINE 17 COL 30 PROMPT.
            MOVE FUNCTION UPPER-CASE(CUP-MARCA) TO CUP-MARCA.
            IF NOT CUP-MARCA-VALIDA
               DISPLAY "Marca de tarjeta invalida, reingrese"
                       LINE 24 COL 1
               GO TO F-CARGO-CUPON
            END-IF.
            DISPLAY "Lote / Cupon     : " LINE 18 COL 10
                    "/" LINE 18 COL 34.
            ACCEPT CUP-LOTE LINE 18 COL 30 PROMPT.
            ACCEPT CUP-NUMERO LINE 18 COL 36 PROMPT.
            IF CUP-NUMERO = 0
               DISPLAY "Falta el numero de cupon, reingrese"
                       LINE 24 COL 1
               GO TO F-CARGO-CUPON
            END-IF.
            DISPLAY "Cuotas           : " LINE 19 COL 10.
            ACCEPT CUP-CUOTAS LINE 19 COL 30 PROMPT.
            IF CUP-CUOTAS = 0
               MOVE 1 TO CUP-CUOTAS
            END-IF.
            MOVE COB-NUMERO TO CUP-COB-NUMERO.
            MOVE COB-CLI-ID TO CUP-CLI-ID.
            MOVE COB-FECHA TO CUP-FECHA.
            MOVE COB-MONTO TO CUP-IMPORTE.
            SET CUP-PENDIENTE TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CUP-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CUP-USUARIO-ALTA.
            WRITE REG-CUPON
              INVALID KEY
                DISPLAY "Ya existe ese cupon, reingrese"
                        LINE 24 COL 1
              NOT INVALID KEY
                MOVE "S" TO W-CUPON-GRABADO
                DISPLAY "Cupon pendiente de liquidacion" LINE 24 COL 1
            END-WRITE.

       F-CARGO-CUPON.
            EXIT.

      * ANULO-CUPON: el recibo de tarjeta anulado arrastra su cupon,
      * que deja de esperar la liquidacion.
       ANULO-CUPON.
            MOVE COB-NUMERO TO CUP-COB-NUMERO.
            READ CUPONES-TARJETA KEY IS CUP-COB-NUMERO
              INVALID KEY
                GO TO F-ANULO-CUPON
            END-READ.
            IF CUP-PENDIENTE
               SET CUP-ANULADO TO TRUE
               REWRITE REG-CUPON
                 INVALID KEY
                   DISPLAY "Error grabando cupon: " ST-CUPONES
                           LINE 23 COL 1
               END-REWRITE
            ELSE
               DISPLAY "Atencion: el cupon ya fue liquidado por la "
                       "adquirente" LINE 23 COL 1
            END-IF.

       F-ANULO-CUPON.
            EXIT.

      * APLICO-COBRANZA-A-SALDO: resta COB-MONTO completo -- el pago a
      * cuenta tambien es plata que entro y baja la deuda, aunque
      * todavia no se sepa contra que factura.
              NOT INVALID KEY
                SUBTRACT COB-MONTO FROM CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
                COMPUTE W-CLE-DELTA = COB-MONTO * -1
                PERFORM AJUSTO-SALDO-EMPRESA THRU F-AJUSTO-SALDO-EMPRESA
            END-READ.

       F-APLICO-COBRANZA-A-SALDO.
              INVALID KEY
                DISPLAY "Recibo inexistente" LINE 24 COL 1
              NOT INVALID KEY
                PERFORM TOMO-EMPRESA-RECIBO THRU F-TOMO-EMPRESA-RECIBO
                IF W-DOC-EMPRESA NOT = W-EMPRESA
                   DISPLAY "Recibo de la empresa " W-DOC-EMPRESA
                           ", no se puede anular" LINE 24 COL 1
                ELSE IF COB-ANULADA
                   DISPLAY "El recibo ya esta anulado" LINE 24 COL 1
                ELSE IF COB-RECHAZADA
                   DISPLAY "El recibo esta rechazado por cheque "
                ELSE
                   PERFORM ANULO-COBRANZA THRU F-ANULO-COBRANZA
                END-IF
                END-IF
            END-READ.

       F-BAJA-COBRANZA.
                DISPLAY "Error grabando recibo: " ST-COBRANZAS
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                     W-IMG-MODIF ST-COBRANZAS REG-COBRANZAS
                     W-IMG-GRABADO
                PERFORM DEVUELVO-MONTO-A-SALDO
                    THRU F-DEVUELVO-MONTO-A-SALDO
                IF COB-TARJETA
                   PERFORM ANULO-CUPON THRU F-ANULO-CUPON
                END-IF
                DISPLAY "Recibo anulado" LINE 24 COL 1
            END-REWRITE.

              NOT INVALID KEY
                ADD COB-MONTO TO CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
                MOVE COB-MONTO TO W-CLE-DELTA
                PERFORM AJUSTO-SALDO-EMPRESA THRU F-AJUSTO-SALDO-EMPRESA
            END-READ.

       F-DEVUELVO-MONTO-A-SALDO.
            EXIT.

       TOMO-EMPRESA-RECIBO.
            IF COB-EMPRESA NOT NUMERIC OR COB-EMPRESA = 0
               MOVE 1 TO W-DOC-EMPRESA
            ELSE
               MOVE COB-EMPRESA TO W-DOC-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-RECIBO.
            EXIT.

      * AJUSTO-SALDO-EMPRESA: lleva a CLIENTES-EMPRESA la parte de un
      * movimiento de CLI_SALDO que es de una empresa no principal
      * (W-CLE-DELTA, cliente del recibo); el registro se crea con el
      * primer movimiento del cliente en la empresa.
       AJUSTO-SALDO-EMPRESA.
            IF W-EMPRESA < 2 OR W-CLE-DELTA = 0
               GO TO F-AJUSTO-SALDO-EMPRESA
            END-IF.
            MOVE COB-CLI-ID TO CLE-CLI-ID.
            MOVE W-EMPRESA TO CLE-EMPRESA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            READ CLIENTES-EMPRESA KEY IS CLE-CLAVE
              INVALID KEY
                INITIALIZE REG-CLIENTE-EMPRESA
                MOVE COB-CLI-ID TO CLE-CLI-ID
                MOVE W-EMPRESA TO CLE-EMPRESA
                MOVE W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE W-OPERADOR-ACTUAL TO CLE-USUARIO-MODIF
                WRITE REG-CLIENTE-EMPRESA
              NOT INVALID KEY
                ADD W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE W-OPERADOR-ACTUAL TO CLE-USUARIO-MODIF
                REWRITE REG-CLIENTE-EMPRESA
            END-READ.
            IF ST-CLI-EMPRESA NOT = "00"
               DISPLAY "Error actualizando saldo en la empresa: "
                       ST-CLI-EMPRESA LINE 24 COL 1
            END-IF.

       F-AJUSTO-SALDO-EMPRESA.
            EXIT.

      * APLICA-PAGO-A-CUENTA: aplica el resto a cuenta de un recibo ya
      * grabado contra facturas, cuando el cliente por fin dice que
      * cubria el giro. Cada aplicacion nueva ocupa el siguiente
              INVALID KEY
                DISPLAY "Recibo inexistente" LINE 24 COL 1
              NOT INVALID KEY
                PERFORM TOMO-EMPRESA-RECIBO THRU F-TOMO-EMPRESA-RECIBO
                IF W-DOC-EMPRESA NOT = W-EMPRESA
                   DISPLAY "Recibo de la empresa " W-DOC-EMPRESA
                           ", no se puede aplicar" LINE 24 COL 1
                ELSE IF COB-ANULADA OR COB-RECHAZADA
                   DISPLAY "El recibo no esta vigente" LINE 24 COL 1
                ELSE IF COB-NO-APLICADO NOT > 0
                   DISPLAY "El recibo no tiene resto a cuenta"
                   PERFORM APLICO-RESTO-A-FACTURA
                       THRU F-APLICO-RESTO-A-FACTURA
                END-IF
                END-IF
            END-READ.

       F-APLICA-PAGO-A-CUENTA.
                   DISPLAY "Error grabando recibo: " ST-COBRANZAS
                           LINE 24 COL 1
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                        W-IMG-MODIF ST-COBRANZAS REG-COBRANZAS
                        W-IMG-GRABADO
                   MOVE COB-NO-APLICADO TO MONTO-ZZ
                   DISPLAY "Aplicado; queda a cuenta: " MONTO-ZZ
                           LINE 24 COL 1
                           COB-USUARIO-BAJA LINE 13 COL 10
                END-IF
                IF COB-RECHAZADA
                   IF COB-TARJETA
                      DISPLAY "RECHAZADO (contracargo de tarjeta)"
                              LINE 13 COL 10
                   ELSE
                      DISPLAY "RECHAZADO (cheque devuelto)"
                              LINE 13 COL 10
                   END-IF
                END-IF
                IF COB-TARJETA
                   PERFORM MUESTRO-CUPON THRU F-MUESTRO-CUPON
                END-IF
                PERFORM MUESTRO-UNA-APLICACION
                    VARYING W-INDICE-APLIC FROM 1 BY 1
       F-CONSULTA-COBRANZA.
            EXIT.

       MUESTRO-CUPON.
            MOVE COB-NUMERO TO CUP-COB-NUMERO.
            READ CUPONES-TARJETA KEY IS CUP-COB-NUMERO
              INVALID KEY
                GO TO F-MUESTRO-CUPON
            END-READ.
            DISPLAY "Tarj. " CUP-MARCA " " CUP-LOTE "/" CUP-NUMERO
                    " " CUP-CUOTAS " cuotas estado " CUP-ESTADO
                    LINE 12 COL 35.

       F-MUESTRO-CUPON.
            EXIT.

       MUESTRO-UNA-APLICACION.
            IF COB-APL-FACT-NUMERO(W-INDICE-APLIC) NOT = 0
               MOVE COB-APL-MONTO(W-INDICE-APLIC) TO MONTO-ZZ
