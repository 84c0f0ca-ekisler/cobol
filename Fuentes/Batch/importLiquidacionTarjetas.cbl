      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Importacion de la liquidacion de la adquirente de
      *          tarjetas y conciliacion contra los cupones cobrados
      *          en el mostrador (CUPONES-TARJETA, cargados por
      *          ABM-COBRANZAS). liquidacionTarjetas.txt trae, por
      *          liquidacion, un renglon H (marca, numero, fecha de
      *          pago, CUIT de la adquirente, jurisdiccion de IIBB),
      *          un renglon D por cupon (lote, cupon, fecha, cuotas,
      *          importe y V venta / C contracargo) y un renglon T con
      *          el bruto, los contracargos, la comision, el IVA de la
      *          comision, las retenciones de IVA, Ganancias e IIBB y
      *          el neto acreditado. Cada cupon pagado pasa a
      *          liquidado; un contracargo reversa el recibo como el
      *          cheque devuelto de ABM-CHEQUES (COB-RECHAZADA,
      *          CLI_SALDO recupera el monto, cuenta en revision). Lo
      *          descontado por la adquirente queda en
      *          LIQUIDACIONES-TARJETA, de donde lo toma
      *          POSICION-FISCAL. Al pie lista los cupones pendientes
      *          con mas de 30 dias sin liquidar y los contracargos que
      *          llegaron pasados los 30 dias del cupon. Cualquier
      *          renglon que no calza se lista como DIFERENCIA y el job
      *          termina con RETURN-CODE 4.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Una cuenta que entra en revision por un
      *      contracargo avisa al cliente y a su vendedor por
      *      NOTIFICACIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPORT-LIQUIDACION-TARJETAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/cuponesTarjeta.sel".
              COPY "./sel/liquidacionesTarjeta.sel".

           SELECT LIQUIDACION-ENTRADA
             ASSIGN TO "./liquidacionTarjetas.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-ENTRADA.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/cuponesTarjeta.fd".
              COPY "./fd/liquidacionesTarjeta.fd".

      * Un renglon por registro; los importes sin signo ni coma, con
      * 2 decimales implicitos.
       FD LIQUIDACION-ENTRADA.
       01 REG-ENTRADA.
          03 LT-TIPO             PIC X.
            88 LT-CABECERA           VALUE "H".
            88 LT-DETALLE            VALUE "D".
            88 LT-TOTALES            VALUE "T".
          03 FILLER              PIC X(119).
       01 REG-ENTRADA-H.
          03 FILLER              PIC X.
          03 LTH-MARCA           PIC X(2).
          03 LTH-NUMERO          PIC 9(8).
          03 LTH-FECHA-PAGO      PIC 9(8).
          03 LTH-CUIT            PIC 9(11).
          03 LTH-JURISDICCION    PIC X(3).
          03 FILLER              PIC X(87).
       01 REG-ENTRADA-D.
          03 FILLER              PIC X.
          03 LTD-LOTE            PIC 9(3).
          03 LTD-CUPON           PIC 9(6).
          03 LTD-FECHA           PIC 9(8).
          03 LTD-CUOTAS          PIC 9(2).
          03 LTD-IMPORTE         PIC 9(9)V9(2).
          03 LTD-MOVIMIENTO      PIC X.
            88 LTD-VENTA             VALUE "V".
            88 LTD-CONTRACARGO       VALUE "C".
          03 FILLER              PIC X(88).
       01 REG-ENTRADA-T.
          03 FILLER              PIC X.
          03 LTT-BRUTO           PIC 9(11)V9(2).
          03 LTT-CONTRACARGOS    PIC 9(11)V9(2).
          03 LTT-COMISION        PIC 9(9)V9(2).
          03 LTT-IVA-COMISION    PIC 9(9)V9(2).
          03 LTT-RET-IVA         PIC 9(9)V9(2).
          03 LTT-RET-GANANCIAS   PIC 9(9)V9(2).
          03 LTT-RET-IIBB        PIC 9(9)V9(2).
          03 LTT-NETO            PIC 9(11)V9(2).
          03 FILLER              PIC X(23).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-CUPONES         PIC XX.
       01 ST-LIQUIDACIONES   PIC XX.
       01 ST-ENTRADA         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-CUPONES      PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "TARJETAS".

      * W-ESTADO-LIQ: N sin liquidacion abierta, S procesando los
      * renglones de una cabecera, X salteando una liquidacion ya
      * importada o con cabecera invalida hasta la proxima H.
       01 W-ESTADO-LIQ       PIC X VALUE "N".
       01 W-LIQ-MARCA        PIC X(2).
       01 W-LIQ-NUMERO       PIC 9(8).
       01 W-LIQ-FECHA-PAGO   PIC 9(8).
       01 W-LIQ-CUIT         PIC 9(11).
       01 W-LIQ-JURISDICCION PIC X(3).
       01 W-LIQ-CUPONES      PIC 9(5).
       01 W-LIQ-BRUTO        PIC S9(11)V9(2).
       01 W-LIQ-CONTRACARGOS PIC S9(11)V9(2).
       01 W-LIQ-DESCUENTOS   PIC S9(11)V9(2).

      * W-DIAS-PLAZO: dias desde el cupon pasados los cuales un cupon
      * sin liquidar o un contracargo se listan aparte.
       01 W-DIAS-PLAZO       PIC 9(3) VALUE 30.
       01 W-DIAS             PIC S9(7).
       01 W-FECHA-DESDE      PIC 9(8).
       01 W-FECHA-HASTA      PIC 9(8).

       01 W-SALDO-ANTES      PIC S9(7)V9(3).
       01 W-ESTADO-ANTES     PIC X.

      * Contracargos tardios de la corrida, para el listado del pie.
       01 W-TABLA-TARDIOS.
          03 W-TAR-ENTRADA OCCURS 200 TIMES.
             05 W-TAR-MARCA      PIC X(2).
             05 W-TAR-LOTE       PIC 9(3).
             05 W-TAR-CUPON      PIC 9(6).
             05 W-TAR-COB-NUMERO PIC 9(9).
             05 W-TAR-DIAS       PIC 9(5).
             05 W-TAR-IMPORTE    PIC S9(7)V9(2).
       01 W-CANT-TARDIOS     PIC 9(3) VALUE 0.
       01 W-IND-TARDIO       PIC 9(3).

       01 W-CANT-LIQUIDACIONES PIC 9(5) VALUE 0.
       01 W-CANT-LIQUIDADOS  PIC 9(5) VALUE 0.
       01 W-CANT-CONTRACARGOS PIC 9(5) VALUE 0.
       01 W-CANT-PENDIENTES  PIC 9(5) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01 W-TOTAL-BRUTO      PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-CONTRACARGOS PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-COMISION   PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-IVA-COMISION PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-RETENCIONES PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-NETO       PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-PENDIENTE  PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.
       01 SALDO-ZZ           PIC -------9,999.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "IMPORT-LIQUIDACION-TARJETAS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

      * Avisos al cliente y al vendedor (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "BC".
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30)
                             VALUE "IMPORT-LIQUIDACION-TARJETAS".
       01 W-NTF-GRABADO      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "LIQUIDACION DE TARJETAS - CORRIDA "
                       W-FECHA-SISTEMA
               PERFORM PROCESO-ENTRADA THRU F-PROCESO-ENTRADA
                   UNTIL W-FIN = "S"
               IF W-ESTADO-LIQ = "S"
                  DISPLAY "DIFERENCIA: liquidacion " W-LIQ-MARCA "/"
                          W-LIQ-NUMERO " sin renglon de totales"
                  ADD 1 TO W-CANT-DIFERENCIAS
               END-IF
               PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
               PERFORM LISTO-TARDIOS THRU F-LISTO-TARDIOS
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Liquidaciones importadas : " W-CANT-LIQUIDACIONES.
            DISPLAY "Cupones liquidados       : " W-CANT-LIQUIDADOS.
            DISPLAY "Contracargos             : " W-CANT-CONTRACARGOS.
            MOVE W-TOTAL-BRUTO TO TOTAL-ZZ.
            DISPLAY "Bruto liquidado          : " TOTAL-ZZ.
            MOVE W-TOTAL-CONTRACARGOS TO TOTAL-ZZ.
            DISPLAY "Contracargos descontados : " TOTAL-ZZ.
            MOVE W-TOTAL-COMISION TO TOTAL-ZZ.
            DISPLAY "Comision adquirente      : " TOTAL-ZZ.
            MOVE W-TOTAL-IVA-COMISION TO TOTAL-ZZ.
            DISPLAY "IVA sobre comision       : " TOTAL-ZZ.
            MOVE W-TOTAL-RETENCIONES TO TOTAL-ZZ.
            DISPLAY "Retenciones sufridas     : " TOTAL-ZZ.
            MOVE W-TOTAL-NETO TO TOTAL-ZZ.
            DISPLAY "Neto acreditado          : " TOTAL-ZZ.
            MOVE W-TOTAL-PENDIENTE TO TOTAL-ZZ.
            DISPLAY "Cupones sin liquidar     : " W-CANT-PENDIENTES
                    " por " TOTAL-ZZ.
            DISPLAY "Contracargos tardios     : " W-CANT-TARDIOS.
            DISPLAY "Diferencias              : " W-CANT-DIFERENCIAS.
            IF RETURN-CODE = 0
               IF W-CANT-DIFERENCIAS > 0 OR W-CANT-PENDIENTES > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT LIQUIDACION-ENTRADA.
            IF ST-ENTRADA NOT = "00"
               DISPLAY "Error abriendo liquidacionTarjetas.txt: "
                       ST-ENTRADA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O CUPONES-TARJETA.
            IF ST-CUPONES > "07"
               DISPLAY "Error abriendo Cupones de Tarjeta: " ST-CUPONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O LIQUIDACIONES-TARJETA.
            IF ST-LIQUIDACIONES > "07"
               DISPLAY "Error abriendo Liquidaciones: "
                       ST-LIQUIDACIONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN EXTEND HISTORIAL-CLIENTES.
            IF ST-HISTORIAL > "07"
               DISPLAY "Error abriendo Historial: " ST-HISTORIAL
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE LIQUIDACION-ENTRADA.
            CLOSE CLIENTES.
            CLOSE COBRANZAS.
            CLOSE CUPONES-TARJETA.
            CLOSE LIQUIDACIONES-TARJETA.
            CLOSE HISTORIAL-CLIENTES.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO-ENTRADA.
            READ LIQUIDACION-ENTRADA
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-ENTRADA
            END-READ.
            EVALUATE TRUE
               WHEN LT-CABECERA
                  PERFORM PROCESO-CABECERA THRU F-PROCESO-CABECERA
               WHEN LT-DETALLE
                  IF W-ESTADO-LIQ = "S"
                     PERFORM PROCESO-CUPON THRU F-PROCESO-CUPON
                  END-IF
                  IF W-ESTADO-LIQ = "N"
                     DISPLAY "DIFERENCIA: cupon sin cabecera de "
                             "liquidacion: " REG-ENTRADA(1:40)
                     ADD 1 TO W-CANT-DIFERENCIAS
                  END-IF
               WHEN LT-TOTALES
                  IF W-ESTADO-LIQ = "S"
                     PERFORM PROCESO-TOTALES THRU F-PROCESO-TOTALES
                  END-IF
                  IF W-ESTADO-LIQ = "N"
                     DISPLAY "DIFERENCIA: totales sin cabecera de "
                             "liquidacion"
                     ADD 1 TO W-CANT-DIFERENCIAS
                  END-IF
                  MOVE "N" TO W-ESTADO-LIQ
               WHEN OTHER
                  DISPLAY "DIFERENCIA: renglon de tipo invalido: "
                          REG-ENTRADA(1:40)
                  ADD 1 TO W-CANT-DIFERENCIAS
            END-EVALUATE.

       F-PROCESO-ENTRADA.
            EXIT.

      * PROCESO-CABECERA: una liquidacion ya importada se saltea
      * entera; sus cupones ya estan liquidados.
       PROCESO-CABECERA.
            IF W-ESTADO-LIQ = "S"
               DISPLAY "DIFERENCIA: liquidacion " W-LIQ-MARCA "/"
                       W-LIQ-NUMERO " sin renglon de totales"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            MOVE "X" TO W-ESTADO-LIQ.
            IF LTH-NUMERO IS NOT NUMERIC
                  OR LTH-FECHA-PAGO IS NOT NUMERIC
               DISPLAY "DIFERENCIA: cabecera de liquidacion invalida: "
                       REG-ENTRADA(1:40)
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-CABECERA
            END-IF.
            MOVE LTH-MARCA TO LIQ-MARCA.
            MOVE LTH-NUMERO TO LIQ-NUMERO.
            READ LIQUIDACIONES-TARJETA KEY IS LIQ-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "DIFERENCIA: liquidacion " LTH-MARCA "/"
                        LTH-NUMERO " ya importada el "
                        LIQ-FECHA-ALTA ", se saltea"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-CABECERA
            END-READ.
            MOVE "S" TO W-ESTADO-LIQ.
            MOVE LTH-MARCA TO W-LIQ-MARCA.
            MOVE LTH-NUMERO TO W-LIQ-NUMERO.
            MOVE LTH-FECHA-PAGO TO W-LIQ-FECHA-PAGO.
            IF LTH-CUIT IS NUMERIC
               MOVE LTH-CUIT TO W-LIQ-CUIT
            ELSE
               MOVE 0 TO W-LIQ-CUIT
            END-IF.
            MOVE LTH-JURISDICCION TO W-LIQ-JURISDICCION.
            MOVE 0 TO W-LIQ-CUPONES.
            MOVE 0 TO W-LIQ-BRUTO.
            MOVE 0 TO W-LIQ-CONTRACARGOS.
            DISPLAY " ".
            DISPLAY "Liquidacion " W-LIQ-MARCA "/" W-LIQ-NUMERO
                    " pagada el " W-LIQ-FECHA-PAGO.

       F-PROCESO-CABECERA.
            EXIT.

       PROCESO-CUPON.
            IF LTD-IMPORTE IS NOT NUMERIC
               DISPLAY "DIFERENCIA: cupon " LTD-LOTE "/" LTD-CUPON
                       " con importe invalido"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-CUPON
            END-IF.
            IF LTD-CONTRACARGO
               ADD LTD-IMPORTE TO W-LIQ-CONTRACARGOS
            ELSE
               ADD LTD-IMPORTE TO W-LIQ-BRUTO
               ADD 1 TO W-LIQ-CUPONES
            END-IF.
            MOVE W-LIQ-MARCA TO CUP-MARCA.
            MOVE LTD-LOTE TO CUP-LOTE.
            MOVE LTD-CUPON TO CUP-NUMERO.
            READ CUPONES-TARJETA KEY IS CUP-CLAVE
              INVALID KEY
                DISPLAY "DIFERENCIA: cupon " W-LIQ-MARCA " "
                        LTD-LOTE "/" LTD-CUPON " sin recibo"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-CUPON
            END-READ.
            IF LTD-CONTRACARGO
               PERFORM PROCESO-CONTRACARGO THRU F-PROCESO-CONTRACARGO
            ELSE
               PERFORM LIQUIDO-CUPON THRU F-LIQUIDO-CUPON
            END-IF.

       F-PROCESO-CUPON.
            EXIT.

       LIQUIDO-CUPON.
            IF NOT CUP-PENDIENTE
               DISPLAY "DIFERENCIA: cupon " CUP-MARCA " " CUP-LOTE
                       "/" CUP-NUMERO " en estado " CUP-ESTADO
                       " (liq. " CUP-LIQ-NUMERO "), no se liquida"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-LIQUIDO-CUPON
            END-IF.
            IF LTD-IMPORTE NOT = CUP-IMPORTE
               MOVE LTD-IMPORTE TO IMPORTE-ZZ
               DISPLAY "DIFERENCIA: cupon " CUP-MARCA " " CUP-LOTE
                       "/" CUP-NUMERO " liquidado por " IMPORTE-ZZ
                       " (recibo " CUP-COB-NUMERO ")"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            SET CUP-LIQUIDADO TO TRUE.
            MOVE W-LIQ-NUMERO TO CUP-LIQ-NUMERO.
            MOVE W-LIQ-FECHA-PAGO TO CUP-FECHA-LIQUIDACION.
            REWRITE REG-CUPON
              INVALID KEY
                DISPLAY "Error grabando cupon: " ST-CUPONES
                GO TO F-LIQUIDO-CUPON
            END-REWRITE.
            ADD 1 TO W-CANT-LIQUIDADOS.

       F-LIQUIDO-CUPON.
            EXIT.

      * PROCESO-CONTRACARGO: la adquirente desconoce el cupon y lo
      * descuenta; el recibo deja de ser pago, igual que con el
      * cheque rechazado en REVERSO-COBRANZA-CHEQUE de ABM-CHEQUES.
       PROCESO-CONTRACARGO.
            IF CUP-CONTRACARGO OR CUP-ANULADO
               DISPLAY "DIFERENCIA: contracargo de cupon " CUP-MARCA
                       " " CUP-LOTE "/" CUP-NUMERO " en estado "
                       CUP-ESTADO
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-CONTRACARGO
            END-IF.
            SET CUP-CONTRACARGO TO TRUE.
            MOVE W-LIQ-FECHA-PAGO TO CUP-FECHA-CONTRACARGO.
            REWRITE REG-CUPON
              INVALID KEY
                DISPLAY "Error grabando cupon: " ST-CUPONES
                GO TO F-PROCESO-CONTRACARGO
            END-REWRITE.
            ADD 1 TO W-CANT-CONTRACARGOS.
            MOVE CUP-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Contracargo cupon " CUP-MARCA " " CUP-LOTE "/"
                    CUP-NUMERO " recibo " CUP-COB-NUMERO " "
                    IMPORTE-ZZ.
            MOVE CUP-FECHA TO W-FECHA-DESDE.
            MOVE W-LIQ-FECHA-PAGO TO W-FECHA-HASTA.
            PERFORM CALCULO-DIAS THRU F-CALCULO-DIAS.
            IF W-DIAS > W-DIAS-PLAZO AND W-CANT-TARDIOS < 200
               ADD 1 TO W-CANT-TARDIOS
               MOVE CUP-MARCA TO W-TAR-MARCA(W-CANT-TARDIOS)
               MOVE CUP-LOTE TO W-TAR-LOTE(W-CANT-TARDIOS)
               MOVE CUP-NUMERO TO W-TAR-CUPON(W-CANT-TARDIOS)
               MOVE CUP-COB-NUMERO TO W-TAR-COB-NUMERO(W-CANT-TARDIOS)
               MOVE W-DIAS TO W-TAR-DIAS(W-CANT-TARDIOS)
               MOVE CUP-IMPORTE TO W-TAR-IMPORTE(W-CANT-TARDIOS)
            END-IF.
            MOVE CUP-COB-NUMERO TO COB-NUMERO.
            READ COBRANZAS KEY IS COB-NUMERO
              INVALID KEY
                DISPLAY "DIFERENCIA: recibo " CUP-COB-NUMERO
                        " del cupon inexistente"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-CONTRACARGO
            END-READ.
            IF COB-RECHAZADA OR COB-ANULADA
               GO TO F-PROCESO-CONTRACARGO
            END-IF.
            SET COB-RECHAZADA TO TRUE.
            REWRITE REG-COBRANZAS
              INVALID KEY
                DISPLAY "Error grabando recibo: " ST-COBRANZAS
                GO TO F-PROCESO-CONTRACARGO
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                 W-IMG-MODIF ST-COBRANZAS REG-COBRANZAS W-IMG-GRABADO.
            PERFORM RESTAURO-SALDO-CLIENTE
               THRU F-RESTAURO-SALDO-CLIENTE.

       F-PROCESO-CONTRACARGO.
            EXIT.

       RESTAURO-SALDO-CLIENTE.
            MOVE COB-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "DIFERENCIA: cliente " COB-CLI-ID
                        " del recibo " COB-NUMERO " inexistente"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-RESTAURO-SALDO-CLIENTE
            END-READ.
            MOVE CLI_SALDO TO W-SALDO-ANTES.
            MOVE CLI_ESTADO TO W-ESTADO-ANTES.
            ADD COB-MONTO TO CLI_SALDO.
            SET CLI-EN-REVISION TO TRUE.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE W-OPERADOR-BATCH TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE NOT = "00"
               DISPLAY "Error actualizando saldo: " ST-FILE
               GO TO F-RESTAURO-SALDO-CLIENTE
            END-IF.
            MOVE CLI_ID TO HIST-CLI-ID.
            MOVE "TARJ-CONTRAC" TO HIST-CAMPO.
            MOVE SPACES TO HIST-VALOR-ANTERIOR.
            MOVE SPACES TO HIST-VALOR-NUEVO.
            STRING "TARJ " CUP-MARCA " LOTE " CUP-LOTE " CUPON "
                   CUP-NUMERO " RECIBO " CUP-COB-NUMERO
                DELIMITED BY SIZE INTO HIST-VALOR-NUEVO.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            MOVE "CLI_SALDO" TO HIST-CAMPO.
            MOVE W-SALDO-ANTES TO SALDO-ZZ.
            MOVE SALDO-ZZ TO HIST-VALOR-ANTERIOR.
            MOVE CLI_SALDO TO SALDO-ZZ.
            MOVE SALDO-ZZ TO HIST-VALOR-NUEVO.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            MOVE "CLI_ESTADO" TO HIST-CAMPO.
            MOVE W-ESTADO-ANTES TO HIST-VALOR-ANTERIOR.
            MOVE CLI_ESTADO TO HIST-VALOR-NUEVO.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            IF W-ESTADO-ANTES = "H"
               GO TO F-RESTAURO-SALDO-CLIENTE
            END-IF.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING "CUPON " CUP-MARCA " " CUP-NUMERO
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            STRING "Su cuenta quedo en revision de credito por el "
                   "contracargo del cupon " CUP-NUMERO " de la tarjeta "
                   CUP-MARCA ". La facturacion nueva queda suspendida "
                   "hasta regularizar."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO CLI_ID
                 CLI_VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.

       F-RESTAURO-SALDO-CLIENTE.
            EXIT.

      * PROCESO-TOTALES: el renglon T manda (es lo que la adquirente
      * acredito); si no coincide con la suma de los cupones o el
      * neto no cierra contra los descuentos, se marca y se graba
      * igual.
       PROCESO-TOTALES.
            IF LTT-BRUTO IS NOT NUMERIC
                  OR LTT-CONTRACARGOS IS NOT NUMERIC
                  OR LTT-COMISION IS NOT NUMERIC
                  OR LTT-IVA-COMISION IS NOT NUMERIC
                  OR LTT-RET-IVA IS NOT NUMERIC
                  OR LTT-RET-GANANCIAS IS NOT NUMERIC
                  OR LTT-RET-IIBB IS NOT NUMERIC
                  OR LTT-NETO IS NOT NUMERIC
               DISPLAY "DIFERENCIA: totales invalidos en liquidacion "
                       W-LIQ-MARCA "/" W-LIQ-NUMERO
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-TOTALES
            END-IF.
            IF LTT-BRUTO NOT = W-LIQ-BRUTO
               MOVE W-LIQ-BRUTO TO TOTAL-ZZ
               DISPLAY "DIFERENCIA: bruto informado distinto de la "
                       "suma de cupones " TOTAL-ZZ
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            IF LTT-CONTRACARGOS NOT = W-LIQ-CONTRACARGOS
               MOVE W-LIQ-CONTRACARGOS TO TOTAL-ZZ
               DISPLAY "DIFERENCIA: contracargos informados distintos "
                       "de la suma de cupones " TOTAL-ZZ
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            COMPUTE W-LIQ-DESCUENTOS = LTT-CONTRACARGOS + LTT-COMISION
                  + LTT-IVA-COMISION + LTT-RET-IVA + LTT-RET-GANANCIAS
                  + LTT-RET-IIBB.
            IF LTT-BRUTO - W-LIQ-DESCUENTOS NOT = LTT-NETO
               MOVE LTT-NETO TO TOTAL-ZZ
               DISPLAY "DIFERENCIA: neto " TOTAL-ZZ
                       " no cierra contra bruto menos descuentos"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            INITIALIZE REG-LIQUIDACION REPLACING NUMERIC DATA BY ZERO
                                        ALPHANUMERIC DATA BY SPACES.
            MOVE W-LIQ-MARCA TO LIQ-MARCA.
            MOVE W-LIQ-NUMERO TO LIQ-NUMERO.
            MOVE W-LIQ-FECHA-PAGO TO LIQ-FECHA-PAGO.
            MOVE W-LIQ-CUIT TO LIQ-CUIT.
            MOVE W-LIQ-JURISDICCION TO LIQ-JURISDICCION.
            MOVE W-LIQ-CUPONES TO LIQ-CANT-CUPONES.
            MOVE LTT-BRUTO TO LIQ-BRUTO.
            MOVE LTT-CONTRACARGOS TO LIQ-CONTRACARGOS.
            MOVE LTT-COMISION TO LIQ-COMISION.
            MOVE LTT-IVA-COMISION TO LIQ-IVA-COMISION.
            MOVE LTT-RET-IVA TO LIQ-RET-IVA.
            MOVE LTT-RET-GANANCIAS TO LIQ-RET-GANANCIAS.
            MOVE LTT-RET-IIBB TO LIQ-RET-IIBB.
            MOVE LTT-NETO TO LIQ-NETO.
            MOVE W-FECHA-SISTEMA TO LIQ-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO LIQ-USUARIO-ALTA.
            WRITE REG-LIQUIDACION
              INVALID KEY
                DISPLAY "Error grabando liquidacion: "
                        ST-LIQUIDACIONES
                GO TO F-PROCESO-TOTALES
            END-WRITE.
            ADD 1 TO W-CANT-LIQUIDACIONES.
            ADD LTT-BRUTO TO W-TOTAL-BRUTO.
            ADD LTT-CONTRACARGOS TO W-TOTAL-CONTRACARGOS.
            ADD LTT-COMISION TO W-TOTAL-COMISION.
            ADD LTT-IVA-COMISION TO W-TOTAL-IVA-COMISION.
            ADD LTT-RET-IVA LTT-RET-GANANCIAS LTT-RET-IIBB
                TO W-TOTAL-RETENCIONES.
            ADD LTT-NETO TO W-TOTAL-NETO.
            MOVE LTT-NETO TO TOTAL-ZZ.
            DISPLAY "  " W-LIQ-CUPONES " cupones, neto acreditado "
                    TOTAL-ZZ.

       F-PROCESO-TOTALES.
            EXIT.

      * LISTO-PENDIENTES: cupones que siguen esperando liquidacion
      * pasado el plazo -- la adquirente no los pago nunca.
       LISTO-PENDIENTES.
            DISPLAY " ".
            DISPLAY "CUPONES SIN LIQUIDAR CON MAS DE " W-DIAS-PLAZO
                    " DIAS".
            MOVE LOW-VALUES TO CUP-CLAVE.
            START CUPONES-TARJETA KEY IS NOT LESS THAN CUP-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-CUPONES
              NOT INVALID KEY MOVE "N" TO W-FIN-CUPONES
            END-START.
            PERFORM CONTROLO-UN-PENDIENTE THRU F-CONTROLO-UN-PENDIENTE
                UNTIL W-FIN-CUPONES = "S".
            IF W-CANT-PENDIENTES = 0
               DISPLAY "  (ninguno)"
            END-IF.

       F-LISTO-PENDIENTES.
            EXIT.

       CONTROLO-UN-PENDIENTE.
            READ CUPONES-TARJETA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CUPONES
                GO TO F-CONTROLO-UN-PENDIENTE
            END-READ.
            IF NOT CUP-PENDIENTE OR CUP-FECHA IS NOT NUMERIC
                  OR CUP-FECHA = 0
               GO TO F-CONTROLO-UN-PENDIENTE
            END-IF.
            MOVE CUP-FECHA TO W-FECHA-DESDE.
            MOVE W-FECHA-SISTEMA TO W-FECHA-HASTA.
            PERFORM CALCULO-DIAS THRU F-CALCULO-DIAS.
            IF W-DIAS > W-DIAS-PLAZO
               ADD 1 TO W-CANT-PENDIENTES
               ADD CUP-IMPORTE TO W-TOTAL-PENDIENTE
               MOVE CUP-IMPORTE TO IMPORTE-ZZ
               DISPLAY "  " CUP-MARCA " " CUP-LOTE "/" CUP-NUMERO
                       " del " CUP-FECHA " recibo " CUP-COB-NUMERO
                       " cliente " CUP-CLI-ID " " IMPORTE-ZZ
            END-IF.

       F-CONTROLO-UN-PENDIENTE.
            EXIT.

       LISTO-TARDIOS.
            DISPLAY " ".
            DISPLAY "CONTRACARGOS RECIBIDOS PASADOS " W-DIAS-PLAZO
                    " DIAS DEL CUPON".
            IF W-CANT-TARDIOS = 0
               DISPLAY "  (ninguno)"
            END-IF.
            PERFORM LISTO-UN-TARDIO THRU F-LISTO-UN-TARDIO
                VARYING W-IND-TARDIO FROM 1 BY 1
                    UNTIL W-IND-TARDIO > W-CANT-TARDIOS.

       F-LISTO-TARDIOS.
            EXIT.

       LISTO-UN-TARDIO.
            MOVE W-TAR-IMPORTE(W-IND-TARDIO) TO IMPORTE-ZZ.
            DISPLAY "  " W-TAR-MARCA(W-IND-TARDIO) " "
                    W-TAR-LOTE(W-IND-TARDIO) "/"
                    W-TAR-CUPON(W-IND-TARDIO) " recibo "
                    W-TAR-COB-NUMERO(W-IND-TARDIO) " a "
                    W-TAR-DIAS(W-IND-TARDIO) " dias " IMPORTE-ZZ.

       F-LISTO-UN-TARDIO.
            EXIT.

       CALCULO-DIAS.
            MOVE 0 TO W-DIAS.
            IF W-FECHA-DESDE IS NUMERIC AND W-FECHA-DESDE > 0
                  AND W-FECHA-HASTA IS NUMERIC AND W-FECHA-HASTA > 0
               COMPUTE W-DIAS =
                  FUNCTION INTEGER-OF-DATE(W-FECHA-HASTA)
                  - FUNCTION INTEGER-OF-DATE(W-FECHA-DESDE)
            END-IF.

       F-CALCULO-DIAS.
            EXIT.

       ESCRIBO-HISTORIAL.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
            MOVE W-OPERADOR-BATCH TO HIST-USUARIO.
            WRITE REG-HISTORIAL.

       F-ESCRIBO-HISTORIAL.
            EXIT.

       END PROGRAM "IMPORT-LIQUIDACION-TARJETAS".
