      *      Cuentas a Cobrar, haber Ventas) en ASIENTO-DIARIO, para
      *      que contaduria importe el movimiento del dia al mayor
      *      general sin recalcularlo a mano.
      * Mod: 15/10/2026 EK - ASIENTO-DIARIO pasa a registro de ancho
      *      fijo (asientoDiario.fd) con cuenta, debe/haber e importe
      *      en campos propios, para que MAYORIZACION-ASIENTOS lo
      *      levante sin parsear texto; las cuentas que se asientan se
      *      validan contra PLAN-CUENTAS al arrancar y una cuenta
      *      inexistente, inactiva o no imputable se informa como
      *      DIFERENCIA (RC 4).
      * Mod: 15/10/2026 EK - Cada renglon de asiento lleva la empresa
      *      del comprobante (FACT-EMPRESA), para que cada razon
      *      social mayorice en sus propios libros.
      * Mod: 15/10/2026 EK - Una factura armada desde remitos
      *      (FACT-REMITADA) no descuenta stock: la mercaderia ya
      *      salio de la sucursal al emitirse cada remito.
      * Mod: 15/10/2026 EK - Un renglon de kit (KITS) no descuenta
      *      el codigo del kit: descuenta cada componente por su
      *      cantidad en el kit, en PROD-STOCK, sucursal y kardex.
      * Mod: 15/10/2026 EK - Un producto con control de lote descuenta
      *      ademas de los lotes de la sucursal, primero el que vence
      *      primero (MUEVO-LOTES), con el cliente de la factura para
      *      poder rastrear el lote.
      * Mod: 15/10/2026 EK - La cantidad facturada esta en la unidad de
      *      venta del producto: el stock se descuenta en unidad base
      *      (cantidad por PROD-FACTOR-VENTA).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Las facturas del dia se leen por la
      *      alterna FACT-FECHA (START en la fecha del sistema) en vez
      *      de recorrer FACTURA de punta a punta.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/factDetalle.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/incobrables.sel".
              COPY "./sel/asientoDiario.sel".
              COPY "./sel/planCuentas.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/factDetalle.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/incobrables.fd".
              COPY "./fd/asientoDiario.fd".
              COPY "./fd/planCuentas.fd".

       WORKING-STORAGE SECTION.

       01 ST-HISTORICO      PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-ASIENTO        PIC XX.
       01 ST-PLAN-CUENTAS   PIC XX.

      * Cuentas del plan que asienta el cierre. VALIDO-CUENTAS-ASIENTO
      * las controla contra PLAN-CUENTAS antes de grabar nada.
       01 W-CTA-DEUDORES    PIC X(10) VALUE "1.1.03".
       01 W-CTA-VENTAS      PIC X(10) VALUE "4.1.01".
       01 W-CTA-INCOBRABLES PIC X(10) VALUE "5.1.09".
       01 W-CTA-A-VALIDAR   PIC X(10).
       01 W-CUENTAS-VALIDAS PIC X VALUE "S".

      * Renglon de asiento a grabar por GRABO-RENGLON-ASIENTO.
       01 W-ASI-CUENTA      PIC X(10).
       01 W-ASI-DEBE-HABER  PIC X.
       01 W-ASI-IMPORTE     PIC 9(9)V9(2).
       01 W-ASI-COMPROBANTE PIC 9(9).
       01 W-ASI-CLI-ID      PIC 9(7).
       01 W-ASI-LEYENDA     PIC X(30).
       01 W-ASI-EMPRESA     PIC 9(2).
       01 W-TOTAL-DEBE      PIC 9(11)V9(2) VALUE 0.
       01 W-TOTAL-HABER     PIC 9(11)V9(2) VALUE 0.
       01 W-TOTAL-ASIENTO-ZZ PIC Z(10)9,99.
       01 W-INDICE-LINEA    PIC 99.
       01 ST-FACT-DETALLE   PIC XX.
       01 W-FIN-DETALLE     PIC X.
      * actual, venga del OCCURS embebido o del desborde de
      * FACT-DETALLE.
       01 W-STK-CODIGO      PIC X(10).
       01 W-STK-CANT        PIC 9(7).

      * Kits: un renglon cuyo codigo es un kit se explota con
      * COMPONENTES-KIT y el stock se mueve componente por componente
      * (cantidad del renglon por cantidad del componente en el kit).
       01 W-LIN-CODIGO      PIC X(10).
       01 W-LIN-CANT        PIC 9(5).
       01 W-LIN-CANT-BASE   PIC 9(7).
       01 W-KIT-CANT-COMP   PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP        PIC 9(2).

      * Kardex: cada ajuste de stock del cierre deja su movimiento en
      * movimientosStock.dat via GRABO-MOV-STOCK -- venta resta (V),
       01 W-MOV-OPERADOR    PIC X(8) VALUE "CIERRE".
       01 W-MOV-GRABADO     PIC X.

      * Lotes: la venta de un producto con control de lote sale de
      * STOCK-LOTES por vencimiento (MUEVO-LOTES, referencia V +
      * numero de factura); lo que no alcanzan a cubrir los lotes se
      * informa como vendido sin lote.
       01 W-LOTE-OPERACION  PIC X VALUE "E".
       01 W-LOTE-NUMERO     PIC X(12) VALUE SPACES.
       01 W-LOTE-VENCIMIENTO PIC 9(8) VALUE 0.
       01 W-LOTE-SUC-DESTINO PIC X(3) VALUE SPACES.
       01 W-LOTE-SIN-ASIGNAR PIC 9(7).

      * Stock por sucursal: cada renglon tambien mueve la existencia
      * de la sucursal emisora del comprobante (FACT-SUCURSAL); si la
      * sucursal no tenia registro del producto se crea con el

       01 W-FIN-DE-ANIO     PIC X VALUE "N".
          88 W-ES-FIN-DE-ANIO VALUE "S".
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "CIERRE-VENTAS-DIARIO".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    " archivado(s) a fin de anio, "
                    W-CANT-LINEAS-STOCK
                    " renglon(es) de stock descontado(s)".
            MOVE W-TOTAL-DEBE TO W-TOTAL-ASIENTO-ZZ.
            DISPLAY "Asiento del dia - debe:  " W-TOTAL-ASIENTO-ZZ.
            MOVE W-TOTAL-HABER TO W-TOTAL-ASIENTO-ZZ.
            DISPLAY "Asiento del dia - haber: " W-TOTAL-ASIENTO-ZZ.
            IF W-CUENTAS-VALIDAS NOT = "S"
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * INICIALIZACION: toma la fecha del sistema una sola vez, para
                      W-MENSAJE-LARGO
               DISPLAY W-MENSAJE-LARGO
               MOVE "S" TO W-FIN-FACTURAS
            ELSE
               MOVE W-FECHA-SISTEMA TO FACT-FECHA
               START FACTURA KEY IS NOT LESS THAN FACT-FECHA
                 INVALID KEY MOVE "S" TO W-FIN-FACTURAS
               END-START
            END-IF.
            OPEN I-O PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo asientoDiario.txt: " ST-ASIENTO
               MOVE "S" TO W-FIN-FACTURAS
            END-IF.
            PERFORM VALIDO-CUENTAS-ASIENTO
               THRU F-VALIDO-CUENTAS-ASIENTO.
            OPEN INPUT FACT-DETALLE.
            IF ST-FACT-DETALLE > "07"
               DISPLAY "Error abriendo Detalle Factura: "
       F-ABRO-ARCHIVOS.
            EXIT.

      * VALIDO-CUENTAS-ASIENTO: toda cuenta que el cierre asienta debe
      * existir en PLAN-CUENTAS, estar activa y ser imputable. Una
      * cuenta mal dada de alta no frena el cierre -- CLIVENTAS y el
      * stock tienen que avanzar igual -- pero queda como DIFERENCIA y
      * MAYORIZACION-ASIENTOS no va a mayorizar el dia hasta que se
      * corrija el plan.
       VALIDO-CUENTAS-ASIENTO.
            OPEN INPUT PLAN-CUENTAS.
            IF ST-PLAN-CUENTAS > "07"
               DISPLAY "DIFERENCIA: no se pudo abrir PLAN-CUENTAS ("
                       ST-PLAN-CUENTAS ")"
               MOVE "N" TO W-CUENTAS-VALIDAS
               GO TO F-VALIDO-CUENTAS-ASIENTO
            END-IF.
            MOVE W-CTA-DEUDORES TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            MOVE W-CTA-VENTAS TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            MOVE W-CTA-INCOBRABLES TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            CLOSE PLAN-CUENTAS.

       F-VALIDO-CUENTAS-ASIENTO.
            EXIT.

       VALIDO-UNA-CUENTA.
            MOVE W-CTA-A-VALIDAR TO PC-CODIGO.
            READ PLAN-CUENTAS KEY IS PC-CODIGO
              INVALID KEY
                DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                        " inexistente en el plan de cuentas"
                MOVE "N" TO W-CUENTAS-VALIDAS
              NOT INVALID KEY
                IF NOT PC-ACTIVA
                   DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                           " inactiva en el plan de cuentas"
                   MOVE "N" TO W-CUENTAS-VALIDAS
                END-IF
                IF NOT PC-ES-IMPUTABLE
                   DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                           " no imputable en el plan de cuentas"
                   MOVE "N" TO W-CUENTAS-VALIDAS
                END-IF
            END-READ.

       F-VALIDO-UNA-CUENTA.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
       F-CIERRO-ARCHIVOS.
            EXIT.

      * PROCESO-VENTAS-DEL-DIA: FACTURA viene posicionado por la
      * alterna FACT-FECHA en el primer comprobante de hoy; el primero
      * con otra fecha termina el dia.
       PROCESO-VENTAS-DEL-DIA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
              NOT AT END
                IF FACT-FECHA NOT = W-FECHA-SISTEMA
                   MOVE "S" TO W-FIN-FACTURAS
                ELSE
                   IF NOT FACT-ANULADA
                      ADD 1 TO W-CANT-FACTURAS
                      PERFORM ACUMULO-VENTA-DEL-DIA
                          THRU F-ACUMULO-VENTA-DEL-DIA
                   END-IF
                END-IF
            END-READ.

                     W-VALOR-VENTA-DIA
                ADD W-VALOR-VENTA-DIA TO CLI_TOTAL(FS-MES)
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE = "00"
                   ADD 1 TO W-CANT-ACTUALIZ
                   PERFORM GRABO-ASIENTO-VENTA
      *     vuelve recien cuando el deposito la confirma en
      *     ABM-RECEPCION-DEVOLUCIONES, que repone solo las unidades
      *     en buen estado -- reponer en el cierre daba por bueno lo
      *     que nadie habia visto. Tampoco descuenta la factura
      *     armada desde remitos, cuyo stock salio con el remito.
            IF NOT FACT-TIPO-NOTA-CREDITO AND NOT FACT-DESDE-REMITOS
               PERFORM DESCUENTO-STOCK-FACTURA
                   THRU F-DESCUENTO-STOCK-FACTURA
                   VARYING W-INDICE-LINEA FROM 1 BY 1
            EXIT.

      * GRABO-ASIENTO-VENTA: registra el asiento contable del
      * comprobante del dia en ASIENTO-DIARIO. Una factura asienta
      * debe Cuentas a Cobrar / haber Ventas; una nota de credito
      * asienta al reves (debe Ventas / haber Cuentas a Cobrar), que
      * es el contraasiento de la devolucion.
       GRABO-ASIENTO-VENTA.
            MOVE FACT-TOTAL TO W-ASI-IMPORTE.
            MOVE FACT-NUMERO TO W-ASI-COMPROBANTE.
            MOVE FACT-CLI-ID TO W-ASI-CLI-ID.
            PERFORM TOMO-EMPRESA-FACTURA THRU F-TOMO-EMPRESA-FACTURA.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE "NOTA DE CREDITO" TO W-ASI-LEYENDA
               MOVE W-CTA-VENTAS TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
               MOVE W-CTA-DEUDORES TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            ELSE
               MOVE "FACTURA" TO W-ASI-LEYENDA
               MOVE W-CTA-DEUDORES TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
               MOVE W-CTA-VENTAS TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.

       F-GRABO-ASIENTO-VENTA.
            EXIT.

      * TOMO-EMPRESA-FACTURA: empresa del comprobante en REG-FACTURA;
      * un comprobante anterior al campo es de la principal.
       TOMO-EMPRESA-FACTURA.
            IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
               MOVE 1 TO W-ASI-EMPRESA
            ELSE
               MOVE FACT-EMPRESA TO W-ASI-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-FACTURA.
            EXIT.

      * GRABO-RENGLON-ASIENTO: arma y graba un renglon de
      * ASIENTO-DIARIO con los W-ASI- cargados por quien llama, y lo
      * suma al total del debe o del haber del dia.
       GRABO-RENGLON-ASIENTO.
            INITIALIZE REG-ASIENTO-DIARIO.
            MOVE W-FECHA-SISTEMA TO ASI-FECHA.
            MOVE W-ASI-CUENTA TO ASI-CUENTA.
            MOVE W-ASI-DEBE-HABER TO ASI-DEBE-HABER.
            MOVE W-ASI-IMPORTE TO ASI-IMPORTE.
            MOVE W-ASI-COMPROBANTE TO ASI-COMPROBANTE.
            MOVE W-ASI-CLI-ID TO ASI-CLI-ID.
            MOVE "CIERRE" TO ASI-ORIGEN.
            MOVE W-ASI-LEYENDA TO ASI-LEYENDA.
            MOVE W-ASI-EMPRESA TO ASI-EMPRESA.
            WRITE REG-ASIENTO-DIARIO.
            IF ST-ASIENTO NOT = "00"
               DISPLAY "Error grabando asientoDiario.txt: " ST-ASIENTO
               GO TO F-GRABO-RENGLON-ASIENTO
            END-IF.
            IF ASI-DEBE
               ADD ASI-IMPORTE TO W-TOTAL-DEBE
            ELSE
               ADD ASI-IMPORTE TO W-TOTAL-HABER
            END-IF.

       F-GRABO-RENGLON-ASIENTO.
            EXIT.

      * DESCUENTO-STOCK-FACTURA: por cada renglon de la factura del
      * dia, descuenta PROD-STOCK en la cantidad facturada; los
      * renglones de una nota de credito son mercaderia que vuelve,
      * sido detectado por ABM-FACTURAS al cargar la factura -- pero
      * se deja constancia en pantalla.
       DESCUENTO-STOCK-FACTURA.
            MOVE FACT-ITEM-CODIGO(W-INDICE-LINEA) TO W-LIN-CODIGO.
            MOVE FACT-ITEM-CANT(W-INDICE-LINEA) TO W-LIN-CANT.
            PERFORM EXPLOTO-RENGLON-STOCK THRU F-EXPLOTO-RENGLON-STOCK.

       F-DESCUENTO-STOCK-FACTURA.
            EXIT.
                IF FDET-FACT-NUMERO NOT = FACT-NUMERO
                   MOVE "S" TO W-FIN-DETALLE
                ELSE
                   MOVE FDET-CODIGO TO W-LIN-CODIGO
                   MOVE FDET-CANT TO W-LIN-CANT
                   PERFORM EXPLOTO-RENGLON-STOCK
                      THRU F-EXPLOTO-RENGLON-STOCK
                END-IF
            END-READ.

       F-DESCUENTO-UN-DESBORDE.
            EXIT.

      * EXPLOTO-RENGLON-STOCK: un producto comun mueve su propio
      * stock; un kit no tiene stock propio y mueve el de cada
      * componente.
       EXPLOTO-RENGLON-STOCK.
            PERFORM CONVIERTO-UNIDAD-VENTA
               THRU F-CONVIERTO-UNIDAD-VENTA.
            CALL "COMPONENTES-KIT" USING W-LIN-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-LIN-CODIGO TO W-STK-CODIGO
               MOVE W-LIN-CANT-BASE TO W-STK-CANT
               PERFORM AJUSTO-STOCK-RENGLON THRU F-AJUSTO-STOCK-RENGLON
            ELSE
               PERFORM AJUSTO-STOCK-COMPONENTE
                  THRU F-AJUSTO-STOCK-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
            END-IF.

       F-EXPLOTO-RENGLON-STOCK.
            EXIT.

       AJUSTO-STOCK-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO W-STK-CODIGO.
            COMPUTE W-STK-CANT =
                    W-LIN-CANT-BASE * W-KIT-COMP-CANT(W-IND-COMP).
            PERFORM AJUSTO-STOCK-RENGLON THRU F-AJUSTO-STOCK-RENGLON.

       F-AJUSTO-STOCK-COMPONENTE.
            EXIT.

      * CONVIERTO-UNIDAD-VENTA: el renglon viene en la unidad de
      * venta del producto; el stock se mueve en unidad base
      * (cantidad por PROD-FACTOR-VENTA, que en blanco o cero vale 1).
       CONVIERTO-UNIDAD-VENTA.
            MOVE W-LIN-CANT TO W-LIN-CANT-BASE.
            MOVE W-LIN-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-CONVIERTO-UNIDAD-VENTA
            END-READ.
            IF PROD-FACTOR-VENTA NUMERIC AND PROD-FACTOR-VENTA > 1
               COMPUTE W-LIN-CANT-BASE =
                       W-LIN-CANT * PROD-FACTOR-VENTA
            END-IF.

       F-CONVIERTO-UNIDAD-VENTA.
            EXIT.

       AJUSTO-STOCK-RENGLON.
            MOVE W-STK-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
                   SUBTRACT W-STK-CANT FROM PROD-STOCK
                END-IF
                REWRITE REG-PRODUCTOS
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                IF ST-PRODUCTOS = "00"
                   ADD 1 TO W-CANT-LINEAS-STOCK
                   IF FACT-TIPO-NOTA-CREDITO
                        W-MOV-MOTIVO W-MOV-OPERADOR W-MOV-GRABADO
                   PERFORM AJUSTO-STOCK-SUCURSAL
                      THRU F-AJUSTO-STOCK-SUCURSAL
                   IF PROD-CON-LOTE AND NOT FACT-TIPO-NOTA-CREDITO
                      PERFORM DESCUENTO-LOTES THRU F-DESCUENTO-LOTES
                   END-IF
                ELSE
                   CALL "RESUELVO-ESTADO-ARCHIVO" USING ST-PRODUCTOS
                        W-MENSAJE-ESTADO
       F-AJUSTO-STOCK-SUCURSAL.
            EXIT.

      * DESCUENTO-LOTES: la cantidad del renglon sale de los lotes de
      * la sucursal emisora por vencimiento.
       DESCUENTO-LOTES.
            CALL "MUEVO-LOTES" USING W-LOTE-OPERACION W-STK-CODIGO
                 FACT-SUCURSAL W-LOTE-SUC-DESTINO W-LOTE-NUMERO
                 W-LOTE-VENCIMIENTO W-MOV-TIPO W-MOV-DOCUMENTO
                 FACT-CLI-ID W-STK-CANT W-MOV-OPERADOR
                 W-LOTE-SIN-ASIGNAR.
            IF W-LOTE-SIN-ASIGNAR NOT = 0
               DISPLAY "Factura " FACT-NUMERO " " W-STK-CODIGO
                       ": " W-LOTE-SIN-ASIGNAR
                       " unidades vendidas sin lote en sucursal "
                       FACT-SUCURSAL
            END-IF.

       F-DESCUENTO-LOTES.
            EXIT.

      * ASIENTO-INCOBRABLES-DIA: los castigos del dia tambien generan
      * su asiento (debe Deudores Incobrables, haber Cuentas a
      * Cobrar) en el mismo ASIENTO-DIARIO que la venta -- el ledger
              NOT AT END
                IF INC-FECHA = W-FECHA-SISTEMA
                   ADD 1 TO W-CANT-CASTIGOS
                   MOVE INC-MONTO TO W-ASI-IMPORTE
                   MOVE INC-FACT-NUMERO TO W-ASI-COMPROBANTE
                   MOVE INC-CLI-ID TO W-ASI-CLI-ID
                   MOVE "CASTIGO INCOBRABLE" TO W-ASI-LEYENDA
                   MOVE INC-FACT-NUMERO TO FACT-NUMERO
                   READ FACTURA KEY IS FACT-NUMERO
                     INVALID KEY
                       MOVE 1 TO W-ASI-EMPRESA
                     NOT INVALID KEY
                       PERFORM TOMO-EMPRESA-FACTURA
                          THRU F-TOMO-EMPRESA-FACTURA
                   END-READ
                   MOVE W-CTA-INCOBRABLES TO W-ASI-CUENTA
                   MOVE "D" TO W-ASI-DEBE-HABER
                   PERFORM GRABO-RENGLON-ASIENTO
                      THRU F-GRABO-RENGLON-ASIENTO
                   MOVE W-CTA-DEUDORES TO W-ASI-CUENTA
                   MOVE "H" TO W-ASI-DEBE-HABER
                   PERFORM GRABO-RENGLON-ASIENTO
                      THRU F-GRABO-RENGLON-ASIENTO
                END-IF
            END-READ.

                IF ST-FILE = "00"
                   INITIALIZE CLI_VENTAS
                   REWRITE REG-CLIENTES
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                   IF ST-FILE = "00"
                      ADD 1 TO W-CANT-ARCHIVADOS
                   ELSE
