      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Papel de trabajo mensual de IVA e Ingresos Brutos.
      *          Contaduria armaba la declaracion juntando cinco
      *          listados; este batch pide el periodo (AAAAMM) y hace
      *          la cuenta en una pasada: debito fiscal de FACTURA
      *          (mismo desagregado que REPORTE-LIBRO-IVA-VENTAS),
      *          credito fiscal y percepciones sufridas de FP-IVA (el
      *          desglose de REPORTE-LIBRO-IVA-COMPRAS), retenciones
      *          sufridas de RETENCIONES y, por jurisdiccion, el
      *          impuesto determinado de IIBB con nuestra alicuota de
      *          percepcionesIIBB.dat menos lo que nos percibieron. El
      *          saldo a favor del periodo anterior se toma de
      *          posicionFiscal.dat y el del periodo queda grabado ahi
      *          para el mes siguiente. Ademas marca las diferencias
      *          entre las piezas (facturas no informadas o cargadas
      *          despues del cierre, compras sin desglose,
      *          percepciones sin jurisdiccion) y en ese caso termina
      *          con RETURN-CODE 4, como CONTROL-STOCK-MOVIMIENTOS.
      * Mod: 15/10/2026 EK - Suma lo que retuvo la adquirente de
      *      tarjetas en LIQUIDACIONES-TARJETA: IVA de la comision al
      *      credito fiscal, retenciones de IVA, Ganancias e IIBB.
      * Mod: 15/10/2026 EK - Con coeficientes de Convenio Multilateral
      *      cargados para el ano (COEFICIENTES-CONVENIO) la base de
      *      IIBB de cada jurisdiccion es el neto total del mes por su
      *      coeficiente unificado en lugar de la atribucion directa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "POSICION-FISCAL".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/retenciones.sel".
              COPY "./sel/liquidacionesTarjeta.sel".
              COPY "./sel/percepcionesIIBB.sel".
              COPY "./sel/posicionFiscal.sel".
              COPY "./sel/coeficientesConvenio.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/retenciones.fd".
              COPY "./fd/liquidacionesTarjeta.fd".
              COPY "./fd/percepcionesIIBB.fd".
              COPY "./fd/posicionFiscal.fd".
              COPY "./fd/coeficientesConvenio.fd".

       WORKING-STORAGE SECTION.

       01 ST-FACTURA        PIC XX.
       01 ST-FACT-PROV      PIC XX.
       01 ST-FP-IVA         PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 ST-LIQUIDACIONES  PIC XX.
       01 ST-PERCEPCIONES   PIC XX.
       01 ST-POSICION       PIC XX.
       01 ST-COEFICIENTES   PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-LECTURA     PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).

       01 W-PERIODO         PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO     PIC 9(4).
          05 W-PER-MES      PIC 99.
       01 W-PERIODO-ANTERIOR PIC 9(6).
       01 W-PERIODO-ANT-R REDEFINES W-PERIODO-ANTERIOR.
          05 W-ANT-ANIO     PIC 9(4).
          05 W-ANT-MES      PIC 99.
       01 W-PERIODO-FACT    PIC 9(6).
       01 W-PERIODO-ALTA    PIC 9(6).
       01 W-RESTO-FECHA     PIC 99.

      * Mismo desagregado del libro de ventas: FACT-TOTAL viaja con
      * IVA incluido y con la percepcion de IIBB, que no lleva IVA.
       01 W-ALICUOTA-IVA    PIC 9V99 VALUE 1,21.
       01 W-NETO            PIC S9(9)V99.
       01 W-IVA-IMPORTE     PIC S9(9)V99.
       01 W-SIGNO           PIC S9(1) VALUE 1.
       01 W-CONDICION       PIC X(2).

       01 W-IVA-BASE         PIC S9(11)V99 VALUE 0.
       01 W-IVA-DEBITO       PIC S9(11)V99 VALUE 0.
       01 W-IVA-CREDITO      PIC S9(11)V99 VALUE 0.
       01 W-IVA-RETENCIONES  PIC S9(11)V99 VALUE 0.
       01 W-IVA-PERCEPCIONES PIC S9(11)V99 VALUE 0.
       01 W-IVA-SALDO-ANT    PIC S9(11)V99 VALUE 0.
       01 W-IVA-SALDO        PIC S9(11)V99 VALUE 0.
       01 W-IVA-A-PAGAR      PIC S9(11)V99 VALUE 0.
       01 W-IVA-FAVOR        PIC S9(11)V99 VALUE 0.
       01 W-RET-GANANCIAS    PIC S9(11)V99 VALUE 0.
       01 W-BASE-SIN-JURIS   PIC S9(11)V99 VALUE 0.

      * Regimenes SICORE de retencion de IVA que nos practican los
      * clientes; cualquier otro regimen de RETENCIONES es a cuenta
      * de Ganancias y se informa aparte (se liquida en la anual).
       01 TABLA-REGIMENES-IVA.
          05 FILLER PIC 9(3) VALUE 499.
          05 FILLER PIC 9(3) VALUE 767.
          05 FILLER PIC 9(3) VALUE 831.
       01 REGIMENES-IVA-R REDEFINES TABLA-REGIMENES-IVA.
          05 W-REGIMEN-IVA  PIC 9(3) OCCURS 3 TIMES.
       01 W-INDICE-REG      PIC 9.
       01 W-ES-REGIMEN-IVA  PIC X.

      * Una entrada por jurisdiccion, cargada de percepcionesIIBB.dat
      * y completada al vuelo con las que aparezcan en las facturas,
      * las compras o la posicion del mes anterior.
       01 W-TABLA-JURIS.
          03 W-JUR-ENTRADA OCCURS 24 TIMES.
             05 W-JUR-CODIGO        PIC X(3).
             05 W-JUR-ALICUOTA      PIC 9(2)V9(4).
             05 W-JUR-BASE          PIC S9(11)V99.
             05 W-JUR-DETERMINADO   PIC S9(11)V99.
             05 W-JUR-PERC-SUFRIDAS PIC S9(11)V99.
             05 W-JUR-PERC-PRACT    PIC S9(11)V99.
             05 W-JUR-SALDO-ANT     PIC S9(11)V99.
             05 W-JUR-SALDO         PIC S9(11)V99.
             05 W-JUR-A-PAGAR       PIC S9(11)V99.
             05 W-JUR-FAVOR         PIC S9(11)V99.
             05 W-JUR-COEFICIENTE   PIC 9V9(4).
             05 W-JUR-TIENE-COEF    PIC X.
       01 W-CANT-JURIS      PIC 9(2) VALUE 0.
       01 W-INDICE-JUR      PIC 9(2).
       01 W-JUR-HALLADA     PIC 9(2).
       01 W-JUR-BUSCADA     PIC X(3).
      * W-HAY-COEFICIENTES: "S" cuando COEFICIENTES-CONVENIO tiene el
      * ano del periodo; la base de IIBB se distribuye por coeficiente.
       01 W-HAY-COEFICIENTES PIC X VALUE "N".

       01 W-CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01 W-CANT-FACTURAS   PIC 9(7) VALUE 0.
       01 W-CANT-COMPRAS    PIC 9(7) VALUE 0.
       01 W-CANT-RETENCIONES PIC 9(7) VALUE 0.
       01 W-CANT-LIQ-TARJETA PIC 9(7) VALUE 0.

       01 IMPORTE-ZZ        PIC -----------9,99.
       01 BASE-ZZ           PIC ----------9,99.
       01 DET-ZZ            PIC ---------9,99.
       01 PERC-ZZ           PIC ---------9,99.
       01 ANT-ZZ            PIC ---------9,99.
       01 PAGAR-ZZ          PIC ---------9,99.
       01 FAVOR-ZZ          PIC ---------9,99.
       01 ALIC-ZZ           PIC Z9,9999.
       01 COEF-ZZ           PIC 9,9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a liquidar (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            IF W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY "Periodo invalido: " W-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF W-PER-MES = 1
               COMPUTE W-ANT-ANIO = W-PER-ANIO - 1
               MOVE 12 TO W-ANT-MES
            ELSE
               MOVE W-PER-ANIO TO W-ANT-ANIO
               COMPUTE W-ANT-MES = W-PER-MES - 1
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            INITIALIZE W-TABLA-JURIS
                REPLACING NUMERIC DATA BY ZEROES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "POSICION FISCAL IVA / IIBB - PERIODO " W-PERIODO.
            DISPLAY " ".
            DISPLAY "CONTROLES DE CONSISTENCIA".
            PERFORM CARGO-JURISDICCIONES THRU F-CARGO-JURISDICCIONES.
            PERFORM CARGO-COEFICIENTES THRU F-CARGO-COEFICIENTES.
            PERFORM CARGO-SALDOS-ANTERIORES
               THRU F-CARGO-SALDOS-ANTERIORES.
            PERFORM PROCESO-VENTAS THRU F-PROCESO-VENTAS.
            PERFORM PROCESO-COMPRAS THRU F-PROCESO-COMPRAS.
            PERFORM PROCESO-RETENCIONES THRU F-PROCESO-RETENCIONES.
            PERFORM PROCESO-TARJETAS THRU F-PROCESO-TARJETAS.
            IF W-BASE-SIN-JURIS NOT = 0
               MOVE W-BASE-SIN-JURIS TO IMPORTE-ZZ
               DISPLAY "DIFERENCIA: ventas sin jurisdiccion de IIBB "
                       "por" IMPORTE-ZZ " (base sin asignar)"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            IF W-CANT-DIFERENCIAS = 0
               DISPLAY "Sin diferencias entre ventas, compras y "
                       "retenciones"
            END-IF.
            PERFORM CALCULO-IVA THRU F-CALCULO-IVA.
            IF W-HAY-COEFICIENTES = "S"
               PERFORM DISTRIBUYO-BASE THRU F-DISTRIBUYO-BASE
                   VARYING W-INDICE-JUR FROM 1 BY 1
                       UNTIL W-INDICE-JUR > W-CANT-JURIS
            END-IF.
            PERFORM CALCULO-UNA-JURIS THRU F-CALCULO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            PERFORM LISTO-POSICION THRU F-LISTO-POSICION.
            PERFORM GRABO-POSICION-IVA THRU F-GRABO-POSICION-IVA.
            PERFORM GRABO-POSICION-JURIS THRU F-GRABO-POSICION-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Diferencias halladas: " W-CANT-DIFERENCIAS.
            IF W-CANT-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FP-IVA.
            IF ST-FP-IVA > "07"
               DISPLAY "Error abriendo Desglose IVA: " ST-FP-IVA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT RETENCIONES.
            IF ST-RETENCIONES > "07"
               DISPLAY "Error abriendo Retenciones: " ST-RETENCIONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT LIQUIDACIONES-TARJETA.
            IF ST-LIQUIDACIONES > "07"
               DISPLAY "Error abriendo Liquidaciones de tarjeta: "
                       ST-LIQUIDACIONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O POSICION-FISCAL.
            IF ST-POSICION > "07"
               DISPLAY "Error abriendo posicionFiscal.dat: "
                       ST-POSICION
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT COEFICIENTES-CONVENIO.
            IF ST-COEFICIENTES > "07"
               DISPLAY "Error abriendo coeficientesConvenio.dat: "
                       ST-COEFICIENTES
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE FP-IVA.
            CLOSE RETENCIONES.
            CLOSE LIQUIDACIONES-TARJETA.
            CLOSE POSICION-FISCAL.
            CLOSE COEFICIENTES-CONVENIO.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-JURISDICCIONES: la tabla de percepcionesIIBB.dat; la
      * alicuota propia en blanco (renglon viejo) queda en cero.
       CARGO-JURISDICCIONES.
            OPEN INPUT PERCEPCIONES-IIBB.
            IF ST-PERCEPCIONES NOT = "00"
               GO TO F-CARGO-JURISDICCIONES
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM CARGO-UNA-JURISDICCION
               THRU F-CARGO-UNA-JURISDICCION
                UNTIL W-FIN-LECTURA = "S".
            CLOSE PERCEPCIONES-IIBB.

       F-CARGO-JURISDICCIONES.
            EXIT.

       CARGO-UNA-JURISDICCION.
            READ PERCEPCIONES-IIBB
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-CARGO-UNA-JURISDICCION
            END-READ.
            MOVE PERC-JURISDICCION TO W-JUR-BUSCADA.
            PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS.
            IF W-JUR-HALLADA NOT = 0
               IF PERC-ALICUOTA-ACTIVIDAD IS NUMERIC
                  MOVE PERC-ALICUOTA-ACTIVIDAD
                    TO W-JUR-ALICUOTA(W-JUR-HALLADA)
               END-IF
            END-IF.

       F-CARGO-UNA-JURISDICCION.
            EXIT.

      * CARGO-COEFICIENTES: los coeficientes unificados del ano del
      * periodo que grabo COEFICIENTES-CONVENIO.
       CARGO-COEFICIENTES.
            MOVE W-PER-ANIO TO CCM-ANIO.
            MOVE LOW-VALUES TO CCM-JURISDICCION.
            START COEFICIENTES-CONVENIO
                KEY IS NOT LESS THAN CCM-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LECTURA
              NOT INVALID KEY MOVE "N" TO W-FIN-LECTURA
            END-START.
            PERFORM CARGO-UN-COEFICIENTE THRU F-CARGO-UN-COEFICIENTE
                UNTIL W-FIN-LECTURA = "S".

       F-CARGO-COEFICIENTES.
            EXIT.

       CARGO-UN-COEFICIENTE.
            READ COEFICIENTES-CONVENIO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-CARGO-UN-COEFICIENTE
            END-READ.
            IF CCM-ANIO NOT = W-PER-ANIO
               MOVE "S" TO W-FIN-LECTURA
               GO TO F-CARGO-UN-COEFICIENTE
            END-IF.
            MOVE "S" TO W-HAY-COEFICIENTES.
            MOVE CCM-JURISDICCION TO W-JUR-BUSCADA.
            PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS.
            IF W-JUR-HALLADA NOT = 0
               MOVE CCM-COEFICIENTE TO W-JUR-COEFICIENTE(W-JUR-HALLADA)
               MOVE "S" TO W-JUR-TIENE-COEF(W-JUR-HALLADA)
            END-IF.

       F-CARGO-UN-COEFICIENTE.
            EXIT.

      * BUSCO-JURIS: devuelve en W-JUR-HALLADA la entrada de
      * W-JUR-BUSCADA, dandola de alta si no estaba; con la tabla
      * llena devuelve cero y lo marca como diferencia.
       BUSCO-JURIS.
            MOVE 0 TO W-JUR-HALLADA.
            PERFORM COMPARO-UNA-JURIS THRU F-COMPARO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS
                       OR W-JUR-HALLADA NOT = 0.
            IF W-JUR-HALLADA = 0
               IF W-CANT-JURIS < 24
                  ADD 1 TO W-CANT-JURIS
                  MOVE W-JUR-BUSCADA TO W-JUR-CODIGO(W-CANT-JURIS)
                  MOVE W-CANT-JURIS TO W-JUR-HALLADA
               ELSE
                  DISPLAY "DIFERENCIA: tabla de jurisdicciones llena,"
                          " se ignora " W-JUR-BUSCADA
                  ADD 1 TO W-CANT-DIFERENCIAS
               END-IF
            END-IF.

       F-BUSCO-JURIS.
            EXIT.

       COMPARO-UNA-JURIS.
            IF W-JUR-CODIGO(W-INDICE-JUR) = W-JUR-BUSCADA
               MOVE W-INDICE-JUR TO W-JUR-HALLADA
            END-IF.

       F-COMPARO-UNA-JURIS.
            EXIT.

      * CARGO-SALDOS-ANTERIORES: el saldo a favor de IVA y el de cada
      * jurisdiccion de IIBB que dejo el periodo anterior.
       CARGO-SALDOS-ANTERIORES.
            MOVE W-PERIODO-ANTERIOR TO POS-PERIODO.
            MOVE "IVA " TO POS-IMPUESTO.
            MOVE SPACES TO POS-JURISDICCION.
            READ POSICION-FISCAL KEY IS POS-CLAVE
              INVALID KEY
                MOVE 0 TO W-IVA-SALDO-ANT
              NOT INVALID KEY
                MOVE POS-SALDO-FAVOR TO W-IVA-SALDO-ANT
            END-READ.
            MOVE W-PERIODO-ANTERIOR TO POS-PERIODO.
            MOVE "IIBB" TO POS-IMPUESTO.
            MOVE LOW-VALUES TO POS-JURISDICCION.
            START POSICION-FISCAL KEY IS NOT LESS THAN POS-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LECTURA
              NOT INVALID KEY MOVE "N" TO W-FIN-LECTURA
            END-START.
            PERFORM CARGO-UN-SALDO-ANTERIOR
               THRU F-CARGO-UN-SALDO-ANTERIOR
                UNTIL W-FIN-LECTURA = "S".

       F-CARGO-SALDOS-ANTERIORES.
            EXIT.

       CARGO-UN-SALDO-ANTERIOR.
            READ POSICION-FISCAL NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-CARGO-UN-SALDO-ANTERIOR
            END-READ.
            IF POS-PERIODO NOT = W-PERIODO-ANTERIOR
                  OR NOT POS-ES-IIBB
               MOVE "S" TO W-FIN-LECTURA
               GO TO F-CARGO-UN-SALDO-ANTERIOR
            END-IF.
            MOVE POS-JURISDICCION TO W-JUR-BUSCADA.
            PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS.
            IF W-JUR-HALLADA NOT = 0
               MOVE POS-SALDO-FAVOR TO W-JUR-SALDO-ANT(W-JUR-HALLADA)
            END-IF.

       F-CARGO-UN-SALDO-ANTERIOR.
            EXIT.

      * PROCESO-VENTAS: FACTURA de punta a punta, como el libro de
      * ventas. Ademas del debito y la base de IIBB por jurisdiccion
      * controla que cada comprobante del periodo haya sido informado
      * a AFIP y que no se haya cargado despues de terminado el mes
      * (no figura en un libro ya emitido).
       PROCESO-VENTAS.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM PROCESO-UNA-VENTA THRU F-PROCESO-UNA-VENTA
                UNTIL W-FIN-LECTURA = "S".

       F-PROCESO-VENTAS.
            EXIT.

       PROCESO-UNA-VENTA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-PROCESO-UNA-VENTA
            END-READ.
            DIVIDE FACT-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            IF FACT-ANULADA OR W-PERIODO-FACT NOT = W-PERIODO
               GO TO F-PROCESO-UNA-VENTA
            END-IF.
            ADD 1 TO W-CANT-FACTURAS.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE -1 TO W-SIGNO
            ELSE
               MOVE 1 TO W-SIGNO
            END-IF.
            IF FACT-CONDICION-IVA NOT = SPACES
               MOVE FACT-CONDICION-IVA TO W-CONDICION
            ELSE
               MOVE "CF" TO W-CONDICION
            END-IF.
            IF W-CONDICION = "EX"
               COMPUTE W-NETO =
                   (FACT-TOTAL - FACT-PERCEPCION-IIBB) * W-SIGNO
               MOVE 0 TO W-IVA-IMPORTE
            ELSE
               COMPUTE W-NETO ROUNDED =
                   ((FACT-TOTAL - FACT-PERCEPCION-IIBB)
                       / W-ALICUOTA-IVA) * W-SIGNO
               COMPUTE W-IVA-IMPORTE =
                   ((FACT-TOTAL - FACT-PERCEPCION-IIBB) * W-SIGNO)
                       - W-NETO
            END-IF.
            ADD W-NETO TO W-IVA-BASE.
            ADD W-IVA-IMPORTE TO W-IVA-DEBITO.
            IF FACT-JURISDICCION = SPACES
               ADD W-NETO TO W-BASE-SIN-JURIS
            ELSE
               MOVE FACT-JURISDICCION TO W-JUR-BUSCADA
               PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS
               IF W-JUR-HALLADA NOT = 0
                  ADD W-NETO TO W-JUR-BASE(W-JUR-HALLADA)
                  COMPUTE W-JUR-PERC-PRACT(W-JUR-HALLADA) =
                          W-JUR-PERC-PRACT(W-JUR-HALLADA)
                        + (FACT-PERCEPCION-IIBB * W-SIGNO)
               END-IF
            END-IF.
            IF NOT FACT-AFIP-EXPORTADA
               DISPLAY "DIFERENCIA: comprobante " FACT-NUMERO
                       " del " FACT-FECHA " no informado a AFIP"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            MOVE 0 TO W-PERIODO-ALTA.
            IF FACT-FECHA-ALTA IS NUMERIC
               DIVIDE FACT-FECHA-ALTA BY 100
                  GIVING W-PERIODO-ALTA REMAINDER W-RESTO-FECHA
            END-IF.
            IF W-PERIODO-ALTA > W-PERIODO
               DISPLAY "DIFERENCIA: comprobante " FACT-NUMERO
                       " del " FACT-FECHA " cargado el "
                       FACT-FECHA-ALTA " (despues del cierre)"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.

       F-PROCESO-UNA-VENTA.
            EXIT.

      * PROCESO-COMPRAS: credito fiscal y percepciones sufridas del
      * desglose; una factura del periodo sin desglose falta en el
      * libro de compras y su IVA no se computa.
       PROCESO-COMPRAS.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM PROCESO-UNA-COMPRA THRU F-PROCESO-UNA-COMPRA
                UNTIL W-FIN-LECTURA = "S".

       F-PROCESO-COMPRAS.
            EXIT.

       PROCESO-UNA-COMPRA.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-PROCESO-UNA-COMPRA
            END-READ.
            DIVIDE FP-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            IF W-PERIODO-FACT NOT = W-PERIODO
               GO TO F-PROCESO-UNA-COMPRA
            END-IF.
            ADD 1 TO W-CANT-COMPRAS.
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                MOVE FP-IMPORTE TO IMPORTE-ZZ
                DISPLAY "DIFERENCIA: factura proveedor " FP-ID
                        " por" IMPORTE-ZZ " sin desglose de IVA"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-UNA-COMPRA
            END-READ.
            COMPUTE W-IVA-CREDITO = W-IVA-CREDITO
                  + FPIV-IVA(1) + FPIV-IVA(2) + FPIV-IVA(3).
            ADD FPIV-PERC-IVA TO W-IVA-PERCEPCIONES.
            IF FPIV-PERC-IIBB NOT = 0
               IF FPIV-PERC-IIBB-JURIS = SPACES
                  DISPLAY "DIFERENCIA: factura proveedor " FP-ID
                          " con percepcion IIBB sin jurisdiccion"
                  ADD 1 TO W-CANT-DIFERENCIAS
               ELSE
                  MOVE FPIV-PERC-IIBB-JURIS TO W-JUR-BUSCADA
                  PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS
                  IF W-JUR-HALLADA NOT = 0
                     ADD FPIV-PERC-IIBB
                       TO W-JUR-PERC-SUFRIDAS(W-JUR-HALLADA)
                  END-IF
               END-IF
            END-IF.

       F-PROCESO-UNA-COMPRA.
            EXIT.

      * PROCESO-RETENCIONES: los certificados del periodo; los de
      * regimen de IVA van a cuenta del IVA, el resto a Ganancias.
       PROCESO-RETENCIONES.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM PROCESO-UNA-RETENCION THRU F-PROCESO-UNA-RETENCION
                UNTIL W-FIN-LECTURA = "S".

       F-PROCESO-RETENCIONES.
            EXIT.

       PROCESO-UNA-RETENCION.
            READ RETENCIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-PROCESO-UNA-RETENCION
            END-READ.
            DIVIDE RET-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            IF W-PERIODO-FACT NOT = W-PERIODO
               GO TO F-PROCESO-UNA-RETENCION
            END-IF.
            ADD 1 TO W-CANT-RETENCIONES.
            MOVE "N" TO W-ES-REGIMEN-IVA.
            PERFORM COMPARO-UN-REGIMEN THRU F-COMPARO-UN-REGIMEN
                VARYING W-INDICE-REG FROM 1 BY 1
                    UNTIL W-INDICE-REG > 3
                       OR W-ES-REGIMEN-IVA = "S".
            IF W-ES-REGIMEN-IVA = "S"
               ADD RET-IMPORTE TO W-IVA-RETENCIONES
            ELSE
               ADD RET-IMPORTE TO W-RET-GANANCIAS
            END-IF.

       F-PROCESO-UNA-RETENCION.
            EXIT.

      * PROCESO-TARJETAS: las liquidaciones de tarjeta pagadas en el
      * periodo; la comision de la adquirente trae IVA (credito
      * fiscal) y lo retenido va a cuenta de cada impuesto.
       PROCESO-TARJETAS.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM PROCESO-UNA-LIQUIDACION
               THRU F-PROCESO-UNA-LIQUIDACION
                UNTIL W-FIN-LECTURA = "S".

       F-PROCESO-TARJETAS.
            EXIT.

       PROCESO-UNA-LIQUIDACION.
            READ LIQUIDACIONES-TARJETA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-PROCESO-UNA-LIQUIDACION
            END-READ.
            DIVIDE LIQ-FECHA-PAGO BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            IF W-PERIODO-FACT NOT = W-PERIODO
               GO TO F-PROCESO-UNA-LIQUIDACION
            END-IF.
            ADD 1 TO W-CANT-LIQ-TARJETA.
            ADD LIQ-IVA-COMISION TO W-IVA-CREDITO.
            ADD LIQ-RET-IVA TO W-IVA-RETENCIONES.
            ADD LIQ-RET-GANANCIAS TO W-RET-GANANCIAS.
            IF LIQ-RET-IIBB NOT = 0
               IF LIQ-JURISDICCION = SPACES
                  DISPLAY "DIFERENCIA: liquidacion de tarjeta "
                          LIQ-MARCA "/" LIQ-NUMERO
                          " con retencion IIBB sin jurisdiccion"
                  ADD 1 TO W-CANT-DIFERENCIAS
               ELSE
                  MOVE LIQ-JURISDICCION TO W-JUR-BUSCADA
                  PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS
                  IF W-JUR-HALLADA NOT = 0
                     ADD LIQ-RET-IIBB
                       TO W-JUR-PERC-SUFRIDAS(W-JUR-HALLADA)
                  END-IF
               END-IF
            END-IF.

       F-PROCESO-UNA-LIQUIDACION.
            EXIT.

       COMPARO-UN-REGIMEN.
            IF W-REGIMEN-IVA(W-INDICE-REG) = RET-REGIMEN
               MOVE "S" TO W-ES-REGIMEN-IVA
            END-IF.

       F-COMPARO-UN-REGIMEN.
            EXIT.

       CALCULO-IVA.
            COMPUTE W-IVA-SALDO = W-IVA-DEBITO - W-IVA-CREDITO
                  - W-IVA-RETENCIONES - W-IVA-PERCEPCIONES
                  - W-IVA-SALDO-ANT.
            IF W-IVA-SALDO > 0
               MOVE W-IVA-SALDO TO W-IVA-A-PAGAR
               MOVE 0 TO W-IVA-FAVOR
            ELSE
               MOVE 0 TO W-IVA-A-PAGAR
               COMPUTE W-IVA-FAVOR = 0 - W-IVA-SALDO
            END-IF.

       F-CALCULO-IVA.
            EXIT.

      * DISTRIBUYO-BASE: con Convenio Multilateral la base de cada
      * jurisdiccion es el neto total de ventas del mes (W-IVA-BASE,
      * con o sin jurisdiccion en la factura) por su coeficiente. Una
      * jurisdiccion con ventas y sin coeficiente (alta en el ano)
      * conserva la atribucion directa y se marca como diferencia.
       DISTRIBUYO-BASE.
            IF W-JUR-TIENE-COEF(W-INDICE-JUR) = "S"
               COMPUTE W-JUR-BASE(W-INDICE-JUR) ROUNDED =
                       W-IVA-BASE * W-JUR-COEFICIENTE(W-INDICE-JUR)
            ELSE
               IF W-JUR-BASE(W-INDICE-JUR) NOT = 0
                  DISPLAY "DIFERENCIA: jurisdiccion "
                          W-JUR-CODIGO(W-INDICE-JUR)
                          " con ventas y sin coeficiente de Convenio,"
                          " base por atribucion directa"
                  ADD 1 TO W-CANT-DIFERENCIAS
               END-IF
            END-IF.

       F-DISTRIBUYO-BASE.
            EXIT.

       CALCULO-UNA-JURIS.
            COMPUTE W-JUR-DETERMINADO(W-INDICE-JUR) ROUNDED =
                    W-JUR-BASE(W-INDICE-JUR)
                  * W-JUR-ALICUOTA(W-INDICE-JUR) / 100.
            COMPUTE W-JUR-SALDO(W-INDICE-JUR) =
                    W-JUR-DETERMINADO(W-INDICE-JUR)
                  - W-JUR-PERC-SUFRIDAS(W-INDICE-JUR)
                  - W-JUR-SALDO-ANT(W-INDICE-JUR).
            IF W-JUR-SALDO(W-INDICE-JUR) > 0
               MOVE W-JUR-SALDO(W-INDICE-JUR)
                 TO W-JUR-A-PAGAR(W-INDICE-JUR)
               MOVE 0 TO W-JUR-FAVOR(W-INDICE-JUR)
            ELSE
               MOVE 0 TO W-JUR-A-PAGAR(W-INDICE-JUR)
               COMPUTE W-JUR-FAVOR(W-INDICE-JUR) =
                       0 - W-JUR-SALDO(W-INDICE-JUR)
            END-IF.
            IF W-JUR-BASE(W-INDICE-JUR) NOT = 0
                  AND W-JUR-ALICUOTA(W-INDICE-JUR) = 0
               DISPLAY "DIFERENCIA: jurisdiccion "
                       W-JUR-CODIGO(W-INDICE-JUR)
                       " con ventas y sin alicuota propia cargada"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.

       F-CALCULO-UNA-JURIS.
            EXIT.

       LISTO-POSICION.
            DISPLAY " ".
            DISPLAY "Comprobantes de venta : " W-CANT-FACTURAS.
            DISPLAY "Facturas de proveedor : " W-CANT-COMPRAS.
            DISPLAY "Retenciones sufridas  : " W-CANT-RETENCIONES.
            DISPLAY "Liquidaciones tarjeta : " W-CANT-LIQ-TARJETA.
            DISPLAY " ".
            DISPLAY "IVA".
            MOVE W-IVA-BASE TO IMPORTE-ZZ.
            DISPLAY "  Neto de ventas            : " IMPORTE-ZZ.
            MOVE W-IVA-DEBITO TO IMPORTE-ZZ.
            DISPLAY "  Debito fiscal             : " IMPORTE-ZZ.
            MOVE W-IVA-CREDITO TO IMPORTE-ZZ.
            DISPLAY "  Credito fiscal compras    : " IMPORTE-ZZ.
            MOVE W-IVA-RETENCIONES TO IMPORTE-ZZ.
            DISPLAY "  Retenciones IVA sufridas  : " IMPORTE-ZZ.
            MOVE W-IVA-PERCEPCIONES TO IMPORTE-ZZ.
            DISPLAY "  Percepciones IVA sufridas : " IMPORTE-ZZ.
            MOVE W-IVA-SALDO-ANT TO IMPORTE-ZZ.
            DISPLAY "  Saldo a favor anterior    : " IMPORTE-ZZ.
            MOVE W-IVA-A-PAGAR TO IMPORTE-ZZ.
            DISPLAY "  A PAGAR                   : " IMPORTE-ZZ.
            MOVE W-IVA-FAVOR TO IMPORTE-ZZ.
            DISPLAY "  Saldo a favor al cierre   : " IMPORTE-ZZ.
            DISPLAY " ".
            MOVE W-RET-GANANCIAS TO IMPORTE-ZZ.
            DISPLAY "Retenciones Ganancias sufridas (a cuenta de la "
                    "anual): " IMPORTE-ZZ.
            DISPLAY " ".
            DISPLAY "INGRESOS BRUTOS POR JURISDICCION".
            IF W-HAY-COEFICIENTES = "S"
               DISPLAY "Base distribuida por coeficientes de Convenio "
                       "Multilateral " W-PER-ANIO
            ELSE
               DISPLAY "Base por atribucion directa (sin coeficientes "
                       "de Convenio para " W-PER-ANIO ")"
            END-IF.
            DISPLAY "JUR  ALIC.%            BASE    DETERMINADO"
                    "      PERC.SUFR      SALDO ANT        A PAGAR"
                    "        A FAVOR".
            PERFORM LISTO-UNA-JURIS THRU F-LISTO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            DISPLAY " ".
            DISPLAY "PERCEPCIONES IIBB PRACTICADAS A DEPOSITAR".
            PERFORM LISTO-UNA-PERC-PRACT THRU F-LISTO-UNA-PERC-PRACT
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.

       F-LISTO-POSICION.
            EXIT.

       LISTO-UNA-JURIS.
            MOVE W-JUR-ALICUOTA(W-INDICE-JUR) TO ALIC-ZZ.
            MOVE W-JUR-BASE(W-INDICE-JUR) TO BASE-ZZ.
            MOVE W-JUR-DETERMINADO(W-INDICE-JUR) TO DET-ZZ.
            MOVE W-JUR-PERC-SUFRIDAS(W-INDICE-JUR) TO PERC-ZZ.
            MOVE W-JUR-SALDO-ANT(W-INDICE-JUR) TO ANT-ZZ.
            MOVE W-JUR-A-PAGAR(W-INDICE-JUR) TO PAGAR-ZZ.
            MOVE W-JUR-FAVOR(W-INDICE-JUR) TO FAVOR-ZZ.
            DISPLAY W-JUR-CODIGO(W-INDICE-JUR) SPACE ALIC-ZZ SPACE
                    BASE-ZZ SPACE DET-ZZ SPACE PERC-ZZ SPACE ANT-ZZ
                    SPACE PAGAR-ZZ SPACE FAVOR-ZZ.
            IF W-JUR-TIENE-COEF(W-INDICE-JUR) = "S"
               MOVE W-JUR-COEFICIENTE(W-INDICE-JUR) TO COEF-ZZ
               DISPLAY "     coeficiente CM " COEF-ZZ
            END-IF.

       F-LISTO-UNA-JURIS.
            EXIT.

       LISTO-UNA-PERC-PRACT.
            IF W-JUR-PERC-PRACT(W-INDICE-JUR) NOT = 0
               MOVE W-JUR-PERC-PRACT(W-INDICE-JUR) TO IMPORTE-ZZ
               DISPLAY W-JUR-CODIGO(W-INDICE-JUR) SPACE IMPORTE-ZZ
            END-IF.

       F-LISTO-UNA-PERC-PRACT.
            EXIT.

      * GRABO-POSICION-IVA / GRABO-POSICION-JURIS: reprocesar el mismo
      * periodo reescribe sus registros en lugar de duplicarlos.
       GRABO-POSICION-IVA.
            INITIALIZE REG-POSICION-FISCAL
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-PERIODO TO POS-PERIODO.
            MOVE "IVA " TO POS-IMPUESTO.
            MOVE W-IVA-BASE TO POS-BASE.
            MOVE W-IVA-DEBITO TO POS-DEBITO.
            MOVE W-IVA-CREDITO TO POS-CREDITO.
            MOVE W-IVA-RETENCIONES TO POS-RETENCIONES.
            MOVE W-IVA-PERCEPCIONES TO POS-PERCEPCIONES.
            MOVE W-IVA-SALDO-ANT TO POS-SALDO-ANTERIOR.
            MOVE W-IVA-A-PAGAR TO POS-A-PAGAR.
            MOVE W-IVA-FAVOR TO POS-SALDO-FAVOR.
            PERFORM GRABO-UNA-POSICION THRU F-GRABO-UNA-POSICION.

       F-GRABO-POSICION-IVA.
            EXIT.

       GRABO-POSICION-JURIS.
            INITIALIZE REG-POSICION-FISCAL
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-PERIODO TO POS-PERIODO.
            MOVE "IIBB" TO POS-IMPUESTO.
            MOVE W-JUR-CODIGO(W-INDICE-JUR) TO POS-JURISDICCION.
            MOVE W-JUR-BASE(W-INDICE-JUR) TO POS-BASE.
            MOVE W-JUR-DETERMINADO(W-INDICE-JUR) TO POS-DEBITO.
            MOVE W-JUR-PERC-SUFRIDAS(W-INDICE-JUR)
              TO POS-PERCEPCIONES.
            MOVE W-JUR-SALDO-ANT(W-INDICE-JUR) TO POS-SALDO-ANTERIOR.
            MOVE W-JUR-A-PAGAR(W-INDICE-JUR) TO POS-A-PAGAR.
            MOVE W-JUR-FAVOR(W-INDICE-JUR) TO POS-SALDO-FAVOR.
            MOVE W-JUR-PERC-PRACT(W-INDICE-JUR)
              TO POS-PERC-PRACTICADAS.
            PERFORM GRABO-UNA-POSICION THRU F-GRABO-UNA-POSICION.

       F-GRABO-POSICION-JURIS.
            EXIT.

       GRABO-UNA-POSICION.
            MOVE W-FECHA-SISTEMA TO POS-FECHA-PROCESO.
            WRITE REG-POSICION-FISCAL
              INVALID KEY
                REWRITE REG-POSICION-FISCAL
                  INVALID KEY
                    DISPLAY "Error grabando posicion " POS-CLAVE
                            ": " ST-POSICION
                END-REWRITE
            END-WRITE.

       F-GRABO-UNA-POSICION.
            EXIT.

       END PROGRAM "POSICION-FISCAL".
