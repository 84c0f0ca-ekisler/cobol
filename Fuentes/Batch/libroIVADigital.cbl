      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Libro IVA Digital del periodo. REPORTE-LIBRO-IVA-
      *          VENTAS y REPORTE-LIBRO-IVA-COMPRAS quedan como respaldo
      *          impreso; lo que se presenta todos los meses son los
      *          cuatro archivos de ancho fijo de AFIP (comprobantes y
      *          alicuotas, de ventas y de compras) que contaduria
      *          tipeaba a mano. Pide el periodo (AAAAMM) y antes de
      *          escribir nada controla el periodo entero: toda
      *          factura o nota de credito activa tiene que estar
      *          autorizada por FACTURAS-ELECTRONICAS-AFIP (FACT-
      *          EXPORTADO-AFIP), su sucursal tiene que tener punto
      *          de venta (SUC-PUNTO-VENTA) y toda factura de
      *          proveedor tiene que tener su desglose en FP-IVA. Con
      *          una sola falla lista todas como DIFERENCIA y termina
      *          con RETURN-CODE 8 sin generar los archivos. Si el
      *          periodo esta completo arma ventas desde FACTURA (con
      *          el mismo neto/IVA a la alicuota general que el libro
      *          impreso, letra A o B, notas de credito, percepcion
      *          de IIBB y el punto de venta de la sucursal) y compras
      *          desde FACTURAS-PROVEEDOR + FP-IVA, en el mismo orden
      *          (SORT por fecha/numero) que los libros impresos. Al
      *          pie informa la cantidad de registros de cada archivo
      *          y los totales de control, con el mismo signo y los
      *          mismos conceptos que el pie de cada libro impreso,
      *          para que contaduria los tilde contra el papel.
      * Mod: 15/10/2026 EK - Cada empresa presenta su propio libro:
      *          pide la empresa (01 si se deja en blanco) y toma solo
      *          sus comprobantes; si la empresa tiene punto de venta
      *          propio en empresas.dat, ese reemplaza al de la
      *          sucursal.
      * Mod: 15/10/2026 EK - Notas de debito: tipo AFIP 002 en la
      *          letra A y 007 en la B, con signo de factura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIBRO-IVA-DIGITAL".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/tasaCambio.sel".

           SELECT VENTAS-CBTE ASSIGN TO "./libroIVAVentasCbte.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-VENTAS-CBTE.

           SELECT VENTAS-ALICUOTAS
             ASSIGN TO "./libroIVAVentasAlicuotas.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-VENTAS-ALIC.

           SELECT COMPRAS-CBTE ASSIGN TO "./libroIVAComprasCbte.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-COMPRAS-CBTE.

           SELECT COMPRAS-ALICUOTAS
             ASSIGN TO "./libroIVAComprasAlicuotas.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-COMPRAS-ALIC.

              SELECT SORT-VENTAS ASSIGN TO "./sortlibroivadigv.tmp".
              SELECT SORT-COMPRAS ASSIGN TO "./sortlibroivadigc.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/tasaCambio.fd".

      * Los cuatro registros siguen el diseno de AFIP: importes de 15
      * posiciones con 2 decimales implicitos y sin signo (la nota de
      * credito la identifica el tipo de comprobante), numeros con
      * ceros a la izquierda, textos completados con blancos.
       FD VENTAS-CBTE.
       01 REG-VENTAS-CBTE.
          03 LVC-FECHA           PIC 9(8).
          03 LVC-TIPO-CBTE       PIC 9(3).
          03 LVC-PUNTO-VENTA     PIC 9(5).
          03 LVC-NUMERO-DESDE    PIC 9(20).
          03 LVC-NUMERO-HASTA    PIC 9(20).
          03 LVC-COD-DOC         PIC 9(2).
          03 LVC-NRO-DOC         PIC 9(20).
          03 LVC-NOMBRE          PIC X(30).
          03 LVC-TOTAL           PIC 9(13)V99.
          03 LVC-NO-GRAVADO      PIC 9(13)V99.
          03 LVC-PERC-NO-CATEG   PIC 9(13)V99.
          03 LVC-EXENTO          PIC 9(13)V99.
          03 LVC-PERC-NACIONALES PIC 9(13)V99.
          03 LVC-PERC-IIBB       PIC 9(13)V99.
          03 LVC-PERC-MUNICIPAL  PIC 9(13)V99.
          03 LVC-IMP-INTERNOS    PIC 9(13)V99.
          03 LVC-MONEDA          PIC X(3).
          03 LVC-TIPO-CAMBIO     PIC 9(4)V9(6).
          03 LVC-CANT-ALICUOTAS  PIC 9.
          03 LVC-COD-OPERACION   PIC X.
          03 LVC-OTROS-TRIBUTOS  PIC 9(13)V99.
          03 LVC-FECHA-VTO       PIC 9(8).

       FD VENTAS-ALICUOTAS.
       01 REG-VENTAS-ALICUOTA.
          03 LVA-TIPO-CBTE       PIC 9(3).
          03 LVA-PUNTO-VENTA     PIC 9(5).
          03 LVA-NUMERO          PIC 9(20).
          03 LVA-NETO            PIC 9(13)V99.
          03 LVA-COD-ALICUOTA    PIC 9(4).
          03 LVA-IVA             PIC 9(13)V99.

       FD COMPRAS-CBTE.
       01 REG-COMPRAS-CBTE.
          03 LCC-FECHA           PIC 9(8).
          03 LCC-TIPO-CBTE       PIC 9(3).
          03 LCC-PUNTO-VENTA     PIC 9(5).
          03 LCC-NUMERO          PIC 9(20).
          03 LCC-DESPACHO        PIC X(16).
          03 LCC-COD-DOC         PIC 9(2).
          03 LCC-NRO-DOC         PIC 9(20).
          03 LCC-NOMBRE          PIC X(30).
          03 LCC-TOTAL           PIC 9(13)V99.
          03 LCC-NO-GRAVADO      PIC 9(13)V99.
          03 LCC-EXENTO          PIC 9(13)V99.
          03 LCC-PERC-IVA        PIC 9(13)V99.
          03 LCC-PERC-NACIONALES PIC 9(13)V99.
          03 LCC-PERC-IIBB       PIC 9(13)V99.
          03 LCC-PERC-MUNICIPAL  PIC 9(13)V99.
          03 LCC-IMP-INTERNOS    PIC 9(13)V99.
          03 LCC-MONEDA          PIC X(3).
          03 LCC-TIPO-CAMBIO     PIC 9(4)V9(6).
          03 LCC-CANT-ALICUOTAS  PIC 9.
          03 LCC-COD-OPERACION   PIC X.
          03 LCC-CREDITO-FISCAL  PIC 9(13)V99.
          03 LCC-OTROS-TRIBUTOS  PIC 9(13)V99.
          03 LCC-CUIT-CORREDOR   PIC 9(11).
          03 LCC-NOMBRE-CORREDOR PIC X(30).
          03 LCC-IVA-COMISION    PIC 9(13)V99.

       FD COMPRAS-ALICUOTAS.
       01 REG-COMPRAS-ALICUOTA.
          03 LCA-TIPO-CBTE       PIC 9(3).
          03 LCA-PUNTO-VENTA     PIC 9(5).
          03 LCA-NUMERO          PIC 9(20).
          03 LCA-COD-DOC         PIC 9(2).
          03 LCA-NRO-DOC         PIC 9(20).
          03 LCA-NETO            PIC 9(13)V99.
          03 LCA-COD-ALICUOTA    PIC 9(4).
          03 LCA-IVA             PIC 9(13)V99.

      * Los importes de ventas viajan con signo (nota de credito en
      * negativo) para que los totales de control den igual que el
      * pie de REPORTE-LIBRO-IVA-VENTAS; al archivo van sin signo.
       SD SORT-VENTAS.
       01 SORT-VENTA.
          03 SV-FECHA            PIC 9(8).
          03 SV-NUMERO           PIC 9(9).
          03 SV-FECHA-VTO        PIC 9(8).
          03 SV-TIPO-CBTE        PIC 9(3).
          03 SV-PUNTO-VENTA      PIC 9(5).
          03 SV-COD-DOC          PIC 9(2).
          03 SV-NRO-DOC          PIC 9(11).
          03 SV-NOMBRE           PIC X(30).
          03 SV-TOTAL            PIC S9(9)V99.
          03 SV-NETO             PIC S9(9)V99.
          03 SV-IVA              PIC S9(9)V99.
          03 SV-EXENTO           PIC S9(9)V99.
          03 SV-PERC-IIBB        PIC S9(9)V99.
          03 SV-MONEDA           PIC X(3).
          03 SV-TIPO-CAMBIO      PIC 9(4)V9(6).

       SD SORT-COMPRAS.
       01 SORT-COMPRA.
          03 SC-FECHA            PIC 9(8).
          03 SC-FP-ID            PIC 9(9).
          03 SC-TIPO-CBTE        PIC 9(3).
          03 SC-LETRA            PIC X.
          03 SC-PUNTO-VENTA      PIC 9(5).
          03 SC-NUMERO           PIC 9(8).
          03 SC-CUIT             PIC 9(11).
          03 SC-NOMBRE           PIC X(30).
          03 SC-ALICUOTAS.
             05 SC-ALIC-ENTRADA OCCURS 3 TIMES.
                07 SC-ALICUOTA   PIC 9(2)V9(2).
                07 SC-NETO-ALIC  PIC S9(9)V99.
                07 SC-IVA-ALIC   PIC S9(9)V99.
          03 SC-NO-GRAVADO       PIC S9(9)V99.
          03 SC-PERC-IVA         PIC S9(9)V99.
          03 SC-PERC-IIBB        PIC S9(9)V99.
          03 SC-TOTAL            PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-FACT-PROV       PIC XX.
       01 ST-FP-IVA          PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-TASA            PIC XX.
       01 ST-VENTAS-CBTE     PIC XX.
       01 ST-VENTAS-ALIC     PIC XX.
       01 ST-COMPRAS-CBTE    PIC XX.
       01 ST-COMPRAS-ALIC    PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-FACT-PROV    PIC X.
       01 W-FIN-LISTADO      PIC X.

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-FACT     PIC 9(6).
       01 W-RESTO-FECHA      PIC 99.

      * W-ALICUOTA-IVA: la misma alicuota general con la que
      * REPORTE-LIBRO-IVA-VENTAS desagrega FACT-TOTAL; el codigo AFIP
      * de esa alicuota (21%) es 0005.
       01 W-ALICUOTA-IVA     PIC 9V99 VALUE 1,21.
       01 W-COD-ALIC-GENERAL PIC 9(4) VALUE 0005.
       01 W-SIGNO            PIC S9(1) VALUE 1.
       01 W-CONDICION        PIC X(2).
       01 W-LETRA            PIC X.

      * W-TASA-USD: tasa de tasaCambio.dat para los comprobantes en
      * dolares; sin archivo se informa tipo de cambio 1.
       01 W-TASA-USD         PIC 9(5)V99 VALUE 1,00.

      * Codigos AFIP de alicuota para las tasas que acepta el alta de
      * ABM-CTAS-PAGAR (mas el 0%).
       01 TABLA-ALICUOTAS-AFIP.
          05 FILLER PIC 9(8) VALUE 27000006.
          05 FILLER PIC 9(8) VALUE 21000005.
          05 FILLER PIC 9(8) VALUE 10500004.
          05 FILLER PIC 9(8) VALUE 05000008.
          05 FILLER PIC 9(8) VALUE 02500009.
          05 FILLER PIC 9(8) VALUE 00000003.
       01 ALICUOTAS-AFIP-R REDEFINES TABLA-ALICUOTAS-AFIP.
          05 W-ALIC-AFIP OCCURS 6 TIMES.
             07 W-ALIC-TASA      PIC 9(2)V9(2).
             07 W-ALIC-CODIGO    PIC 9(4).
       01 W-INDICE-ALIC      PIC 9.
       01 W-INDICE-SORT      PIC 9.
       01 W-COD-ALICUOTA     PIC 9(4).

      * Controles previos del periodo.
       01 W-CANT-SIN-AUTORIZAR PIC 9(5) VALUE 0.
       01 W-CANT-SIN-PTO-VENTA PIC 9(5) VALUE 0.
       01 W-CANT-SIN-DESGLOSE  PIC 9(5) VALUE 0.

      * Cantidades de registros y totales de control.
       01 W-CANT-VENTAS-CBTE   PIC 9(7) VALUE 0.
       01 W-CANT-VENTAS-ALIC   PIC 9(7) VALUE 0.
       01 W-CANT-COMPRAS-CBTE  PIC 9(7) VALUE 0.
       01 W-CANT-COMPRAS-ALIC  PIC 9(7) VALUE 0.
       01 W-VTA-TOTAL-NETO     PIC S9(11)V99 VALUE 0.
       01 W-VTA-TOTAL-IVA      PIC S9(11)V99 VALUE 0.
       01 W-VTA-TOTAL-EXENTO   PIC S9(11)V99 VALUE 0.
       01 W-VTA-TOTAL-PERC     PIC S9(11)V99 VALUE 0.
       01 W-VTA-TOTAL-GENERAL  PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-NETO     PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-IVA      PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-NO-GRAV  PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-PERC-IVA PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-PERC-IIBB PIC S9(11)V99 VALUE 0.
       01 W-CPA-TOTAL-GENERAL  PIC S9(11)V99 VALUE 0.
       01 W-CPA-IVA-CBTE       PIC S9(9)V99.
       01 W-CPA-CANT-ALIC      PIC 9.

       01 TOTAL-ZZ           PIC -----------9,99.

       01 W-EMPRESA          PIC 9(2).
       01 W-EMPRESA-NOMBRE   PIC X(40).
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2).
       01 W-EMPRESA-VALIDA   PIC X.
       01 W-DOC-EMPRESA      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a presentar (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            DISPLAY "Empresa (01): " WITH NO ADVANCING.
            ACCEPT W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-EMPRESA-VALIDA NOT = "S"
               DISPLAY "Empresa inexistente o inactiva: " W-EMPRESA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "LIBRO IVA DIGITAL - PERIODO " W-PERIODO.
            DISPLAY W-EMPRESA-NOMBRE " - CUIT " W-EMPRESA-CUIT.
            PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO.
            IF W-CANT-SIN-AUTORIZAR > 0 OR W-CANT-SIN-PTO-VENTA > 0
                  OR W-CANT-SIN-DESGLOSE > 0
               DISPLAY " "
               DISPLAY "Comprobantes sin autorizar : "
                       W-CANT-SIN-AUTORIZAR
               DISPLAY "Sucursal sin punto de venta: "
                       W-CANT-SIN-PTO-VENTA
               DISPLAY "Compras sin desglose       : "
                       W-CANT-SIN-DESGLOSE
               DISPLAY "El periodo esta incompleto, no se genera el "
                       "Libro IVA Digital"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ABRO-SALIDAS THRU F-ABRO-SALIDAS.
            IF W-FIN = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            SORT SORT-VENTAS
              ON ASCENDING KEY SV-FECHA SV-NUMERO
              INPUT PROCEDURE IS CARGO-VENTAS THRU F-CARGO-VENTAS
              OUTPUT PROCEDURE IS GRABO-VENTAS THRU F-GRABO-VENTAS.
            SORT SORT-COMPRAS
              ON ASCENDING KEY SC-FECHA SC-FP-ID
              INPUT PROCEDURE IS CARGO-COMPRAS THRU F-CARGO-COMPRAS
              OUTPUT PROCEDURE IS GRABO-COMPRAS THRU F-GRABO-COMPRAS.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            CLOSE VENTAS-CBTE.
            CLOSE VENTAS-ALICUOTAS.
            CLOSE COMPRAS-CBTE.
            CLOSE COMPRAS-ALICUOTAS.
            PERFORM MUESTRO-CONTROLES THRU F-MUESTRO-CONTROLES.
            STOP RUN.

      * LEO-TASA-CAMBIO: mismo archivo de un registro que lee
      * REPORTE-VENTAS-MENSUALES.
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
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT SUCURSALES.
            IF ST-SUCURSALES > "07"
               DISPLAY "Error abriendo Sucursales: " ST-SUCURSALES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Facturas Proveedor: "
                       ST-FACT-PROV
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FP-IVA.
            IF ST-FP-IVA > "07"
               DISPLAY "Error abriendo FP-IVA: " ST-FP-IVA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PROVEEDORES.
            IF ST-PROVEEDORES > "07"
               DISPLAY "Error abriendo Proveedores: " ST-PROVEEDORES
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

      * ABRO-SALIDAS: los archivos de AFIP se abren recien con el
      * periodo controlado, asi una corrida rechazada no deja
      * archivos vacios o a medias que alguien pueda presentar.
       ABRO-SALIDAS.
            OPEN OUTPUT VENTAS-CBTE.
            IF ST-VENTAS-CBTE NOT = "00"
               DISPLAY "Error abriendo libroIVAVentasCbte.txt: "
                       ST-VENTAS-CBTE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT VENTAS-ALICUOTAS.
            IF ST-VENTAS-ALIC NOT = "00"
               DISPLAY "Error abriendo libroIVAVentasAlicuotas.txt: "
                       ST-VENTAS-ALIC
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT COMPRAS-CBTE.
            IF ST-COMPRAS-CBTE NOT = "00"
               DISPLAY "Error abriendo libroIVAComprasCbte.txt: "
                       ST-COMPRAS-CBTE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT COMPRAS-ALICUOTAS.
            IF ST-COMPRAS-ALIC NOT = "00"
               DISPLAY "Error abriendo libroIVAComprasAlicuotas.txt: "
                       ST-COMPRAS-ALIC
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-SALIDAS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE CLIENTES.
            CLOSE SUCURSALES.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE FP-IVA.
            CLOSE PROVEEDORES.

       F-CIERRO-ARCHIVOS.
            EXIT.

      ******************************************************************
      * CONTROLO-PERIODO: recorre el periodo de ventas y de compras
      * una vez antes de generar nada y lista cada comprobante que
      * impide presentar.
      ******************************************************************
       CONTROLO-PERIODO.
            MOVE "N" TO W-FIN-FACTURAS.
            PERFORM CONTROLO-UNA-FACTURA THRU F-CONTROLO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".
            MOVE "N" TO W-FIN-FACT-PROV.
            PERFORM CONTROLO-UNA-FACT-PROV
                THRU F-CONTROLO-UNA-FACT-PROV
                UNTIL W-FIN-FACT-PROV = "S".

       F-CONTROLO-PERIODO.
            EXIT.

      * CONTROLO-UNA-FACTURA: las mismas facturas que toma el libro
      * impreso (activas del periodo). Sin marca de FACTURAS-
      * ELECTRONICAS-AFIP el comprobante no tiene autorizacion.
       CONTROLO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-CONTROLO-UNA-FACTURA
            END-READ.
            DIVIDE FACT-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            PERFORM TOMO-EMPRESA-FACTURA THRU F-TOMO-EMPRESA-FACTURA.
            IF FACT-ANULADA OR W-PERIODO-FACT NOT = W-PERIODO
                  OR W-DOC-EMPRESA NOT = W-EMPRESA
               GO TO F-CONTROLO-UNA-FACTURA
            END-IF.
            IF NOT FACT-AFIP-EXPORTADA
               ADD 1 TO W-CANT-SIN-AUTORIZAR
               DISPLAY "DIFERENCIA: comprobante " FACT-TIPO " "
                       FACT-NUMERO " del " FACT-FECHA
                       " sin autorizar en AFIP"
            END-IF.
            PERFORM BUSCO-PUNTO-VENTA THRU F-BUSCO-PUNTO-VENTA.
            IF SUC-PUNTO-VENTA = 0
               ADD 1 TO W-CANT-SIN-PTO-VENTA
               DISPLAY "DIFERENCIA: comprobante " FACT-TIPO " "
                       FACT-NUMERO " sucursal '" FACT-SUCURSAL
                       "' sin punto de venta"
            END-IF.

       F-CONTROLO-UNA-FACTURA.
            EXIT.

      * BUSCO-PUNTO-VENTA: deja en SUC-PUNTO-VENTA el punto de venta
      * de la sucursal emisora, cero si no hay sucursal o no lo tiene
      * cargado. Una empresa con punto de venta propio usa ese.
       BUSCO-PUNTO-VENTA.
            IF W-EMPRESA-PTO-VTA NUMERIC AND W-EMPRESA-PTO-VTA > 0
               MOVE W-EMPRESA-PTO-VTA TO SUC-PUNTO-VENTA
               GO TO F-BUSCO-PUNTO-VENTA
            END-IF.
            MOVE FACT-SUCURSAL TO SUC-CODIGO.
            READ SUCURSALES KEY IS SUC-CODIGO
              INVALID KEY
                MOVE 0 TO SUC-PUNTO-VENTA
            END-READ.
            IF SUC-PUNTO-VENTA NOT NUMERIC
               MOVE 0 TO SUC-PUNTO-VENTA
            END-IF.

       F-BUSCO-PUNTO-VENTA.
            EXIT.

       TOMO-EMPRESA-FACTURA.
            IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
               MOVE 1 TO W-DOC-EMPRESA
            ELSE
               MOVE FACT-EMPRESA TO W-DOC-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-FACTURA.
            EXIT.

       TOMO-EMPRESA-FP.
            IF FP-EMPRESA NOT NUMERIC OR FP-EMPRESA = 0
               MOVE 1 TO W-DOC-EMPRESA
            ELSE
               MOVE FP-EMPRESA TO W-DOC-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-FP.
            EXIT.

      * CONTROLO-UNA-FACT-PROV: sin desglose en FP-IVA no hay letra,
      * punto de venta ni alicuotas con que armar el registro; el
      * libro impreso la lista SIN DESGLOSE para completarla a mano.
       CONTROLO-UNA-FACT-PROV.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACT-PROV
                GO TO F-CONTROLO-UNA-FACT-PROV
            END-READ.
            DIVIDE FP-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            PERFORM TOMO-EMPRESA-FP THRU F-TOMO-EMPRESA-FP.
            IF W-PERIODO-FACT NOT = W-PERIODO
                  OR W-DOC-EMPRESA NOT = W-EMPRESA
               GO TO F-CONTROLO-UNA-FACT-PROV
            END-IF.
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                ADD 1 TO W-CANT-SIN-DESGLOSE
                DISPLAY "DIFERENCIA: factura proveedor " FP-ID
                        " " FP-DOCUMENTO " sin desglose de IVA"
            END-READ.

       F-CONTROLO-UNA-FACT-PROV.
            EXIT.

      ******************************************************************
      * CARGO-VENTAS: segunda pasada por FACTURA desde el principio.
      ******************************************************************
       CARGO-VENTAS.
            MOVE 0 TO FACT-NUMERO.
            START FACTURA KEY IS NOT LESS THAN FACT-NUMERO
              INVALID KEY
                MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY
                MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM CARGO-UNA-VENTA THRU F-CARGO-UNA-VENTA
                UNTIL W-FIN-FACTURAS = "S".

       F-CARGO-VENTAS.
            EXIT.

       CARGO-UNA-VENTA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-CARGO-UNA-VENTA
            END-READ.
            DIVIDE FACT-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            PERFORM TOMO-EMPRESA-FACTURA THRU F-TOMO-EMPRESA-FACTURA.
            IF FACT-ANULADA OR W-PERIODO-FACT NOT = W-PERIODO
                  OR W-DOC-EMPRESA NOT = W-EMPRESA
               GO TO F-CARGO-UNA-VENTA
            END-IF.
            PERFORM ARMO-VENTA THRU F-ARMO-VENTA.

       F-CARGO-UNA-VENTA.
            EXIT.

      * ARMO-VENTA: condicion de IVA, signo y desagregado neto/IVA
      * exactamente como ARMO-RENGLON-IVA del libro impreso, para que
      * los totales coincidan al centavo. La letra es la grabada en el
      * comprobante; en blanco (anterior al campo) se deduce de la
      * condicion con el mismo criterio del alta: A para Responsable
      * Inscripto, B para el resto.
       ARMO-VENTA.
            INITIALIZE SORT-VENTA
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE -1 TO W-SIGNO
            ELSE
               MOVE 1 TO W-SIGNO
            END-IF.
            MOVE FACT-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE 0 TO CLI_CUIT
                MOVE SPACES TO CLI_CONDICION_IVA
                MOVE SPACES TO CLI_RAZONSOCIAL
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            IF FACT-CONDICION-IVA NOT = SPACES
               MOVE FACT-CONDICION-IVA TO W-CONDICION
            ELSE
               IF CLI_CONDICION_IVA NOT = SPACES
                  MOVE CLI_CONDICION_IVA TO W-CONDICION
               ELSE
                  MOVE "CF" TO W-CONDICION
               END-IF
            END-IF.
            IF FACT-LETRA NOT = SPACE
               MOVE FACT-LETRA TO W-LETRA
            ELSE
               IF W-CONDICION = "RI"
                  MOVE "A" TO W-LETRA
               ELSE
                  MOVE "B" TO W-LETRA
               END-IF
            END-IF.
      *     Tipos AFIP: 001/002/003 factura/nota de debito/nota de
      *     credito A, 006/007/008 B.
            IF W-LETRA = "A"
               MOVE 1 TO SV-TIPO-CBTE
            ELSE
               MOVE 6 TO SV-TIPO-CBTE
            END-IF.
            IF FACT-TIPO-NOTA-DEBITO
               ADD 1 TO SV-TIPO-CBTE
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO
               ADD 2 TO SV-TIPO-CBTE
            END-IF.
      *     Documento 80 = CUIT; sin CUIT (consumidor final) 99.
            IF CLI_CUIT > 0
               MOVE 80 TO SV-COD-DOC
               MOVE CLI_CUIT TO SV-NRO-DOC
            ELSE
               MOVE 99 TO SV-COD-DOC
               MOVE 0 TO SV-NRO-DOC
            END-IF.
            IF CLI_RAZONSOCIAL NOT = SPACES
               MOVE CLI_RAZONSOCIAL TO SV-NOMBRE
            ELSE
               IF CLI_NOMBRE NOT = SPACES
                  MOVE CLI_NOMBRE TO SV-NOMBRE
               ELSE
                  MOVE "CONSUMIDOR FINAL" TO SV-NOMBRE
               END-IF
            END-IF.
            IF W-CONDICION = "EX"
               COMPUTE SV-EXENTO =
                   (FACT-TOTAL - FACT-PERCEPCION-IIBB) * W-SIGNO
               MOVE 0 TO SV-NETO
               MOVE 0 TO SV-IVA
            ELSE
               COMPUTE SV-NETO ROUNDED =
                   ((FACT-TOTAL - FACT-PERCEPCION-IIBB)
                       / W-ALICUOTA-IVA) * W-SIGNO
               COMPUTE SV-IVA =
                   ((FACT-TOTAL - FACT-PERCEPCION-IIBB) * W-SIGNO)
                       - SV-NETO
            END-IF.
            COMPUTE SV-TOTAL = FACT-TOTAL * W-SIGNO.
            COMPUTE SV-PERC-IIBB = FACT-PERCEPCION-IIBB * W-SIGNO.
            IF FACT-MONEDA-DOLAR
               MOVE "DOL" TO SV-MONEDA
               MOVE W-TASA-USD TO SV-TIPO-CAMBIO
            ELSE
               MOVE "PES" TO SV-MONEDA
               MOVE 1 TO SV-TIPO-CAMBIO
            END-IF.
            PERFORM BUSCO-PUNTO-VENTA THRU F-BUSCO-PUNTO-VENTA.
            MOVE SUC-PUNTO-VENTA TO SV-PUNTO-VENTA.
            MOVE FACT-FECHA  TO SV-FECHA.
            MOVE FACT-NUMERO TO SV-NUMERO.
            IF FACT-FECHA-VTO IS NUMERIC
               MOVE FACT-FECHA-VTO TO SV-FECHA-VTO
            END-IF.
            RELEASE SORT-VENTA.

       F-ARMO-VENTA.
            EXIT.

       GRABO-VENTAS.
            MOVE "N" TO W-FIN-LISTADO.
            PERFORM GRABO-UNA-VENTA THRU F-GRABO-UNA-VENTA
                UNTIL W-FIN-LISTADO = "S".

       F-GRABO-VENTAS.
            EXIT.

      * GRABO-UNA-VENTA: un registro de comprobante y, salvo para un
      * Exento (que va entero a operaciones exentas, sin alicuota), uno
      * de alicuota a la general. Los importes con signo se pasan a los
      * campos sin signo del diseno, que guardan el valor absoluto.
       GRABO-UNA-VENTA.
            RETURN SORT-VENTAS
              AT END
                MOVE "S" TO W-FIN-LISTADO
                GO TO F-GRABO-UNA-VENTA
            END-RETURN.
            INITIALIZE REG-VENTAS-CBTE
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE SV-FECHA        TO LVC-FECHA.
            MOVE SV-TIPO-CBTE    TO LVC-TIPO-CBTE.
            MOVE SV-PUNTO-VENTA  TO LVC-PUNTO-VENTA.
            MOVE SV-NUMERO       TO LVC-NUMERO-DESDE.
            MOVE SV-NUMERO       TO LVC-NUMERO-HASTA.
            MOVE SV-COD-DOC      TO LVC-COD-DOC.
            MOVE SV-NRO-DOC      TO LVC-NRO-DOC.
            MOVE SV-NOMBRE       TO LVC-NOMBRE.
            MOVE SV-TOTAL        TO LVC-TOTAL.
            MOVE SV-EXENTO       TO LVC-EXENTO.
            MOVE SV-PERC-IIBB    TO LVC-PERC-IIBB.
            MOVE SV-MONEDA       TO LVC-MONEDA.
            MOVE SV-TIPO-CAMBIO  TO LVC-TIPO-CAMBIO.
            MOVE SV-FECHA-VTO    TO LVC-FECHA-VTO.
            IF SV-EXENTO NOT = 0
               MOVE 0   TO LVC-CANT-ALICUOTAS
               MOVE "E" TO LVC-COD-OPERACION
            ELSE
               MOVE 1   TO LVC-CANT-ALICUOTAS
               MOVE "0" TO LVC-COD-OPERACION
            END-IF.
            WRITE REG-VENTAS-CBTE.
            ADD 1 TO W-CANT-VENTAS-CBTE.
            IF SV-EXENTO = 0
               MOVE SV-TIPO-CBTE    TO LVA-TIPO-CBTE
               MOVE SV-PUNTO-VENTA  TO LVA-PUNTO-VENTA
               MOVE SV-NUMERO       TO LVA-NUMERO
               MOVE SV-NETO         TO LVA-NETO
               MOVE W-COD-ALIC-GENERAL TO LVA-COD-ALICUOTA
               MOVE SV-IVA          TO LVA-IVA
               WRITE REG-VENTAS-ALICUOTA
               ADD 1 TO W-CANT-VENTAS-ALIC
            END-IF.
            ADD SV-NETO      TO W-VTA-TOTAL-NETO.
            ADD SV-IVA       TO W-VTA-TOTAL-IVA.
            ADD SV-EXENTO    TO W-VTA-TOTAL-EXENTO.
            ADD SV-PERC-IIBB TO W-VTA-TOTAL-PERC.
            ADD SV-TOTAL     TO W-VTA-TOTAL-GENERAL.

       F-GRABO-UNA-VENTA.
            EXIT.

      ******************************************************************
      * CARGO-COMPRAS: segunda pasada por FACTURAS-PROVEEDOR; todas
      * las del periodo tienen desglose (lo controlo CONTROLO-PERIODO).
      ******************************************************************
       CARGO-COMPRAS.
            MOVE 0 TO FP-ID.
            START FACTURAS-PROVEEDOR KEY IS NOT LESS THAN FP-ID
              INVALID KEY
                MOVE "S" TO W-FIN-FACT-PROV
              NOT INVALID KEY
                MOVE "N" TO W-FIN-FACT-PROV
            END-START.
            PERFORM CARGO-UNA-COMPRA THRU F-CARGO-UNA-COMPRA
                UNTIL W-FIN-FACT-PROV = "S".

       F-CARGO-COMPRAS.
            EXIT.

       CARGO-UNA-COMPRA.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACT-PROV
                GO TO F-CARGO-UNA-COMPRA
            END-READ.
            DIVIDE FP-FECHA BY 100
               GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA.
            PERFORM TOMO-EMPRESA-FP THRU F-TOMO-EMPRESA-FP.
            IF W-PERIODO-FACT NOT = W-PERIODO
                  OR W-DOC-EMPRESA NOT = W-EMPRESA
               GO TO F-CARGO-UNA-COMPRA
            END-IF.
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                GO TO F-CARGO-UNA-COMPRA
            END-READ.
            PERFORM ARMO-COMPRA THRU F-ARMO-COMPRA.

       F-CARGO-UNA-COMPRA.
            EXIT.

      * ARMO-COMPRA: el importe de la factura manda el signo (una nota
      * de credito del proveedor se carga en negativo); tipos AFIP
      * 001/003 A, 006/008 B, 011/013 C, 051/053 M.
       ARMO-COMPRA.
            INITIALIZE SORT-COMPRA
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            EVALUATE FPIV-LETRA
               WHEN "A"
                  MOVE 1 TO SC-TIPO-CBTE
               WHEN "B"
                  MOVE 6 TO SC-TIPO-CBTE
               WHEN "C"
                  MOVE 11 TO SC-TIPO-CBTE
               WHEN OTHER
                  MOVE 51 TO SC-TIPO-CBTE
            END-EVALUATE.
            IF FP-IMPORTE < 0
               ADD 2 TO SC-TIPO-CBTE
            END-IF.
            MOVE FP-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                MOVE SPACES TO PROV-RAZONSOCIAL
            END-READ.
            MOVE PROV-RAZONSOCIAL  TO SC-NOMBRE.
            MOVE FP-FECHA          TO SC-FECHA.
            MOVE FP-ID             TO SC-FP-ID.
            MOVE FPIV-LETRA        TO SC-LETRA.
            MOVE FPIV-PUNTO-VENTA  TO SC-PUNTO-VENTA.
            MOVE FPIV-NUMERO       TO SC-NUMERO.
            MOVE FPIV-CUIT         TO SC-CUIT.
            MOVE FPIV-ALICUOTAS    TO SC-ALICUOTAS.
            MOVE FPIV-NO-GRAVADO   TO SC-NO-GRAVADO.
            MOVE FPIV-PERC-IVA     TO SC-PERC-IVA.
            MOVE FPIV-PERC-IIBB    TO SC-PERC-IIBB.
            MOVE FP-IMPORTE        TO SC-TOTAL.
            RELEASE SORT-COMPRA.

       F-ARMO-COMPRA.
            EXIT.

       GRABO-COMPRAS.
            MOVE "N" TO W-FIN-LISTADO.
            PERFORM GRABO-UNA-COMPRA THRU F-GRABO-UNA-COMPRA
                UNTIL W-FIN-LISTADO = "S".

       F-GRABO-COMPRAS.
            EXIT.

      * GRABO-UNA-COMPRA: primero las alicuotas (solo letra A o M
      * discrimina), asi el registro de comprobante sale con la
      * cantidad de alicuotas y el credito fiscal ya sumados.
       GRABO-UNA-COMPRA.
            RETURN SORT-COMPRAS
              AT END
                MOVE "S" TO W-FIN-LISTADO
                GO TO F-GRABO-UNA-COMPRA
            END-RETURN.
            MOVE 0 TO W-CPA-IVA-CBTE.
            MOVE 0 TO W-CPA-CANT-ALIC.
            IF SC-LETRA = "A" OR SC-LETRA = "M"
               PERFORM GRABO-ALICUOTA-COMPRA
                   THRU F-GRABO-ALICUOTA-COMPRA
                   VARYING W-INDICE-SORT FROM 1 BY 1
                       UNTIL W-INDICE-SORT > 3
            END-IF.
            INITIALIZE REG-COMPRAS-CBTE
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE SC-FECHA        TO LCC-FECHA.
            MOVE SC-TIPO-CBTE    TO LCC-TIPO-CBTE.
            MOVE SC-PUNTO-VENTA  TO LCC-PUNTO-VENTA.
            MOVE SC-NUMERO       TO LCC-NUMERO.
            MOVE 80              TO LCC-COD-DOC.
            MOVE SC-CUIT         TO LCC-NRO-DOC.
            MOVE SC-NOMBRE       TO LCC-NOMBRE.
            MOVE SC-TOTAL        TO LCC-TOTAL.
            MOVE SC-NO-GRAVADO   TO LCC-NO-GRAVADO.
            MOVE SC-PERC-IVA     TO LCC-PERC-IVA.
            MOVE SC-PERC-IIBB    TO LCC-PERC-IIBB.
            MOVE "PES"           TO LCC-MONEDA.
            MOVE 1               TO LCC-TIPO-CAMBIO.
            MOVE W-CPA-CANT-ALIC TO LCC-CANT-ALICUOTAS.
      *     Letra A o M sin ninguna alicuota: todo es no gravado.
            IF W-CPA-CANT-ALIC = 0
                  AND (SC-LETRA = "A" OR SC-LETRA = "M")
               MOVE "N" TO LCC-COD-OPERACION
            ELSE
               MOVE "0" TO LCC-COD-OPERACION
            END-IF.
            MOVE W-CPA-IVA-CBTE  TO LCC-CREDITO-FISCAL.
            WRITE REG-COMPRAS-CBTE.
            ADD 1 TO W-CANT-COMPRAS-CBTE.
            ADD W-CPA-IVA-CBTE TO W-CPA-TOTAL-IVA.
            ADD SC-NO-GRAVADO  TO W-CPA-TOTAL-NO-GRAV.
            ADD SC-PERC-IVA    TO W-CPA-TOTAL-PERC-IVA.
            ADD SC-PERC-IIBB   TO W-CPA-TOTAL-PERC-IIBB.
            ADD SC-TOTAL       TO W-CPA-TOTAL-GENERAL.

       F-GRABO-UNA-COMPRA.
            EXIT.

       GRABO-ALICUOTA-COMPRA.
            IF SC-NETO-ALIC(W-INDICE-SORT) = 0
                  AND SC-IVA-ALIC(W-INDICE-SORT) = 0
               GO TO F-GRABO-ALICUOTA-COMPRA
            END-IF.
            MOVE 0 TO W-COD-ALICUOTA.
            PERFORM BUSCO-COD-ALICUOTA THRU F-BUSCO-COD-ALICUOTA
                VARYING W-INDICE-ALIC FROM 1 BY 1
                    UNTIL W-INDICE-ALIC > 6
                       OR W-COD-ALICUOTA NOT = 0.
            IF W-COD-ALICUOTA = 0
               MOVE W-COD-ALIC-GENERAL TO W-COD-ALICUOTA
            END-IF.
            MOVE SC-TIPO-CBTE    TO LCA-TIPO-CBTE.
            MOVE SC-PUNTO-VENTA  TO LCA-PUNTO-VENTA.
            MOVE SC-NUMERO       TO LCA-NUMERO.
            MOVE 80              TO LCA-COD-DOC.
            MOVE SC-CUIT         TO LCA-NRO-DOC.
            MOVE SC-NETO-ALIC(W-INDICE-SORT) TO LCA-NETO.
            MOVE W-COD-ALICUOTA  TO LCA-COD-ALICUOTA.
            MOVE SC-IVA-ALIC(W-INDICE-SORT)  TO LCA-IVA.
            WRITE REG-COMPRAS-ALICUOTA.
            ADD 1 TO W-CANT-COMPRAS-ALIC.
            ADD 1 TO W-CPA-CANT-ALIC.
            ADD SC-NETO-ALIC(W-INDICE-SORT) TO W-CPA-TOTAL-NETO.
            ADD SC-IVA-ALIC(W-INDICE-SORT)  TO W-CPA-IVA-CBTE.

       F-GRABO-ALICUOTA-COMPRA.
            EXIT.

       BUSCO-COD-ALICUOTA.
            IF W-ALIC-TASA(W-INDICE-ALIC) =
                  SC-ALICUOTA(W-INDICE-SORT)
               MOVE W-ALIC-CODIGO(W-INDICE-ALIC) TO W-COD-ALICUOTA
            END-IF.

       F-BUSCO-COD-ALICUOTA.
            EXIT.

      ******************************************************************
      * MUESTRO-CONTROLES: cantidades de registros de cada archivo y
      * totales de control. Ventas con el signo del libro impreso
      * (nota de credito restando); compras como FP-IMPORTE.
      ******************************************************************
       MUESTRO-CONTROLES.
            DISPLAY " ".
            DISPLAY "VENTAS".
            DISPLAY "Registros de comprobantes : " W-CANT-VENTAS-CBTE.
            DISPLAY "Registros de alicuotas    : " W-CANT-VENTAS-ALIC.
            MOVE W-VTA-TOTAL-NETO TO TOTAL-ZZ.
            DISPLAY "Total Neto                : " TOTAL-ZZ.
            MOVE W-VTA-TOTAL-IVA TO TOTAL-ZZ.
            DISPLAY "Total IVA                 : " TOTAL-ZZ.
            MOVE W-VTA-TOTAL-EXENTO TO TOTAL-ZZ.
            DISPLAY "Total Exento              : " TOTAL-ZZ.
            MOVE W-VTA-TOTAL-PERC TO TOTAL-ZZ.
            DISPLAY "Total Perc. IIBB          : " TOTAL-ZZ.
            MOVE W-VTA-TOTAL-GENERAL TO TOTAL-ZZ.
            DISPLAY "Total General             : " TOTAL-ZZ.
            DISPLAY " ".
            DISPLAY "COMPRAS".
            DISPLAY "Registros de comprobantes : " W-CANT-COMPRAS-CBTE.
            DISPLAY "Registros de alicuotas    : " W-CANT-COMPRAS-ALIC.
            MOVE W-CPA-TOTAL-NETO TO TOTAL-ZZ.
            DISPLAY "Total Neto gravado        : " TOTAL-ZZ.
            MOVE W-CPA-TOTAL-IVA TO TOTAL-ZZ.
            DISPLAY "Total IVA credito         : " TOTAL-ZZ.
            MOVE W-CPA-TOTAL-NO-GRAV TO TOTAL-ZZ.
            DISPLAY "Total No gravado          : " TOTAL-ZZ.
            MOVE W-CPA-TOTAL-PERC-IVA TO TOTAL-ZZ.
            DISPLAY "Total Perc. IVA           : " TOTAL-ZZ.
            MOVE W-CPA-TOTAL-PERC-IIBB TO TOTAL-ZZ.
            DISPLAY "Total Perc. IIBB          : " TOTAL-ZZ.
            MOVE W-CPA-TOTAL-GENERAL TO TOTAL-ZZ.
            DISPLAY "Total General             : " TOTAL-ZZ.

       F-MUESTRO-CONTROLES.
            EXIT.

       END PROGRAM "LIBRO-IVA-DIGITAL".
