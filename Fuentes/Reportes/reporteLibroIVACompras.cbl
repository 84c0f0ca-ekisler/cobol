      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Libro IVA Compras del periodo, el espejo de
      *          REPORTE-LIBRO-IVA-VENTAS del lado de compras, que
      *          contaduria seguia armando a mano con las facturas en
      *          papel. Pide el periodo (AAAAMM), ordena por SORT (el
      *          mismo esquema INPUT/OUTPUT PROCEDURE que el libro de
      *          ventas) las facturas de FACTURAS-PROVEEDOR de ese
      *          periodo por fecha/numero interno y lista cada una
      *          con el desglose que ABM-CTAS-PAGAR guarda en FP-IVA:
      *          letra y numero del comprobante, CUIT del proveedor,
      *          neto gravado, IVA, no gravado y percepciones. Al pie
      *          totaliza y abre por alicuota y por letra. Una factura
      *          cargada antes del desglose se lista igual, con su
      *          importe entero en la columna de total y marcada SIN
      *          DESGLOSE, y se totaliza aparte para que contaduria la
      *          complete a mano en lugar de perderla del libro.
      * Mod: 15/10/2026 EK - El libro es de una empresa: pide la
      *          empresa (01 si se deja en blanco), lista solo sus
      *          facturas (FP-EMPRESA) y encabeza con su razon social
      *          y CUIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-LIBRO-IVA-COMPRAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/proveedores.sel".

              SELECT SORT-IVA ASSIGN TO "./sortlibroivacompras.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/proveedores.fd".

       SD SORT-IVA.
       01 SORT-REC.
          03 SORT-FECHA       PIC 9(8).
          03 SORT-FP-ID       PIC 9(9).
          03 SORT-PROVEEDOR   PIC 9(5).
          03 SORT-CUIT        PIC 9(11).
          03 SORT-LETRA       PIC X.
          03 SORT-PUNTO-VENTA PIC 9(5).
          03 SORT-NUMERO      PIC 9(8).
          03 SORT-ALICUOTAS.
             05 SORT-ALIC-ENTRADA OCCURS 3 TIMES.
                07 SORT-ALICUOTA PIC 9(2)V9(2).
                07 SORT-NETO-ALIC PIC S9(9)V99.
                07 SORT-IVA-ALIC PIC S9(9)V99.
          03 SORT-NETO        PIC S9(9)V99.
          03 SORT-IVA-IMP     PIC S9(9)V99.
          03 SORT-NO-GRAVADO  PIC S9(9)V99.
          03 SORT-PERC-IVA    PIC S9(9)V99.
          03 SORT-PERC-IIBB   PIC S9(9)V99.
          03 SORT-TOTAL       PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV     PIC XX.
       01 ST-FP-IVA        PIC XX.
       01 ST-PROVEEDORES   PIC XX.
       01 W-FIN-CARGA      PIC X VALUE "N".
       01 W-FIN-LISTADO    PIC X VALUE "N".

       01 W-PERIODO        PIC 9(6).
       01 W-PERIODO-FACT   PIC 9(6).
       01 W-RESTO-FECHA    PIC 99.

       01 W-TOTAL-NETO      PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-IVA       PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-NO-GRAVADO PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-PERC-IVA  PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-PERC-IIBB PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-GENERAL   PIC S9(11)V99 VALUE 0.
       01 W-CANT-RENGLONES  PIC 9(7) VALUE 0.
       01 W-CANT-SIN-DESGLOSE PIC 9(7) VALUE 0.
       01 W-TOTAL-SIN-DESGLOSE PIC S9(11)V99 VALUE 0.

       01 NETO-ZZ          PIC -----------9,99.
       01 IVA-ZZ           PIC -----------9,99.
       01 TOTAL-ZZ         PIC -----------9,99.
       01 NOGRAV-ZZ        PIC ---------9,99.
       01 PERC-ZZ          PIC ---------9,99.
       01 ALIC-ZZ          PIC Z9,99.

      * Apertura por alicuota: una entrada fija por cada alicuota
      * que acepta el alta de ABM-CTAS-PAGAR.
       01 TABLA-ALICUOTAS.
          05 FILLER PIC 9(4) VALUE 2700.
          05 FILLER PIC 9(4) VALUE 2100.
          05 FILLER PIC 9(4) VALUE 1050.
          05 FILLER PIC 9(4) VALUE 0500.
          05 FILLER PIC 9(4) VALUE 0250.
       01 ALICUOTAS-R REDEFINES TABLA-ALICUOTAS.
          05 W-ALIC-CODIGO PIC 9(2)V9(2) OCCURS 5 TIMES.

       01 W-ACUM-ALICUOTAS.
          03 W-ALIC-ENTRADA OCCURS 5 TIMES.
             05 W-ALIC-NETO  PIC S9(11)V99.
             05 W-ALIC-IVA   PIC S9(11)V99.
       01 W-INDICE-ALIC    PIC 9.
       01 W-INDICE-SORT    PIC 9.
       01 W-ALIC-HALLADA   PIC 9.

      * Apertura por letra del comprobante.
       01 TABLA-LETRAS.
          05 FILLER PIC X VALUE "A".
          05 FILLER PIC X VALUE "B".
          05 FILLER PIC X VALUE "C".
          05 FILLER PIC X VALUE "M".
       01 LETRAS-R REDEFINES TABLA-LETRAS.
          05 W-LETRA-CODIGO PIC X OCCURS 4 TIMES.

       01 W-ACUM-LETRAS.
          03 W-LETRA-ENTRADA OCCURS 4 TIMES.
             05 W-LETRA-CANT  PIC 9(7).
             05 W-LETRA-TOTAL PIC S9(11)V99.
       01 W-INDICE-LETRA   PIC 9.
       01 W-LETRA-HALLADA  PIC 9.

       01 W-EMPRESA        PIC 9(2).
       01 W-EMPRESA-NOMBRE PIC X(40).
       01 W-EMPRESA-CUIT   PIC 9(11).
       01 W-EMPRESA-PTO-VTA PIC 9(5).
       01 W-CANT-EMPRESAS  PIC 9(2).
       01 W-EMPRESA-VALIDA PIC X.
       01 W-FP-EMPRESA     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a listar (AAAAMM): " WITH NO ADVANCING.
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
            INITIALIZE W-ACUM-ALICUOTAS
                REPLACING NUMERIC DATA BY ZEROES.
            INITIALIZE W-ACUM-LETRAS
                REPLACING NUMERIC DATA BY ZEROES.
            SORT SORT-IVA
              ON ASCENDING KEY SORT-FECHA SORT-FP-ID
              INPUT PROCEDURE IS CARGO-FACTURAS THRU F-CARGO-FACTURAS
              OUTPUT PROCEDURE IS LISTO-LIBRO-IVA
                  THRU F-LISTO-LIBRO-IVA.
            STOP RUN.

      * CARGO-FACTURAS: recorre FACTURAS-PROVEEDOR de punta a punta
      * (el periodo no es la clave) filtrando por el periodo pedido.
       CARGO-FACTURAS.
            OPEN INPUT FACTURAS-PROVEEDOR.
            OPEN INPUT FP-IVA.
            OPEN INPUT PROVEEDORES.
            PERFORM CARGO-UNA-FACTURA THRU F-CARGO-UNA-FACTURA
                UNTIL W-FIN-CARGA = "S".
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE FP-IVA.
            CLOSE PROVEEDORES.

       F-CARGO-FACTURAS.
            EXIT.

       CARGO-UNA-FACTURA.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CARGA
              NOT AT END
                DIVIDE FP-FECHA BY 100
                   GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA
                IF FP-EMPRESA NOT NUMERIC OR FP-EMPRESA = 0
                   MOVE 1 TO W-FP-EMPRESA
                ELSE
                   MOVE FP-EMPRESA TO W-FP-EMPRESA
                END-IF
                IF W-PERIODO-FACT = W-PERIODO
                      AND W-FP-EMPRESA = W-EMPRESA
                   PERFORM ARMO-RENGLON-IVA THRU F-ARMO-RENGLON-IVA
                END-IF
            END-READ.

       F-CARGO-UNA-FACTURA.
            EXIT.

      * ARMO-RENGLON-IVA: el CUIT sale del desglose (el que figura en
      * el comprobante, ya validado contra el maestro en el alta); sin
      * desglose se toma el del maestro y la letra queda en blanco.
       ARMO-RENGLON-IVA.
            INITIALIZE SORT-REC
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE FP-FECHA     TO SORT-FECHA.
            MOVE FP-ID        TO SORT-FP-ID.
            MOVE FP-PROVEEDOR TO SORT-PROVEEDOR.
            MOVE FP-IMPORTE   TO SORT-TOTAL.
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                MOVE FP-PROVEEDOR TO PROV-CODIGO
                READ PROVEEDORES KEY IS PROV-CODIGO
                  INVALID KEY
                    MOVE 0 TO SORT-CUIT
                  NOT INVALID KEY
                    MOVE PROV-CUIT TO SORT-CUIT
                END-READ
              NOT INVALID KEY
                MOVE FPIV-CUIT         TO SORT-CUIT
                MOVE FPIV-LETRA        TO SORT-LETRA
                MOVE FPIV-PUNTO-VENTA  TO SORT-PUNTO-VENTA
                MOVE FPIV-NUMERO       TO SORT-NUMERO
                MOVE FPIV-ALICUOTAS    TO SORT-ALICUOTAS
                COMPUTE SORT-NETO =
                        FPIV-NETO(1) + FPIV-NETO(2) + FPIV-NETO(3)
                COMPUTE SORT-IVA-IMP =
                        FPIV-IVA(1) + FPIV-IVA(2) + FPIV-IVA(3)
                MOVE FPIV-NO-GRAVADO   TO SORT-NO-GRAVADO
                MOVE FPIV-PERC-IVA     TO SORT-PERC-IVA
                MOVE FPIV-PERC-IIBB    TO SORT-PERC-IIBB
            END-READ.
            RELEASE SORT-REC.

       F-ARMO-RENGLON-IVA.
            EXIT.

       LISTO-LIBRO-IVA.
            DISPLAY "LIBRO IVA COMPRAS - PERIODO " W-PERIODO.
            DISPLAY W-EMPRESA-NOMBRE " - CUIT " W-EMPRESA-CUIT.
            DISPLAY "FECHA    INTERNO   PROV. CUIT        L COMPROBANTE"
                    "             NETO             IVA    NO GRAVADO"
                    "      PERC.IVA     PERC.IIBB           TOTAL".
            PERFORM LISTO-UN-RENGLON THRU F-LISTO-UN-RENGLON
                UNTIL W-FIN-LISTADO = "S".
            DISPLAY " ".
            DISPLAY "Cantidad de comprobantes: " W-CANT-RENGLONES.
            MOVE W-TOTAL-NETO TO NETO-ZZ.
            DISPLAY "Total Neto gravado : " NETO-ZZ.
            MOVE W-TOTAL-IVA TO IVA-ZZ.
            DISPLAY "Total IVA credito  : " IVA-ZZ.
            MOVE W-TOTAL-NO-GRAVADO TO TOTAL-ZZ.
            DISPLAY "Total No gravado   : " TOTAL-ZZ.
            MOVE W-TOTAL-PERC-IVA TO TOTAL-ZZ.
            DISPLAY "Total Perc. IVA    : " TOTAL-ZZ.
            MOVE W-TOTAL-PERC-IIBB TO TOTAL-ZZ.
            DISPLAY "Total Perc. IIBB   : " TOTAL-ZZ.
            MOVE W-TOTAL-GENERAL TO TOTAL-ZZ.
            DISPLAY "Total General      : " TOTAL-ZZ.
            DISPLAY " ".
            DISPLAY "APERTURA POR ALICUOTA".
            PERFORM LISTO-UNA-ALICUOTA THRU F-LISTO-UNA-ALICUOTA
                VARYING W-INDICE-ALIC FROM 1 BY 1
                    UNTIL W-INDICE-ALIC > 5.
            DISPLAY " ".
            DISPLAY "APERTURA POR LETRA".
            PERFORM LISTO-UNA-LETRA THRU F-LISTO-UNA-LETRA
                VARYING W-INDICE-LETRA FROM 1 BY 1
                    UNTIL W-INDICE-LETRA > 4.
            IF W-CANT-SIN-DESGLOSE NOT = 0
               MOVE W-TOTAL-SIN-DESGLOSE TO TOTAL-ZZ
               DISPLAY " "
               DISPLAY "SIN DESGLOSE: " W-CANT-SIN-DESGLOSE
                       " comprobantes por" TOTAL-ZZ
                       " (completar a mano)"
            END-IF.

       F-LISTO-LIBRO-IVA.
            EXIT.

       LISTO-UNA-ALICUOTA.
            IF W-ALIC-NETO(W-INDICE-ALIC) NOT = 0
                  OR W-ALIC-IVA(W-INDICE-ALIC) NOT = 0
               MOVE W-ALIC-CODIGO(W-INDICE-ALIC) TO ALIC-ZZ
               MOVE W-ALIC-NETO(W-INDICE-ALIC) TO NETO-ZZ
               MOVE W-ALIC-IVA(W-INDICE-ALIC)  TO IVA-ZZ
               DISPLAY ALIC-ZZ "% neto" NETO-ZZ " iva" IVA-ZZ
            END-IF.

       F-LISTO-UNA-ALICUOTA.
            EXIT.

       LISTO-UNA-LETRA.
            IF W-LETRA-CANT(W-INDICE-LETRA) NOT = 0
               MOVE W-LETRA-TOTAL(W-INDICE-LETRA) TO TOTAL-ZZ
               DISPLAY W-LETRA-CODIGO(W-INDICE-LETRA)
                       " comprobantes " W-LETRA-CANT(W-INDICE-LETRA)
                       " total" TOTAL-ZZ
            END-IF.

       F-LISTO-UNA-LETRA.
            EXIT.

       LISTO-UN-RENGLON.
            RETURN SORT-IVA
              AT END
                MOVE "S" TO W-FIN-LISTADO
              NOT AT END
                ADD 1 TO W-CANT-RENGLONES
                ADD SORT-NETO       TO W-TOTAL-NETO
                ADD SORT-IVA-IMP    TO W-TOTAL-IVA
                ADD SORT-NO-GRAVADO TO W-TOTAL-NO-GRAVADO
                ADD SORT-PERC-IVA   TO W-TOTAL-PERC-IVA
                ADD SORT-PERC-IIBB  TO W-TOTAL-PERC-IIBB
                ADD SORT-TOTAL      TO W-TOTAL-GENERAL
                PERFORM ACUMULO-ALICUOTAS THRU F-ACUMULO-ALICUOTAS
                    VARYING W-INDICE-SORT FROM 1 BY 1
                        UNTIL W-INDICE-SORT > 3
                PERFORM ACUMULO-LETRA THRU F-ACUMULO-LETRA
                MOVE SORT-NETO       TO NETO-ZZ
                MOVE SORT-IVA-IMP    TO IVA-ZZ
                MOVE SORT-TOTAL      TO TOTAL-ZZ
                IF SORT-LETRA = SPACE
                   DISPLAY SORT-FECHA SPACE SORT-FP-ID SPACE
                           SORT-PROVEEDOR SPACE SORT-CUIT
                           " SIN DESGLOSE" SPACE TOTAL-ZZ
                ELSE
                   MOVE SORT-NO-GRAVADO TO NOGRAV-ZZ
                   MOVE SORT-PERC-IVA   TO PERC-ZZ
                   DISPLAY SORT-FECHA SPACE SORT-FP-ID SPACE
                           SORT-PROVEEDOR SPACE SORT-CUIT SPACE
                           SORT-LETRA SPACE SORT-PUNTO-VENTA "-"
                           SORT-NUMERO SPACE NETO-ZZ SPACE IVA-ZZ
                           SPACE NOGRAV-ZZ SPACE PERC-ZZ
                      WITH NO ADVANCING
                   MOVE SORT-PERC-IIBB  TO PERC-ZZ
                   DISPLAY SPACE PERC-ZZ SPACE TOTAL-ZZ
                END-IF
            END-RETURN.

       F-LISTO-UN-RENGLON.
            EXIT.

       ACUMULO-ALICUOTAS.
            IF SORT-ALICUOTA(W-INDICE-SORT) NOT = 0
               MOVE 0 TO W-ALIC-HALLADA
               PERFORM COMPARO-UNA-ALICUOTA
                  THRU F-COMPARO-UNA-ALICUOTA
                   VARYING W-INDICE-ALIC FROM 1 BY 1
                       UNTIL W-INDICE-ALIC > 5
                          OR W-ALIC-HALLADA NOT = 0
               IF W-ALIC-HALLADA NOT = 0
                  ADD SORT-NETO-ALIC(W-INDICE-SORT)
                    TO W-ALIC-NETO(W-ALIC-HALLADA)
                  ADD SORT-IVA-ALIC(W-INDICE-SORT)
                    TO W-ALIC-IVA(W-ALIC-HALLADA)
               END-IF
            END-IF.

       F-ACUMULO-ALICUOTAS.
            EXIT.

       COMPARO-UNA-ALICUOTA.
            IF W-ALIC-CODIGO(W-INDICE-ALIC) =
                  SORT-ALICUOTA(W-INDICE-SORT)
               MOVE W-INDICE-ALIC TO W-ALIC-HALLADA
            END-IF.

       F-COMPARO-UNA-ALICUOTA.
            EXIT.

      * ACUMULO-LETRA: un comprobante sin desglose no tiene letra y
      * va al total aparte de SIN DESGLOSE.
       ACUMULO-LETRA.
            IF SORT-LETRA = SPACE
               ADD 1 TO W-CANT-SIN-DESGLOSE
               ADD SORT-TOTAL TO W-TOTAL-SIN-DESGLOSE
               GO TO F-ACUMULO-LETRA
            END-IF.
            MOVE 0 TO W-LETRA-HALLADA.
            PERFORM COMPARO-UNA-LETRA THRU F-COMPARO-UNA-LETRA
                VARYING W-INDICE-LETRA FROM 1 BY 1
                    UNTIL W-INDICE-LETRA > 4
                       OR W-LETRA-HALLADA NOT = 0.
            IF W-LETRA-HALLADA NOT = 0
               ADD 1 TO W-LETRA-CANT(W-LETRA-HALLADA)
               ADD SORT-TOTAL TO W-LETRA-TOTAL(W-LETRA-HALLADA)
            END-IF.

       F-ACUMULO-LETRA.
            EXIT.

       COMPARO-UNA-LETRA.
            IF W-LETRA-CODIGO(W-INDICE-LETRA) = SORT-LETRA
               MOVE W-INDICE-LETRA TO W-LETRA-HALLADA
            END-IF.

       F-COMPARO-UNA-LETRA.
            EXIT.

       END PROGRAM "REPORTE-LIBRO-IVA-COMPRAS".
