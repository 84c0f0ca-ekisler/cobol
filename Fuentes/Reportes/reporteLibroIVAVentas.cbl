      *          alicuota general (21%) y totaliza al pie para que
      *          contaduria presente el libro sin armarlo a mano
      *          renglon por renglon.
      * Mod: 15/10/2026 EK - El libro es de una empresa: pide la
      *          empresa (01 si se deja en blanco), lista solo sus
      *          comprobantes y encabeza con su razon social y CUIT.
      * Mod: 15/10/2026 EK - Cada renglon muestra tipo y letra del
      *          comprobante (F factura, C nota de credito, D nota de
      *          debito) y al pie se abre el total por tipo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          03 SORT-IVA-IMP   PIC S9(9)V99.
          03 SORT-TOTAL     PIC S9(9)V99.
          03 SORT-CONDICION PIC X(2).
          03 SORT-TIPO      PIC X.
          03 SORT-LETRA     PIC X.

       WORKING-STORAGE SECTION.

             05 W-COND-IVA   PIC S9(11)V99.
             05 W-COND-TOTAL PIC S9(11)V99.
       01 W-INDICE-COND   PIC 9.

      * Apertura por tipo de comprobante: facturas, notas de credito
      * (ya con signo negativo) y notas de debito.
       01 TABLA-TIPOS.
          05 FILLER PIC X(18) VALUE "FFacturas         ".
          05 FILLER PIC X(18) VALUE "CNotas de credito ".
          05 FILLER PIC X(18) VALUE "DNotas de debito  ".
       01 TIPOS-R REDEFINES TABLA-TIPOS.
          05 W-TIPO-ENTRADA OCCURS 3 TIMES.
             10 W-TIPO-CODIGO PIC X.
             10 W-TIPO-NOMBRE PIC X(17).
       01 W-ACUM-TIPOS.
          03 W-TIPO-ACUM OCCURS 3 TIMES.
             05 W-TIPO-CANT  PIC 9(7).
             05 W-TIPO-NETO  PIC S9(11)V99.
             05 W-TIPO-IVA   PIC S9(11)V99.
             05 W-TIPO-TOTAL PIC S9(11)V99.
       01 W-INDICE-TIPO   PIC 9.
       01 W-TIPO-HALLADO  PIC 9.
       01 W-COND-HALLADA  PIC 9.
       01 W-CONDICION     PIC X(2).

       01 W-EMPRESA        PIC 9(2).
       01 W-EMPRESA-NOMBRE PIC X(40).
       01 W-EMPRESA-CUIT   PIC 9(11).
       01 W-EMPRESA-PTO-VTA PIC 9(5).
       01 W-CANT-EMPRESAS  PIC 9(2).
       01 W-EMPRESA-VALIDA PIC X.
       01 W-FACT-EMPRESA   PIC 9(2).

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
            INITIALIZE W-ACUM-CONDICIONES
                REPLACING NUMERIC DATA BY ZEROES.
            INITIALIZE W-ACUM-TIPOS
                REPLACING NUMERIC DATA BY ZEROES.
            SORT SORT-IVA
              ON ASCENDING KEY SORT-FECHA SORT-NUMERO
              INPUT PROCEDURE IS CARGO-FACTURAS THRU F-CARGO-FACTURAS
              NOT AT END
                DIVIDE FACT-FECHA BY 100
                   GIVING W-PERIODO-FACT REMAINDER W-RESTO-FECHA
                IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
                   MOVE 1 TO W-FACT-EMPRESA
                ELSE
                   MOVE FACT-EMPRESA TO W-FACT-EMPRESA
                END-IF
                IF NOT FACT-ANULADA AND W-PERIODO-FACT = W-PERIODO
                      AND W-FACT-EMPRESA = W-EMPRESA
                   PERFORM ARMO-RENGLON-IVA THRU F-ARMO-RENGLON-IVA
                END-IF
            END-READ.
            END-IF.
            MOVE FACT-FECHA  TO SORT-FECHA.
            MOVE FACT-NUMERO TO SORT-NUMERO.
            MOVE FACT-TIPO   TO SORT-TIPO.
            MOVE FACT-LETRA  TO SORT-LETRA.
            MOVE W-NETO       TO SORT-NETO.
            MOVE W-IVA-IMPORTE TO SORT-IVA-IMP.
            COMPUTE SORT-TOTAL = FACT-TOTAL * W-SIGNO.

       LISTO-LIBRO-IVA.
            DISPLAY "LIBRO IVA VENTAS - PERIODO " W-PERIODO.
            DISPLAY W-EMPRESA-NOMBRE " - CUIT " W-EMPRESA-CUIT.
            DISPLAY "FECHA    T L NUMERO    CLIENTE CUIT        "
                    "CO            NETO             IVA"
                    "           TOTAL".
            PERFORM LISTO-UN-RENGLON THRU F-LISTO-UN-RENGLON
                UNTIL W-FIN-LISTADO = "S".
            MOVE W-TOTAL-NETO    TO NETO-ZZ.
            PERFORM LISTO-UNA-CONDICION THRU F-LISTO-UNA-CONDICION
                VARYING W-INDICE-COND FROM 1 BY 1
                    UNTIL W-INDICE-COND > 4.
            DISPLAY " ".
            DISPLAY "APERTURA POR TIPO DE COMPROBANTE".
            PERFORM LISTO-UN-TIPO THRU F-LISTO-UN-TIPO
                VARYING W-INDICE-TIPO FROM 1 BY 1
                    UNTIL W-INDICE-TIPO > 3.

       F-LISTO-LIBRO-IVA.
            EXIT.
       F-LISTO-UNA-CONDICION.
            EXIT.

       LISTO-UN-TIPO.
            IF W-TIPO-CANT(W-INDICE-TIPO) NOT = 0
               MOVE W-TIPO-NETO(W-INDICE-TIPO)  TO NETO-ZZ
               MOVE W-TIPO-IVA(W-INDICE-TIPO)   TO IVA-ZZ
               MOVE W-TIPO-TOTAL(W-INDICE-TIPO) TO TOTAL-ZZ
               DISPLAY W-TIPO-NOMBRE(W-INDICE-TIPO)
                       W-TIPO-CANT(W-INDICE-TIPO)
                       " neto" NETO-ZZ " iva" IVA-ZZ
                       " total" TOTAL-ZZ
            END-IF.

       F-LISTO-UN-TIPO.
            EXIT.

       LISTO-UN-RENGLON.
            RETURN SORT-IVA
              AT END
                ADD SORT-IVA-IMP TO W-TOTAL-IVA
                ADD SORT-TOTAL   TO W-TOTAL-GENERAL
                PERFORM ACUMULO-CONDICION THRU F-ACUMULO-CONDICION
                PERFORM ACUMULO-TIPO THRU F-ACUMULO-TIPO
                MOVE SORT-NETO    TO NETO-ZZ
                MOVE SORT-IVA-IMP TO IVA-ZZ
                MOVE SORT-TOTAL   TO TOTAL-ZZ
                DISPLAY SORT-FECHA SPACE SORT-TIPO SPACE
                        SORT-LETRA SPACE SORT-NUMERO SPACE
                        SORT-CLI-ID SPACE SORT-CUIT SPACE
                        SORT-CONDICION SPACE
                        NETO-ZZ SPACE IVA-ZZ SPACE TOTAL-ZZ
       F-ACUMULO-CONDICION.
            EXIT.

      * ACUMULO-TIPO: un comprobante anterior al campo (tipo en
      * blanco) es una factura.
       ACUMULO-TIPO.
            MOVE 0 TO W-TIPO-HALLADO.
            PERFORM COMPARO-UN-TIPO THRU F-COMPARO-UN-TIPO
                VARYING W-INDICE-TIPO FROM 1 BY 1
                    UNTIL W-INDICE-TIPO > 3
                       OR W-TIPO-HALLADO NOT = 0.
            IF W-TIPO-HALLADO = 0
               MOVE 1 TO W-TIPO-HALLADO
            END-IF.
            ADD 1            TO W-TIPO-CANT(W-TIPO-HALLADO).
            ADD SORT-NETO    TO W-TIPO-NETO(W-TIPO-HALLADO).
            ADD SORT-IVA-IMP TO W-TIPO-IVA(W-TIPO-HALLADO).
            ADD SORT-TOTAL   TO W-TIPO-TOTAL(W-TIPO-HALLADO).

       F-ACUMULO-TIPO.
            EXIT.

       COMPARO-UN-TIPO.
            IF W-TIPO-CODIGO(W-INDICE-TIPO) = SORT-TIPO
               MOVE W-INDICE-TIPO TO W-TIPO-HALLADO
            END-IF.

       F-COMPARO-UN-TIPO.
            EXIT.

       COMPARO-UNA-CONDICION.
            IF W-COND-CODIGO(W-INDICE-COND) = SORT-CONDICION
               MOVE W-INDICE-COND TO W-COND-HALLADA
