      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Remitos despachados sin conformidad de entrega, para
      *          disputas y cobranzas. Recorre DESPACHOS-REMITOS por
      *          hoja de carga y lista cada remito todavia en D que
      *          salio hace mas de N dias (parametro, 0 = 7): cliente,
      *          transporte, fecha de despacho, dias, valor declarado,
      *          si el remito ya se facturo (y con que factura) y si
      *          esa factura tiene una disputa abierta en DISPUTAS --
      *          una factura sin conformidad de entrega no se puede
      *          defender ante un reclamo por mercaderia no recibida.
      *          Subtotal por hoja y, al pie, cantidad y valor por
      *          transporte.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-ENTREGAS-PENDIENTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/despachosRemitos.sel".
              COPY "./sel/remitos.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/disputas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/despachosRemitos.fd".
              COPY "./fd/remitos.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/disputas.fd".

       WORKING-STORAGE SECTION.

       01 ST-DESPACHOS      PIC XX.
       01 ST-REMITOS        PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-DISPUTAS       PIC XX.
       01 W-FIN-DESPACHOS   PIC X VALUE "N".
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-DIAS-MINIMO     PIC 9(3).

       01 W-HOY-INT         PIC 9(7).
       01 W-DIAS-DESPACHO   PIC S9(7).
       01 W-SITUACION       PIC X(24).

      * Subtotal de la hoja en curso.
       01 W-HOJA-ACTUAL     PIC 9(7).
       01 W-HAY-CORTE       PIC X VALUE "N".
       01 W-HOJA-CANT       PIC 9(5).
       01 W-HOJA-VALOR      PIC S9(11)V9(2).

      * Totales por transporte.
       01 W-TABLA-TRANSPORTES.
          03 W-TT-ENTRADA OCCURS 50 TIMES.
             05 W-TT-CODIGO    PIC X(5).
             05 W-TT-CANT      PIC 9(5).
             05 W-TT-VALOR     PIC S9(11)V9(2).
       01 W-CANT-TT         PIC 9(2) VALUE 0.
       01 W-IND-TT          PIC 9(2).
       01 W-TT-HALLADO      PIC 9(2).
       01 W-TOTAL-CANT      PIC 9(5) VALUE 0.
       01 W-TOTAL-VALOR     PIC S9(11)V9(2) VALUE 0.
       01 W-CANT-DISPUTADOS PIC 9(5) VALUE 0.

       01 DIAS-ZZ           PIC ----9.
       01 VALOR-ZZ          PIC ---.---.---.--9,99.
       01 CANT-ZZ           PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Dias desde el despacho (0=7): " WITH NO ADVANCING.
            ACCEPT W-DIAS-MINIMO.
            IF W-DIAS-MINIMO = 0
               MOVE 7 TO W-DIAS-MINIMO
            END-IF.
            OPEN INPUT DESPACHOS-REMITOS.
            IF ST-DESPACHOS > "07"
               DISPLAY "Error abriendo Despachos: " ST-DESPACHOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT REMITOS.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
               CLOSE DESPACHOS-REMITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            OPEN INPUT DISPUTAS.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-HOY-INT =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            DISPLAY "REMITOS DESPACHADOS SIN CONFORMIDAD DE ENTREGA AL "
                    W-FECHA-SISTEMA " (MAS DE " W-DIAS-MINIMO
                    " DIAS)".
            DISPLAY " ".
            DISPLAY "HOJA    REMITO    CLIENTE NOMBRE                "
                    "   TRANSP DESPACHO  DIAS     VALOR DECLARADO"
                    " SITUACION".
            MOVE 0 TO DSP-HOJA.
            START DESPACHOS-REMITOS KEY IS NOT LESS THAN DSP-HOJA
              INVALID KEY MOVE "S" TO W-FIN-DESPACHOS
            END-START.
            PERFORM LEO-UN-DESPACHO THRU F-LEO-UN-DESPACHO
                UNTIL W-FIN-DESPACHOS = "S".
            IF W-HAY-CORTE = "S"
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
            END-IF.
            PERFORM IMPRIMO-TRANSPORTES THRU F-IMPRIMO-TRANSPORTES.
            CLOSE DESPACHOS-REMITOS.
            CLOSE REMITOS.
            CLOSE CLIENTES.
            CLOSE DISPUTAS.
            STOP RUN.

       LEO-UN-DESPACHO.
            READ DESPACHOS-REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DESPACHOS
                GO TO F-LEO-UN-DESPACHO
            END-READ.
            IF NOT DSP-DESPACHADO
               GO TO F-LEO-UN-DESPACHO
            END-IF.
            COMPUTE W-DIAS-DESPACHO = W-HOY-INT
                    - FUNCTION INTEGER-OF-DATE(DSP-FECHA).
            IF W-DIAS-DESPACHO NOT > W-DIAS-MINIMO
               GO TO F-LEO-UN-DESPACHO
            END-IF.
            IF W-HAY-CORTE = "S" AND DSP-HOJA NOT = W-HOJA-ACTUAL
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
               MOVE "N" TO W-HAY-CORTE
            END-IF.
            IF W-HAY-CORTE NOT = "S"
               MOVE DSP-HOJA TO W-HOJA-ACTUAL
               MOVE 0 TO W-HOJA-CANT
               MOVE 0 TO W-HOJA-VALOR
               MOVE "S" TO W-HAY-CORTE
            END-IF.
            PERFORM ARMO-SITUACION THRU F-ARMO-SITUACION.
            MOVE DSP-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            ADD 1 TO W-HOJA-CANT W-TOTAL-CANT.
            ADD DSP-VALOR-DECLARADO TO W-HOJA-VALOR W-TOTAL-VALOR.
            PERFORM SUMO-TRANSPORTE THRU F-SUMO-TRANSPORTE.
            MOVE W-DIAS-DESPACHO TO DIAS-ZZ.
            MOVE DSP-VALOR-DECLARADO TO VALOR-ZZ.
            DISPLAY DSP-HOJA SPACE DSP-REM-NUMERO SPACE DSP-CLI-ID
                    SPACE CLI_NOMBRE(1:25) SPACE DSP-TRANSPORTE
                    "  " DSP-FECHA SPACE DIAS-ZZ SPACE VALOR-ZZ
                    SPACE W-SITUACION.

       F-LEO-UN-DESPACHO.
            EXIT.

      * ARMO-SITUACION: estado del remito para cobranzas (pendiente
      * de facturar, facturado con su numero, anulado) y, si la
      * factura tiene una disputa abierta, eso primero.
       ARMO-SITUACION.
            MOVE SPACES TO W-SITUACION.
            MOVE DSP-REM-NUMERO TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                MOVE "REMITO INEXISTENTE" TO W-SITUACION
                GO TO F-ARMO-SITUACION
            END-READ.
            EVALUATE TRUE
               WHEN REM-ANULADO
                  MOVE "REMITO ANULADO" TO W-SITUACION
               WHEN REM-FACTURADO
                  STRING "FACTURA " REM-FACT-NUMERO
                         DELIMITED BY SIZE INTO W-SITUACION
                  MOVE REM-FACT-NUMERO TO DIS-FACT-NUMERO
                  READ DISPUTAS KEY IS DIS-FACT-NUMERO
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF DIS-ABIERTA
                         MOVE SPACES TO W-SITUACION
                         STRING "DISPUTA FACT " REM-FACT-NUMERO
                                DELIMITED BY SIZE INTO W-SITUACION
                         ADD 1 TO W-CANT-DISPUTADOS
                      END-IF
                  END-READ
               WHEN OTHER
                  MOVE "SIN FACTURAR" TO W-SITUACION
            END-EVALUATE.

       F-ARMO-SITUACION.
            EXIT.

       SUMO-TRANSPORTE.
            MOVE 0 TO W-TT-HALLADO.
            PERFORM BUSCO-TRANSPORTE THRU F-BUSCO-TRANSPORTE
                VARYING W-IND-TT FROM 1 BY 1
                    UNTIL W-IND-TT > W-CANT-TT
                       OR W-TT-HALLADO NOT = 0.
            IF W-TT-HALLADO = 0
               IF W-CANT-TT < 50
                  ADD 1 TO W-CANT-TT
                  MOVE W-CANT-TT TO W-TT-HALLADO
                  MOVE DSP-TRANSPORTE TO W-TT-CODIGO(W-TT-HALLADO)
                  MOVE 0 TO W-TT-CANT(W-TT-HALLADO)
                  MOVE 0 TO W-TT-VALOR(W-TT-HALLADO)
               ELSE
                  GO TO F-SUMO-TRANSPORTE
               END-IF
            END-IF.
            ADD 1 TO W-TT-CANT(W-TT-HALLADO).
            ADD DSP-VALOR-DECLARADO TO W-TT-VALOR(W-TT-HALLADO).

       F-SUMO-TRANSPORTE.
            EXIT.

       BUSCO-TRANSPORTE.
            IF W-TT-CODIGO(W-IND-TT) = DSP-TRANSPORTE
               MOVE W-IND-TT TO W-TT-HALLADO
            END-IF.

       F-BUSCO-TRANSPORTE.
            EXIT.

       IMPRIMO-CORTE.
            MOVE W-HOJA-CANT TO CANT-ZZ.
            MOVE W-HOJA-VALOR TO VALOR-ZZ.
            DISPLAY "        Hoja " W-HOJA-ACTUAL ": " CANT-ZZ
                    " remitos sin conformar            " VALOR-ZZ.

       F-IMPRIMO-CORTE.
            EXIT.

       IMPRIMO-TRANSPORTES.
            DISPLAY " ".
            DISPLAY "TRANSPORTE    REMITOS     VALOR DECLARADO".
            PERFORM IMPRIMO-UN-TRANSPORTE THRU F-IMPRIMO-UN-TRANSPORTE
                VARYING W-IND-TT FROM 1 BY 1
                    UNTIL W-IND-TT > W-CANT-TT.
            MOVE W-TOTAL-CANT TO CANT-ZZ.
            MOVE W-TOTAL-VALOR TO VALOR-ZZ.
            DISPLAY "TOTAL        " CANT-ZZ SPACE VALOR-ZZ.
            DISPLAY "Con disputa abierta: " W-CANT-DISPUTADOS.

       F-IMPRIMO-TRANSPORTES.
            EXIT.

       IMPRIMO-UN-TRANSPORTE.
            MOVE W-TT-CANT(W-IND-TT) TO CANT-ZZ.
            MOVE W-TT-VALOR(W-IND-TT) TO VALOR-ZZ.
            DISPLAY W-TT-CODIGO(W-IND-TT) "        " CANT-ZZ SPACE
                    VALOR-ZZ.

       F-IMPRIMO-UN-TRANSPORTE.
            EXIT.

       END PROGRAM "REPORTE-ENTREGAS-PENDIENTES".
