      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Remitos pendientes de facturar, por antiguedad. La
      *          mercaderia de un remito ya salio del stock, y hasta
      *          que no se factura no esta en la cuenta del cliente:
      *          este reporte recorre REMITOS por cliente (clave
      *          alterna REM-CLI-ID), lista cada remito pendiente con
      *          los dias desde la entrega, sus unidades y su valor a
      *          precio de lista vigente (PRODUCTOS, solo orientativo:
      *          el precio real se pone al facturar), con subtotal por
      *          cliente, y al pie reparte cantidad y valor en bandas
      *          de 0-7, 8-15, 16-30, 31-60 y mas de 60 dias desde la
      *          entrega.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-REMITOS-PENDIENTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/remitos.sel".
              COPY "./sel/remRenglones.sel".
              COPY "./sel/productos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/remitos.fd".
              COPY "./fd/remRenglones.fd".
              COPY "./fd/productos.fd".

       WORKING-STORAGE SECTION.

       01 ST-REMITOS        PIC XX.
       01 ST-REM-RENGLONES  PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 W-FIN-REMITOS     PIC X VALUE "N".
       01 W-FIN-RENGLONES   PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).

       01 W-HOY-INT         PIC 9(7).
       01 W-DIAS-ENTREGA    PIC S9(7).
       01 W-BANDA           PIC 9.

      * Unidades y valor a precio de lista del remito en curso.
       01 W-REM-UNIDADES    PIC 9(7).
       01 W-REM-VALOR       PIC S9(11)V9(2).

      * Subtotal del cliente en curso.
       01 W-CLI-ACTUAL      PIC 9(7).
       01 W-HAY-CORTE       PIC X VALUE "N".
       01 W-CLI-CANT        PIC 9(5).
       01 W-CLI-VALOR       PIC S9(11)V9(2).

      * Escalera general: cantidad de remitos y valor por banda.
       01 W-ESCALERA.
          05 W-ES-CANT      PIC 9(5) OCCURS 5 TIMES.
          05 W-ES-VALOR     PIC S9(11)V9(2) OCCURS 5 TIMES.
       01 W-TOTAL-CANT      PIC 9(5) VALUE 0.
       01 W-TOTAL-VALOR     PIC S9(11)V9(2) VALUE 0.
       01 W-IND-BANDA       PIC 9.

       01 TABLA-BANDAS.
          05 FILLER PIC X(10) VALUE "0-7 dias  ".
          05 FILLER PIC X(10) VALUE "8-15 dias ".
          05 FILLER PIC X(10) VALUE "16-30 dias".
          05 FILLER PIC X(10) VALUE "31-60 dias".
          05 FILLER PIC X(10) VALUE "+60 dias  ".
       01 BANDAS-R REDEFINES TABLA-BANDAS.
          05 W-NOMBRE-BANDA PIC X(10) OCCURS 5 TIMES.

       01 DIAS-ZZ           PIC ----9.
       01 UNIDADES-ZZ       PIC Z.ZZZ.ZZ9.
       01 VALOR-ZZ          PIC ---.---.---.--9,99.
       01 CANT-ZZ           PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT REMITOS.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT REM-RENGLONES.
            IF ST-REM-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Remito: "
                       ST-REM-RENGLONES
               CLOSE REMITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               CLOSE REMITOS
               CLOSE REM-RENGLONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-HOY-INT =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            INITIALIZE W-ESCALERA.
            DISPLAY "REMITOS PENDIENTES DE FACTURAR AL "
                    W-FECHA-SISTEMA.
            DISPLAY " ".
            DISPLAY "CLIENTE REMITO    FECHA    SUC EMP  DIAS"
                    "  UNIDADES     VALOR DE LISTA".
            MOVE 0 TO REM-CLI-ID.
            START REMITOS KEY IS NOT LESS THAN REM-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-REMITOS
            END-START.
            PERFORM LEO-UN-REMITO THRU F-LEO-UN-REMITO
                UNTIL W-FIN-REMITOS = "S".
            IF W-HAY-CORTE = "S"
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
            END-IF.
            PERFORM IMPRIMO-ESCALERA THRU F-IMPRIMO-ESCALERA.
            CLOSE REMITOS.
            CLOSE REM-RENGLONES.
            CLOSE PRODUCTOS.
            STOP RUN.

       LEO-UN-REMITO.
            READ REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-REMITOS
                GO TO F-LEO-UN-REMITO
            END-READ.
            IF NOT REM-PENDIENTE
               GO TO F-LEO-UN-REMITO
            END-IF.
            IF W-HAY-CORTE = "S" AND REM-CLI-ID NOT = W-CLI-ACTUAL
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
               MOVE "N" TO W-HAY-CORTE
            END-IF.
            IF W-HAY-CORTE NOT = "S"
               MOVE REM-CLI-ID TO W-CLI-ACTUAL
               MOVE 0 TO W-CLI-CANT
               MOVE 0 TO W-CLI-VALOR
               MOVE "S" TO W-HAY-CORTE
            END-IF.
            COMPUTE W-DIAS-ENTREGA = W-HOY-INT
                    - FUNCTION INTEGER-OF-DATE(REM-FECHA).
            EVALUATE TRUE
               WHEN W-DIAS-ENTREGA < 8
                  MOVE 1 TO W-BANDA
               WHEN W-DIAS-ENTREGA < 16
                  MOVE 2 TO W-BANDA
               WHEN W-DIAS-ENTREGA < 31
                  MOVE 3 TO W-BANDA
               WHEN W-DIAS-ENTREGA < 61
                  MOVE 4 TO W-BANDA
               WHEN OTHER
                  MOVE 5 TO W-BANDA
            END-EVALUATE.
            PERFORM VALORIZO-REMITO THRU F-VALORIZO-REMITO.
            ADD 1 TO W-CLI-CANT.
            ADD W-REM-VALOR TO W-CLI-VALOR.
            ADD 1 TO W-ES-CANT(W-BANDA) W-TOTAL-CANT.
            ADD W-REM-VALOR TO W-ES-VALOR(W-BANDA) W-TOTAL-VALOR.
            MOVE W-DIAS-ENTREGA TO DIAS-ZZ.
            MOVE W-REM-UNIDADES TO UNIDADES-ZZ.
            MOVE W-REM-VALOR TO VALOR-ZZ.
            DISPLAY REM-CLI-ID SPACE REM-NUMERO SPACE REM-FECHA SPACE
                    REM-SUCURSAL SPACE REM-EMPRESA "  " DIAS-ZZ
                    SPACE UNIDADES-ZZ SPACE VALOR-ZZ.

       F-LEO-UN-REMITO.
            EXIT.

      * VALORIZO-REMITO: unidades del remito y su valor al precio de
      * lista de hoy; un producto que ya no esta en PRODUCTOS suma
      * unidades pero no valor.
       VALORIZO-REMITO.
            MOVE 0 TO W-REM-UNIDADES.
            MOVE 0 TO W-REM-VALOR.
            MOVE REM-NUMERO TO REMR-NUMERO.
            MOVE 0 TO REMR-RENGLON.
            START REM-RENGLONES KEY IS NOT LESS THAN REMR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM SUMO-UN-RENGLON THRU F-SUMO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-VALORIZO-REMITO.
            EXIT.

       SUMO-UN-RENGLON.
            READ REM-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-SUMO-UN-RENGLON
            END-READ.
            IF REMR-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-SUMO-UN-RENGLON
            END-IF.
            ADD REMR-CANT TO W-REM-UNIDADES.
            MOVE REMR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE W-REM-VALOR = W-REM-VALOR
                        + (REMR-CANT * PROD-PRECIO)
            END-READ.

       F-SUMO-UN-RENGLON.
            EXIT.

       IMPRIMO-CORTE.
            MOVE W-CLI-CANT TO CANT-ZZ.
            MOVE W-CLI-VALOR TO VALOR-ZZ.
            DISPLAY "        Cliente " W-CLI-ACTUAL ": " CANT-ZZ
                    " remitos                  " VALOR-ZZ.

       F-IMPRIMO-CORTE.
            EXIT.

       IMPRIMO-ESCALERA.
            DISPLAY " ".
            DISPLAY "ANTIGUEDAD DESDE LA ENTREGA   REMITOS"
                    "     VALOR DE LISTA".
            PERFORM IMPRIMO-UNA-BANDA THRU F-IMPRIMO-UNA-BANDA
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > 5.
            MOVE W-TOTAL-CANT TO CANT-ZZ.
            MOVE W-TOTAL-VALOR TO VALOR-ZZ.
            DISPLAY "TOTAL                        " CANT-ZZ SPACE
                    VALOR-ZZ.

       F-IMPRIMO-ESCALERA.
            EXIT.

       IMPRIMO-UNA-BANDA.
            MOVE W-ES-CANT(W-IND-BANDA) TO CANT-ZZ.
            MOVE W-ES-VALOR(W-IND-BANDA) TO VALOR-ZZ.
            DISPLAY W-NOMBRE-BANDA(W-IND-BANDA) "                   "
                    CANT-ZZ SPACE VALOR-ZZ.

       F-IMPRIMO-UNA-BANDA.
            EXIT.

       END PROGRAM "REPORTE-REMITOS-PENDIENTES".
