      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte semanal de lotes por vencer. Recorre
      *          STOCK-LOTES (ordenado por sucursal, producto y
      *          vencimiento) y lista, sucursal por sucursal, los
      *          lotes con existencia cuyo vencimiento cae dentro de
      *          los proximos N dias, mas los ya vencidos que siguen
      *          en stock -- lo que hasta ahora se seguia en el
      *          pizarron del deposito. Cada sucursal cierra con la
      *          cantidad de lotes y unidades listadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-LOTES-VENCER".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/stockLotes.sel".
              COPY "./sel/productos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/stockLotes.fd".
              COPY "./fd/productos.fd".

       WORKING-STORAGE SECTION.

       01 ST-STOCK-LOTES    PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-DIAS            PIC 9(3).
       01 W-FECHA-HOY       PIC 9(8).
       01 W-FECHA-TOPE      PIC 9(8).
       01 W-SUC-ACTUAL      PIC X(3) VALUE SPACES.
       01 W-ESTADO-LOTE     PIC X(10).

       01 W-SUC-LOTES       PIC 9(5) VALUE 0.
       01 W-SUC-UNIDADES    PIC S9(9) VALUE 0.
       01 W-CANT-VENCEN     PIC 9(5) VALUE 0.
       01 W-CANT-VENCIDOS   PIC 9(5) VALUE 0.
       01 W-TOT-UNIDADES    PIC S9(9) VALUE 0.

       01 GUIONES           PIC X(72) VALUE ALL "-".
       01 STOCK-ZZ          PIC ------9.
       01 UNIDADES-ZZ       PIC ---------9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Lotes que vencen en los proximos N dias: "
                    WITH NO ADVANCING.
            ACCEPT W-DIAS.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            COMPUTE W-FECHA-TOPE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) + W-DIAS).
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT STOCK-LOTES.
            IF ST-STOCK-LOTES > "07"
               DISPLAY "Error abriendo Stock por Lote: " ST-STOCK-LOTES
               MOVE "S" TO W-FIN
            ELSE
               MOVE LOW-VALUES TO LOTS-CLAVE
               START STOCK-LOTES KEY IS NOT LESS THAN LOTS-CLAVE
                 INVALID KEY
                   DISPLAY "No hay lotes cargados"
                   MOVE "S" TO W-FIN
               END-START
            END-IF.
            DISPLAY "LOTES POR VENCER HASTA " W-FECHA-TOPE
                    " (hoy " W-FECHA-HOY ")".
            PERFORM LISTO-UN-LOTE THRU F-LISTO-UN-LOTE
                UNTIL W-FIN = "S".
            IF W-SUC-ACTUAL NOT = SPACES
               PERFORM CIERRO-SUCURSAL THRU F-CIERRO-SUCURSAL
            END-IF.
            CLOSE STOCK-LOTES.
            CLOSE PRODUCTOS.
            DISPLAY " ".
            DISPLAY "Lotes por vencer : " W-CANT-VENCEN.
            DISPLAY "Lotes ya vencidos: " W-CANT-VENCIDOS.
            MOVE W-TOT-UNIDADES TO UNIDADES-ZZ.
            DISPLAY "Unidades afectadas:" UNIDADES-ZZ.
            STOP RUN.

      * LISTO-UN-LOTE: un lote agotado o que vence despues del tope
      * no se lista; el corte por sucursal sale del orden de la
      * clave.
       LISTO-UN-LOTE.
            READ STOCK-LOTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LISTO-UN-LOTE
            END-READ.
            IF LOTS-STOCK NOT > 0
               OR LOTS-VENCIMIENTO > W-FECHA-TOPE
               GO TO F-LISTO-UN-LOTE
            END-IF.
            IF LOTS-SUCURSAL NOT = W-SUC-ACTUAL
               IF W-SUC-ACTUAL NOT = SPACES
                  PERFORM CIERRO-SUCURSAL THRU F-CIERRO-SUCURSAL
               END-IF
               MOVE LOTS-SUCURSAL TO W-SUC-ACTUAL
               DISPLAY " "
               DISPLAY "SUCURSAL " W-SUC-ACTUAL
               DISPLAY "CODIGO     DESCRIPCION          LOTE        "
                       " VENCE       STOCK"
               DISPLAY GUIONES
            END-IF.
            MOVE LOTS-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
            END-READ.
            IF LOTS-VENCIMIENTO < W-FECHA-HOY
               MOVE "VENCIDO" TO W-ESTADO-LOTE
               ADD 1 TO W-CANT-VENCIDOS
            ELSE
               MOVE SPACES TO W-ESTADO-LOTE
               ADD 1 TO W-CANT-VENCEN
            END-IF.
            MOVE LOTS-STOCK TO STOCK-ZZ.
            DISPLAY LOTS-CODIGO SPACE PROD-DESCRIPCION(1:20) SPACE
                    LOTS-LOTE SPACE LOTS-VENCIMIENTO SPACE STOCK-ZZ
                    SPACE W-ESTADO-LOTE.
            ADD 1 TO W-SUC-LOTES.
            ADD LOTS-STOCK TO W-SUC-UNIDADES.
            ADD LOTS-STOCK TO W-TOT-UNIDADES.

       F-LISTO-UN-LOTE.
            EXIT.

       CIERRO-SUCURSAL.
            MOVE W-SUC-UNIDADES TO UNIDADES-ZZ.
            DISPLAY GUIONES.
            DISPLAY "Sucursal " W-SUC-ACTUAL ": " W-SUC-LOTES
                    " lotes, " UNIDADES-ZZ " unidades".
            MOVE 0 TO W-SUC-LOTES.
            MOVE 0 TO W-SUC-UNIDADES.

       F-CIERRO-SUCURSAL.
            EXIT.

       END PROGRAM "REPORTE-LOTES-VENCER".
