      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte semanal de reclamos abiertos. Recorre
      *          DISPUTAS, toma los reclamos todavia abiertos y los
      *          envejece desde la fecha de apertura en las mismas
      *          bandas de 30/60/90 dias que el estado de cuenta.
      *          Sale ordenado por responsable y motivo (SORT, como
      *          GENERACION-COLA-COBRANZAS): un renglon por reclamo,
      *          subtotal por motivo y por responsable con el importe
      *          en cada banda, y al pie el total general por motivo.
      *          Es la lista que el supervisor de cobranzas revisa
      *          los lunes para ver quien tiene reclamos dormidos.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-DISPUTAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/disputas.sel".

              SELECT SORT-DISPUTAS ASSIGN TO "./sortdisp.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/disputas.fd".

       SD SORT-DISPUTAS.
       01 SORT-REC.
          03 SD-RESPONSABLE  PIC X(8).
          03 SD-MOTIVO       PIC X.
          03 SD-DIAS         PIC 9(5).
          03 SD-FACT-NUMERO  PIC 9(9).
          03 SD-CLI-ID       PIC 9(7).
          03 SD-FECHA        PIC 9(8).
          03 SD-IMPORTE      PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.

       01 ST-DISPUTAS        PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-SALIDA       PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-DIAS-HOY         PIC 9(7).
       01 W-BANDA            PIC 9.
       01 W-IND-BANDA        PIC 9.
       01 W-IND-MOTIVO       PIC 9.
       01 W-MOTIVO-DESC      PIC X(17).

       01 W-ACT-RESPONSABLE  PIC X(8) VALUE SPACES.
       01 W-ACT-MOTIVO       PIC X VALUE SPACE.
       01 W-PRIMERO          PIC X VALUE "S".

      * Acumuladores por banda: 1 hasta 30 dias, 2 de 31 a 60, 3 de
      * 61 a 90, 4 mas de 90.
       01 W-TOT-MOTIVO.
          03 W-TM-BANDA      PIC S9(11)V9(2) OCCURS 4 TIMES.
       01 W-CANT-MOTIVO      PIC 9(5).
       01 W-TOT-RESPONSABLE.
          03 W-TR-BANDA      PIC S9(11)V9(2) OCCURS 4 TIMES.
       01 W-CANT-RESPONSABLE PIC 9(5).

      * Total general por motivo (P, C, D, N en ese orden) y banda.
       01 W-TABLA-MOTIVOS    PIC X(4) VALUE "PCDN".
       01 W-TABLA-MOTIVOS-R REDEFINES W-TABLA-MOTIVOS.
          03 W-MOT-CODIGO    PIC X OCCURS 4 TIMES.
       01 W-TOT-GENERAL.
          03 W-TG-MOTIVO OCCURS 4 TIMES.
             05 W-TG-CANT    PIC 9(5).
             05 W-TG-BANDA   PIC S9(11)V9(2) OCCURS 4 TIMES.
       01 W-CANT-TOTAL       PIC 9(5) VALUE 0.
       01 W-IMPORTE-TOTAL    PIC S9(11)V9(2) VALUE 0.

       01 MONTO-ZZ           PIC ---------9,99.
       01 B1-ZZ              PIC ---------9,99.
       01 B2-ZZ              PIC ---------9,99.
       01 B3-ZZ              PIC ---------9,99.
       01 B4-ZZ              PIC ---------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-DIAS-HOY =
                FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            INITIALIZE W-TOT-GENERAL.
            SORT SORT-DISPUTAS
              ON ASCENDING KEY SD-RESPONSABLE SD-MOTIVO
              ON DESCENDING KEY SD-DIAS
              INPUT PROCEDURE IS CARGO-ABIERTAS
                  THRU F-CARGO-ABIERTAS
              OUTPUT PROCEDURE IS LISTO-DISPUTAS
                  THRU F-LISTO-DISPUTAS.
            PERFORM LISTO-TOTAL-GENERAL THRU F-LISTO-TOTAL-GENERAL.
            STOP RUN.

       CARGO-ABIERTAS.
            OPEN INPUT DISPUTAS.
            IF ST-DISPUTAS > "07"
               DISPLAY "Error abriendo Disputas: " ST-DISPUTAS
               MOVE "S" TO W-FIN
            ELSE
               MOVE 0 TO DIS-FACT-NUMERO
               START DISPUTAS KEY IS NOT LESS THAN DIS-FACT-NUMERO
                 INVALID KEY MOVE "S" TO W-FIN
               END-START
            END-IF.
            PERFORM CARGO-UNA-DISPUTA THRU F-CARGO-UNA-DISPUTA
                UNTIL W-FIN = "S".
            CLOSE DISPUTAS.

       F-CARGO-ABIERTAS.
            EXIT.

       CARGO-UNA-DISPUTA.
            READ DISPUTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-CARGO-UNA-DISPUTA
            END-READ.
            IF NOT DIS-ABIERTA
               GO TO F-CARGO-UNA-DISPUTA
            END-IF.
            MOVE DIS-RESPONSABLE TO SD-RESPONSABLE.
            MOVE DIS-MOTIVO TO SD-MOTIVO.
            MOVE DIS-FACT-NUMERO TO SD-FACT-NUMERO.
            MOVE DIS-CLI-ID TO SD-CLI-ID.
            MOVE DIS-FECHA-APERTURA TO SD-FECHA.
            MOVE DIS-IMPORTE TO SD-IMPORTE.
            IF DIS-FECHA-APERTURA = 0
                  OR DIS-FECHA-APERTURA > W-FECHA-SISTEMA
               MOVE 0 TO SD-DIAS
            ELSE
               COMPUTE SD-DIAS = W-DIAS-HOY -
                   FUNCTION INTEGER-OF-DATE(DIS-FECHA-APERTURA)
            END-IF.
            RELEASE SORT-REC.

       F-CARGO-UNA-DISPUTA.
            EXIT.

       LISTO-DISPUTAS.
            DISPLAY "RECLAMOS ABIERTOS POR RESPONSABLE Y MOTIVO - "
                    W-FECHA-SISTEMA.
            DISPLAY "RESPONS. MOTIVO            FACTURA   CLIENTE "
                    "ABIERTO   DIAS        IMPORTE".
            PERFORM LISTO-UNA-DISPUTA THRU F-LISTO-UNA-DISPUTA
                UNTIL W-FIN-SALIDA = "S".
            IF W-PRIMERO NOT = "S"
               PERFORM CORTE-MOTIVO THRU F-CORTE-MOTIVO
               PERFORM CORTE-RESPONSABLE THRU F-CORTE-RESPONSABLE
            END-IF.

       F-LISTO-DISPUTAS.
            EXIT.

       LISTO-UNA-DISPUTA.
            RETURN SORT-DISPUTAS
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-LISTO-UNA-DISPUTA
            END-RETURN.
            IF W-PRIMERO = "S"
               MOVE "N" TO W-PRIMERO
               MOVE SD-RESPONSABLE TO W-ACT-RESPONSABLE
               MOVE SD-MOTIVO TO W-ACT-MOTIVO
               INITIALIZE W-TOT-MOTIVO W-TOT-RESPONSABLE
               MOVE 0 TO W-CANT-MOTIVO W-CANT-RESPONSABLE
            END-IF.
            IF SD-RESPONSABLE NOT = W-ACT-RESPONSABLE
               PERFORM CORTE-MOTIVO THRU F-CORTE-MOTIVO
               PERFORM CORTE-RESPONSABLE THRU F-CORTE-RESPONSABLE
               MOVE SD-RESPONSABLE TO W-ACT-RESPONSABLE
               MOVE SD-MOTIVO TO W-ACT-MOTIVO
            ELSE
               IF SD-MOTIVO NOT = W-ACT-MOTIVO
                  PERFORM CORTE-MOTIVO THRU F-CORTE-MOTIVO
                  MOVE SD-MOTIVO TO W-ACT-MOTIVO
               END-IF
            END-IF.
            EVALUATE TRUE
               WHEN SD-DIAS <= 30
                  MOVE 1 TO W-BANDA
               WHEN SD-DIAS <= 60
                  MOVE 2 TO W-BANDA
               WHEN SD-DIAS <= 90
                  MOVE 3 TO W-BANDA
               WHEN OTHER
                  MOVE 4 TO W-BANDA
            END-EVALUATE.
            ADD SD-IMPORTE TO W-TM-BANDA(W-BANDA).
            ADD 1 TO W-CANT-MOTIVO.
            ADD SD-IMPORTE TO W-IMPORTE-TOTAL.
            ADD 1 TO W-CANT-TOTAL.
            PERFORM BUSCO-MOTIVO THRU F-BUSCO-MOTIVO.
            IF W-IND-MOTIVO > 0
               ADD 1 TO W-TG-CANT(W-IND-MOTIVO)
               ADD SD-IMPORTE TO W-TG-BANDA(W-IND-MOTIVO, W-BANDA)
            END-IF.
            PERFORM DESCRIBO-MOTIVO THRU F-DESCRIBO-MOTIVO.
            MOVE SD-IMPORTE TO MONTO-ZZ.
            DISPLAY SD-RESPONSABLE SPACE W-MOTIVO-DESC SPACE
                    SD-FACT-NUMERO SPACE SD-CLI-ID SPACE SD-FECHA
                    SPACE SD-DIAS MONTO-ZZ.

       F-LISTO-UNA-DISPUTA.
            EXIT.

      * CORTE-MOTIVO: subtotal del motivo dentro del responsable, por
      * banda; pasa lo acumulado al total del responsable.
       CORTE-MOTIVO.
            PERFORM DESCRIBO-MOTIVO THRU F-DESCRIBO-MOTIVO.
            MOVE W-TM-BANDA(1) TO B1-ZZ.
            MOVE W-TM-BANDA(2) TO B2-ZZ.
            MOVE W-TM-BANDA(3) TO B3-ZZ.
            MOVE W-TM-BANDA(4) TO B4-ZZ.
            DISPLAY "   Subtotal " W-MOTIVO-DESC " (" W-CANT-MOTIVO
                    ") 0-30" B1-ZZ " 31-60" B2-ZZ.
            DISPLAY "                                    61-90" B3-ZZ
                    " +90" B4-ZZ.
            PERFORM ACUMULO-BANDA-RESP THRU F-ACUMULO-BANDA-RESP
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > 4.
            ADD W-CANT-MOTIVO TO W-CANT-RESPONSABLE.
            INITIALIZE W-TOT-MOTIVO.
            MOVE 0 TO W-CANT-MOTIVO.

       F-CORTE-MOTIVO.
            EXIT.

       ACUMULO-BANDA-RESP.
            ADD W-TM-BANDA(W-IND-BANDA) TO W-TR-BANDA(W-IND-BANDA).

       F-ACUMULO-BANDA-RESP.
            EXIT.

       CORTE-RESPONSABLE.
            MOVE W-TR-BANDA(1) TO B1-ZZ.
            MOVE W-TR-BANDA(2) TO B2-ZZ.
            MOVE W-TR-BANDA(3) TO B3-ZZ.
            MOVE W-TR-BANDA(4) TO B4-ZZ.
            DISPLAY "TOTAL " W-ACT-RESPONSABLE " (" W-CANT-RESPONSABLE
                    ") 0-30" B1-ZZ " 31-60" B2-ZZ " 61-90" B3-ZZ
                    " +90" B4-ZZ.
            DISPLAY " ".
            INITIALIZE W-TOT-RESPONSABLE.
            MOVE 0 TO W-CANT-RESPONSABLE.

       F-CORTE-RESPONSABLE.
            EXIT.

       BUSCO-MOTIVO.
            MOVE 0 TO W-IND-MOTIVO.
            PERFORM COMPARO-MOTIVO THRU F-COMPARO-MOTIVO
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > 4 OR W-IND-MOTIVO > 0.

       F-BUSCO-MOTIVO.
            EXIT.

       COMPARO-MOTIVO.
            IF W-MOT-CODIGO(W-IND-BANDA) = SD-MOTIVO
               MOVE W-IND-BANDA TO W-IND-MOTIVO
            END-IF.

       F-COMPARO-MOTIVO.
            EXIT.

       DESCRIBO-MOTIVO.
            EVALUATE W-ACT-MOTIVO
               WHEN "P"
                  MOVE "PRECIO" TO W-MOTIVO-DESC
               WHEN "C"
                  MOVE "CANTIDAD" TO W-MOTIVO-DESC
               WHEN "D"
                  MOVE "MERCADERIA DANADA" TO W-MOTIVO-DESC
               WHEN "N"
                  MOVE "NO RECIBIDA" TO W-MOTIVO-DESC
               WHEN OTHER
                  MOVE "SIN MOTIVO" TO W-MOTIVO-DESC
            END-EVALUATE.

       F-DESCRIBO-MOTIVO.
            EXIT.

      * LISTO-TOTAL-GENERAL: al pie, el total de la cartera en
      * disputa por motivo y banda.
       LISTO-TOTAL-GENERAL.
            DISPLAY "TOTAL GENERAL POR MOTIVO".
            PERFORM LISTO-UN-MOTIVO THRU F-LISTO-UN-MOTIVO
                VARYING W-IND-MOTIVO FROM 1 BY 1
                    UNTIL W-IND-MOTIVO > 4.
            MOVE W-IMPORTE-TOTAL TO MONTO-ZZ.
            DISPLAY "Reclamos abiertos: " W-CANT-TOTAL
                    "  en disputa: " MONTO-ZZ.

       F-LISTO-TOTAL-GENERAL.
            EXIT.

       LISTO-UN-MOTIVO.
            MOVE W-MOT-CODIGO(W-IND-MOTIVO) TO W-ACT-MOTIVO.
            PERFORM DESCRIBO-MOTIVO THRU F-DESCRIBO-MOTIVO.
            MOVE W-TG-BANDA(W-IND-MOTIVO, 1) TO B1-ZZ.
            MOVE W-TG-BANDA(W-IND-MOTIVO, 2) TO B2-ZZ.
            MOVE W-TG-BANDA(W-IND-MOTIVO, 3) TO B3-ZZ.
            MOVE W-TG-BANDA(W-IND-MOTIVO, 4) TO B4-ZZ.
            DISPLAY W-MOTIVO-DESC " (" W-TG-CANT(W-IND-MOTIVO)
                    ") 0-30" B1-ZZ " 31-60" B2-ZZ " 61-90" B3-ZZ
                    " +90" B4-ZZ.

       F-LISTO-UN-MOTIVO.
            EXIT.

       END PROGRAM "REPORTE-DISPUTAS".
