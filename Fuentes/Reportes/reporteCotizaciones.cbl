      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte mensual de presupuestos por vendedor. Toma
      *          los presupuestos emitidos en el periodo pedido
      *          (AAAAMM, por COT-FECHA) recorriendo COTIZACIONES por
      *          la clave alterna COT-VENDEDOR (el CLI_VENDEDOR de la
      *          cuenta al presupuestar) y muestra, por vendedor,
      *          cuantos se emitieron, cuantos se ganaron (convertidos
      *          en factura o remito), cuantos se perdieron -- abierto
      *          por motivo --, cuantos vencieron sin respuesta y
      *          cuantos siguen abiertos, con los importes y la tasa
      *          de conversion en cantidad y en importe. Total general
      *          al pie.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-COTIZACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cotizaciones.sel".
              COPY "./sel/vendedores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cotizaciones.fd".
              COPY "./fd/vendedores.fd".

       WORKING-STORAGE SECTION.

       01 ST-COTIZACIONES   PIC XX.
       01 ST-VENDEDORES     PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-PERIODO         PIC 9(6).
       01 W-PERIODO-REG     PIC 9(6).
       01 W-FECHA-SISTEMA   PIC 9(8).

      * Acumuladores: 1 = vendedor en curso, 2 = total general. Por
      * cada uno, cantidad e importe de emitidos, ganados, perdidos,
      * vencidos y abiertos, y perdidos por motivo.
       01 W-ACUMULADORES.
          03 W-AC-ENTRADA OCCURS 2 TIMES.
             05 W-AC-EMI-CANT  PIC 9(5).
             05 W-AC-EMI-IMP   PIC S9(11)V9(2).
             05 W-AC-GAN-CANT  PIC 9(5).
             05 W-AC-GAN-IMP   PIC S9(11)V9(2).
             05 W-AC-PER-CANT  PIC 9(5).
             05 W-AC-PER-IMP   PIC S9(11)V9(2).
             05 W-AC-VEN-CANT  PIC 9(5).
             05 W-AC-VEN-IMP   PIC S9(11)V9(2).
             05 W-AC-ABI-CANT  PIC 9(5).
             05 W-AC-ABI-IMP   PIC S9(11)V9(2).
             05 W-AC-MOTIVO    PIC 9(5) OCCURS 6 TIMES.
       01 W-IND-AC          PIC 9.
       01 W-IND-MOT         PIC 9.

       01 TABLA-MOTIVOS.
          05 FILLER PIC X(2) VALUE "PR".
          05 FILLER PIC X(2) VALUE "PZ".
          05 FILLER PIC X(2) VALUE "ST".
          05 FILLER PIC X(2) VALUE "CP".
          05 FILLER PIC X(2) VALUE "DS".
          05 FILLER PIC X(2) VALUE "OT".
       01 MOTIVOS-R REDEFINES TABLA-MOTIVOS.
          05 W-CODIGO-MOTIVO PIC X(2) OCCURS 6 TIMES.

       01 W-VEN-ACTUAL      PIC X(5).
       01 W-HAY-CORTE       PIC X VALUE "N".
       01 W-TASA-CANT       PIC 9(3)V9.
       01 W-TASA-IMP        PIC 9(3)V9.

       01 CANT-ZZ           PIC ZZ.ZZ9.
       01 IMPORTE-ZZ        PIC ---.---.---.--9,99.
       01 TASA-ZZ           PIC ZZ9,9.
       01 MOT-ZZ            PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY "Periodo (AAAAMM, 0=mes en curso): "
                    WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            IF W-PERIODO = 0
               MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO
            END-IF.
            OPEN INPUT COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT VENDEDORES.
            IF ST-VENDEDORES > "07"
               DISPLAY "Error abriendo Vendedores: " ST-VENDEDORES
               CLOSE COTIZACIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            INITIALIZE W-ACUMULADORES.
            DISPLAY "PRESUPUESTOS POR VENDEDOR - EMITIDOS EN "
                    W-PERIODO " (situacion al " W-FECHA-SISTEMA ")".
            DISPLAY " ".
            MOVE LOW-VALUES TO COT-VENDEDOR.
            START COTIZACIONES KEY IS NOT LESS THAN COT-VENDEDOR
              INVALID KEY MOVE "S" TO W-FIN
            END-START.
            PERFORM LEO-UNA-COTIZACION THRU F-LEO-UNA-COTIZACION
                UNTIL W-FIN = "S".
            IF W-HAY-CORTE = "S"
               PERFORM IMPRIMO-VENDEDOR THRU F-IMPRIMO-VENDEDOR
            END-IF.
            IF W-AC-EMI-CANT(2) = 0
               DISPLAY "No hay presupuestos emitidos en el periodo"
            ELSE
               DISPLAY "TOTAL GENERAL"
               MOVE 2 TO W-IND-AC
               PERFORM IMPRIMO-ACUMULADOR THRU F-IMPRIMO-ACUMULADOR
            END-IF.
            CLOSE COTIZACIONES.
            CLOSE VENDEDORES.
            STOP RUN.

       LEO-UNA-COTIZACION.
            READ COTIZACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-UNA-COTIZACION
            END-READ.
            MOVE COT-FECHA(1:6) TO W-PERIODO-REG.
            IF W-PERIODO-REG NOT = W-PERIODO
               GO TO F-LEO-UNA-COTIZACION
            END-IF.
            IF W-HAY-CORTE = "S" AND COT-VENDEDOR NOT = W-VEN-ACTUAL
               PERFORM IMPRIMO-VENDEDOR THRU F-IMPRIMO-VENDEDOR
               MOVE "N" TO W-HAY-CORTE
            END-IF.
            IF W-HAY-CORTE NOT = "S"
               MOVE COT-VENDEDOR TO W-VEN-ACTUAL
               INITIALIZE W-AC-ENTRADA(1)
               MOVE "S" TO W-HAY-CORTE
            END-IF.
            MOVE 1 TO W-IND-AC.
            PERFORM ACUMULO-COTIZACION THRU F-ACUMULO-COTIZACION.
            MOVE 2 TO W-IND-AC.
            PERFORM ACUMULO-COTIZACION THRU F-ACUMULO-COTIZACION.

       F-LEO-UNA-COTIZACION.
            EXIT.

      * ACUMULO-COTIZACION: un pendiente cuya validez ya paso cuenta
      * como vencido; uno todavia vigente, como abierto.
       ACUMULO-COTIZACION.
            ADD 1 TO W-AC-EMI-CANT(W-IND-AC).
            ADD COT-TOTAL TO W-AC-EMI-IMP(W-IND-AC).
            EVALUATE TRUE
               WHEN COT-GANADO
                  ADD 1 TO W-AC-GAN-CANT(W-IND-AC)
                  ADD COT-TOTAL TO W-AC-GAN-IMP(W-IND-AC)
               WHEN COT-PERDIDO
                  ADD 1 TO W-AC-PER-CANT(W-IND-AC)
                  ADD COT-TOTAL TO W-AC-PER-IMP(W-IND-AC)
                  PERFORM CUENTO-MOTIVO THRU F-CUENTO-MOTIVO
                      VARYING W-IND-MOT FROM 1 BY 1
                          UNTIL W-IND-MOT > 6
               WHEN COT-VALIDEZ < W-FECHA-SISTEMA
                  ADD 1 TO W-AC-VEN-CANT(W-IND-AC)
                  ADD COT-TOTAL TO W-AC-VEN-IMP(W-IND-AC)
               WHEN OTHER
                  ADD 1 TO W-AC-ABI-CANT(W-IND-AC)
                  ADD COT-TOTAL TO W-AC-ABI-IMP(W-IND-AC)
            END-EVALUATE.

       F-ACUMULO-COTIZACION.
            EXIT.

       CUENTO-MOTIVO.
            IF W-CODIGO-MOTIVO(W-IND-MOT) = COT-MOTIVO-PERDIDA
               ADD 1 TO W-AC-MOTIVO(W-IND-AC, W-IND-MOT)
            END-IF.

       F-CUENTO-MOTIVO.
            EXIT.

       IMPRIMO-VENDEDOR.
            MOVE W-VEN-ACTUAL TO VEN-CODIGO.
            READ VENDEDORES KEY IS VEN-CODIGO
              INVALID KEY
                MOVE SPACES TO VEN-NOMBRE
            END-READ.
            IF W-VEN-ACTUAL = SPACES
               DISPLAY "(sin vendedor)"
            ELSE
               DISPLAY "Vendedor " W-VEN-ACTUAL SPACE VEN-NOMBRE
            END-IF.
            MOVE 1 TO W-IND-AC.
            PERFORM IMPRIMO-ACUMULADOR THRU F-IMPRIMO-ACUMULADOR.

       F-IMPRIMO-VENDEDOR.
            EXIT.

       IMPRIMO-ACUMULADOR.
            MOVE W-AC-EMI-CANT(W-IND-AC) TO CANT-ZZ.
            MOVE W-AC-EMI-IMP(W-IND-AC) TO IMPORTE-ZZ.
            DISPLAY "  Emitidos  " CANT-ZZ SPACE IMPORTE-ZZ.
            MOVE W-AC-GAN-CANT(W-IND-AC) TO CANT-ZZ.
            MOVE W-AC-GAN-IMP(W-IND-AC) TO IMPORTE-ZZ.
            DISPLAY "  Ganados   " CANT-ZZ SPACE IMPORTE-ZZ.
            MOVE W-AC-PER-CANT(W-IND-AC) TO CANT-ZZ.
            MOVE W-AC-PER-IMP(W-IND-AC) TO IMPORTE-ZZ.
            DISPLAY "  Perdidos  " CANT-ZZ SPACE IMPORTE-ZZ.
            IF W-AC-PER-CANT(W-IND-AC) > 0
               DISPLAY "    por motivo:" WITH NO ADVANCING
               PERFORM IMPRIMO-MOTIVO THRU F-IMPRIMO-MOTIVO
                   VARYING W-IND-MOT FROM 1 BY 1
                       UNTIL W-IND-MOT > 6
               DISPLAY " "
            END-IF.
            MOVE W-AC-VEN-CANT(W-IND-AC) TO CANT-ZZ.
            MOVE W-AC-VEN-IMP(W-IND-AC) TO IMPORTE-ZZ.
            DISPLAY "  Vencidos  " CANT-ZZ SPACE IMPORTE-ZZ.
            MOVE W-AC-ABI-CANT(W-IND-AC) TO CANT-ZZ.
            MOVE W-AC-ABI-IMP(W-IND-AC) TO IMPORTE-ZZ.
            DISPLAY "  Abiertos  " CANT-ZZ SPACE IMPORTE-ZZ.
            MOVE 0 TO W-TASA-CANT.
            MOVE 0 TO W-TASA-IMP.
            IF W-AC-EMI-CANT(W-IND-AC) > 0
               COMPUTE W-TASA-CANT ROUNDED =
                       W-AC-GAN-CANT(W-IND-AC) * 100
                     / W-AC-EMI-CANT(W-IND-AC)
            END-IF.
            IF W-AC-EMI-IMP(W-IND-AC) > 0
               COMPUTE W-TASA-IMP ROUNDED =
                       W-AC-GAN-IMP(W-IND-AC) * 100
                     / W-AC-EMI-IMP(W-IND-AC)
            END-IF.
            MOVE W-TASA-CANT TO TASA-ZZ.
            DISPLAY "  Conversion: " TASA-ZZ "% en cantidad, "
                    WITH NO ADVANCING.
            MOVE W-TASA-IMP TO TASA-ZZ.
            DISPLAY TASA-ZZ "% en importe".
            DISPLAY " ".

       F-IMPRIMO-ACUMULADOR.
            EXIT.

       IMPRIMO-MOTIVO.
            MOVE W-AC-MOTIVO(W-IND-AC, W-IND-MOT) TO MOT-ZZ.
            DISPLAY " " W-CODIGO-MOTIVO(W-IND-MOT) MOT-ZZ
                    WITH NO ADVANCING.

       F-IMPRIMO-MOTIVO.
            EXIT.

       END PROGRAM "REPORTE-COTIZACIONES".
