      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Escalera de vencimientos de la cartera de cheques. La
      *          mayoria de los cheques que recibimos son de pago
      *          diferido; este reporte reparte los cheques en cartera
      *          segun su fecha de pago (CHQ-FECHA-PAGO) en bandas:
      *          esta semana (incluye los ya vencidos, listos para
      *          depositar), la semana proxima, hasta 30 dias, 31-60,
      *          61-90 y mas de 90 dias. Primero por banco (orden de la
      *          clave de la cartera) y despues por cliente (clave
      *          alterna CHQ-CLI-ID), con el total general. Importes
      *          en pesos sin centavos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-VENCIMIENTOS-CHEQUES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cheques.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cheques.fd".

       WORKING-STORAGE SECTION.

       01 ST-CHEQUES        PIC XX.
       01 W-FIN-CHEQUES     PIC X VALUE "N".
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-FECHA-PAGO      PIC 9(8).
       01 W-FECHA-PAGO-R REDEFINES W-FECHA-PAGO.
          05 W-FP-ANIO      PIC 9(4).
          05 W-FP-MES       PIC 9(2).
          05 W-FP-DIA       PIC 9(2).

      * Dias como enteros de INTEGER-OF-DATE: el dia 1 es lunes
      * (1/1/1601), asi que (dia - 1) modulo 7 da 0 para el lunes y
      * la semana en curso termina el domingo.
       01 W-HOY-INT         PIC 9(7).
       01 W-PAGO-INT        PIC 9(7).
       01 W-FIN-SEMANA      PIC 9(7).
       01 W-FIN-PROXIMA     PIC 9(7).
       01 W-DIA-SEMANA      PIC 9.
       01 W-COCIENTE        PIC 9(7).
       01 W-DIAS-PAGO       PIC S9(7).
       01 W-BANDA           PIC 9.

      * Una escalera por corte (banco o cliente) y la del total
      * general; las seis bandas mas el total del corte.
       01 W-ESCALERA-CORTE.
          05 W-EC-BANDA     PIC S9(11)V9(2) OCCURS 6 TIMES.
          05 W-EC-TOTAL     PIC S9(11)V9(2).
          05 W-EC-CANT      PIC 9(5).
       01 W-ESCALERA-GENERAL.
          05 W-EG-BANDA     PIC S9(11)V9(2) OCCURS 6 TIMES.
          05 W-EG-TOTAL     PIC S9(11)V9(2).
          05 W-EG-CANT      PIC 9(5).
       01 W-IND-BANDA       PIC 9.

       01 W-BANCO-ACTUAL    PIC X(3).
       01 W-CLI-ACTUAL      PIC 9(7).
       01 W-HAY-CORTE       PIC X.

       01 W-LINEA-ESCALERA.
          05 W-LE-CORTE     PIC X(7).
          05 FILLER         PIC X VALUE SPACE.
          05 W-LE-IMPORTE   PIC ---------9 OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo Cheques: " ST-CHEQUES
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-HOY-INT =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            COMPUTE W-PAGO-INT = W-HOY-INT - 1.
            DIVIDE W-PAGO-INT BY 7 GIVING W-COCIENTE
                   REMAINDER W-DIA-SEMANA.
            COMPUTE W-FIN-SEMANA = W-HOY-INT + 6 - W-DIA-SEMANA.
            COMPUTE W-FIN-PROXIMA = W-FIN-SEMANA + 7.
            INITIALIZE W-ESCALERA-GENERAL.
            DISPLAY "VENCIMIENTOS DE LA CARTERA DE CHEQUES AL "
                    W-FECHA-SISTEMA.
            PERFORM LISTO-POR-BANCO THRU F-LISTO-POR-BANCO.
            PERFORM LISTO-POR-CLIENTE THRU F-LISTO-POR-CLIENTE.
            CLOSE CHEQUES.
            DISPLAY " ".
            MOVE "TOTAL" TO W-LE-CORTE.
            PERFORM ARMO-LINEA-GENERAL THRU F-ARMO-LINEA-GENERAL
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > 6.
            MOVE W-EG-TOTAL TO W-LE-IMPORTE(7).
            DISPLAY W-LINEA-ESCALERA.
            DISPLAY "Cheques en cartera: " W-EG-CANT.
            STOP RUN.

       ENCABEZADO.
            DISPLAY " ".
            DISPLAY W-LE-CORTE SPACE
                    "    Semana   Proxima   30 dias   60 dias"
                    "   90 dias  +90 dias     Total".
            DISPLAY "----------------------------------------"
                    "--------------------------------------".

      * LISTO-POR-BANCO: recorre la cartera por la clave (banco +
      * numero) con corte por banco; es la pasada que ademas acumula
      * el total general.
       LISTO-POR-BANCO.
            DISPLAY " ".
            MOVE "BANCO" TO W-LE-CORTE.
            PERFORM ENCABEZADO.
            MOVE "N" TO W-HAY-CORTE.
            MOVE LOW-VALUES TO CHQ-CLAVE.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-CHEQUES
              NOT INVALID KEY MOVE "N" TO W-FIN-CHEQUES
            END-START.
            PERFORM LEO-POR-BANCO THRU F-LEO-POR-BANCO
                UNTIL W-FIN-CHEQUES = "S".
            IF W-HAY-CORTE = "S"
               MOVE W-BANCO-ACTUAL TO W-LE-CORTE
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
            END-IF.

       F-LISTO-POR-BANCO.
            EXIT.

       LEO-POR-BANCO.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CHEQUES
                GO TO F-LEO-POR-BANCO
            END-READ.
            IF NOT CHQ-EN-CARTERA
               GO TO F-LEO-POR-BANCO
            END-IF.
            IF W-HAY-CORTE = "S" AND CHQ-BANCO NOT = W-BANCO-ACTUAL
               MOVE W-BANCO-ACTUAL TO W-LE-CORTE
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
               MOVE "N" TO W-HAY-CORTE
            END-IF.
            IF W-HAY-CORTE NOT = "S"
               INITIALIZE W-ESCALERA-CORTE
               MOVE CHQ-BANCO TO W-BANCO-ACTUAL
               MOVE "S" TO W-HAY-CORTE
            END-IF.
            PERFORM CALCULO-BANDA THRU F-CALCULO-BANDA.
            ADD CHQ-IMPORTE TO W-EC-BANDA(W-BANDA) W-EC-TOTAL.
            ADD 1 TO W-EC-CANT.
            ADD CHQ-IMPORTE TO W-EG-BANDA(W-BANDA) W-EG-TOTAL.
            ADD 1 TO W-EG-CANT.

       F-LEO-POR-BANCO.
            EXIT.

      * LISTO-POR-CLIENTE: la misma cartera por la clave alterna del
      * cliente -- cuanto de lo que cada cliente "pago" es papel con
      * fecha futura.
       LISTO-POR-CLIENTE.
            DISPLAY " ".
            MOVE "CLIENTE" TO W-LE-CORTE.
            PERFORM ENCABEZADO.
            MOVE "N" TO W-HAY-CORTE.
            MOVE 0 TO CHQ-CLI-ID.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-CHEQUES
              NOT INVALID KEY MOVE "N" TO W-FIN-CHEQUES
            END-START.
            PERFORM LEO-POR-CLIENTE THRU F-LEO-POR-CLIENTE
                UNTIL W-FIN-CHEQUES = "S".
            IF W-HAY-CORTE = "S"
               MOVE W-CLI-ACTUAL TO W-LE-CORTE
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
            END-IF.

       F-LISTO-POR-CLIENTE.
            EXIT.

       LEO-POR-CLIENTE.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CHEQUES
                GO TO F-LEO-POR-CLIENTE
            END-READ.
            IF NOT CHQ-EN-CARTERA
               GO TO F-LEO-POR-CLIENTE
            END-IF.
            IF W-HAY-CORTE = "S" AND CHQ-CLI-ID NOT = W-CLI-ACTUAL
               MOVE W-CLI-ACTUAL TO W-LE-CORTE
               PERFORM IMPRIMO-CORTE THRU F-IMPRIMO-CORTE
               MOVE "N" TO W-HAY-CORTE
            END-IF.
            IF W-HAY-CORTE NOT = "S"
               INITIALIZE W-ESCALERA-CORTE
               MOVE CHQ-CLI-ID TO W-CLI-ACTUAL
               MOVE "S" TO W-HAY-CORTE
            END-IF.
            PERFORM CALCULO-BANDA THRU F-CALCULO-BANDA.
            ADD CHQ-IMPORTE TO W-EC-BANDA(W-BANDA) W-EC-TOTAL.
            ADD 1 TO W-EC-CANT.

       F-LEO-POR-CLIENTE.
            EXIT.

      * CALCULO-BANDA: un cheque sin fecha de pago valida (cargado
      * antes del campo) es al dia y cae en la semana en curso.
       CALCULO-BANDA.
            MOVE 1 TO W-BANDA.
            MOVE CHQ-FECHA-PAGO TO W-FECHA-PAGO.
            IF W-FECHA-PAGO NOT NUMERIC
                  OR W-FP-MES < 1 OR W-FP-MES > 12
                  OR W-FP-DIA < 1 OR W-FP-ANIO < 1601
               GO TO F-CALCULO-BANDA
            END-IF.
            COMPUTE W-PAGO-INT =
                    FUNCTION INTEGER-OF-DATE(W-FECHA-PAGO).
            COMPUTE W-DIAS-PAGO = W-PAGO-INT - W-HOY-INT.
            EVALUATE TRUE
               WHEN W-PAGO-INT NOT > W-FIN-SEMANA
                  MOVE 1 TO W-BANDA
               WHEN W-PAGO-INT NOT > W-FIN-PROXIMA
                  MOVE 2 TO W-BANDA
               WHEN W-DIAS-PAGO NOT > 30
                  MOVE 3 TO W-BANDA
               WHEN W-DIAS-PAGO NOT > 60
                  MOVE 4 TO W-BANDA
               WHEN W-DIAS-PAGO NOT > 90
                  MOVE 5 TO W-BANDA
               WHEN OTHER
                  MOVE 6 TO W-BANDA
            END-EVALUATE.

       F-CALCULO-BANDA.
            EXIT.

       IMPRIMO-CORTE.
            PERFORM ARMO-LINEA-CORTE THRU F-ARMO-LINEA-CORTE
                VARYING W-IND-BANDA FROM 1 BY 1
                    UNTIL W-IND-BANDA > 6.
            MOVE W-EC-TOTAL TO W-LE-IMPORTE(7).
            DISPLAY W-LINEA-ESCALERA.

       F-IMPRIMO-CORTE.
            EXIT.

       ARMO-LINEA-CORTE.
            MOVE W-EC-BANDA(W-IND-BANDA) TO W-LE-IMPORTE(W-IND-BANDA).

       F-ARMO-LINEA-CORTE.
            EXIT.

       ARMO-LINEA-GENERAL.
            MOVE W-EG-BANDA(W-IND-BANDA) TO W-LE-IMPORTE(W-IND-BANDA).

       F-ARMO-LINEA-GENERAL.
            EXIT.

       END PROGRAM "REPORTE-VENCIMIENTOS-CHEQUES".
