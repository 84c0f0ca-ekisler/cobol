      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Asiento de inicio y fin de un pedido de COLA-REPORTES.
      *          Corre dentro del job que GENERACION-COLA-REPORTES arma
      *          para cada pedido, delante y detras del paso del
      *          reporte, con una tarjeta SYSIN:
      *            - "I nnnnnnn": el pedido pasa a en curso (X) con la
      *              fecha y hora de inicio.
      *            - "F nnnnnnn rc": fecha y hora de fin y el RC del
      *              reporte; RC menor a 8 lo da por terminado (T), 8
      *              o mas lo deja en error (E) para que se vuelva a
      *              correr la noche siguiente.
      *          El job trae un paso de fin por cada RC posible (00,
      *          04, 08 o mas) elegido por COND contra el paso del
      *          reporte, porque el RC de un paso anterior no llega
      *          al programa por otro camino.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-COLA-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/colaReportes.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/colaReportes.fd".

       WORKING-STORAGE SECTION.

       01 ST-COLA-REP        PIC XX.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).

      * W-TARJETA: modo, numero de pedido y, en el fin, el RC del
      * paso del reporte ("I 0000123" / "F 0000123 04").
       01 W-TARJETA.
          05 W-MODO          PIC X.
             88 W-MODO-INICIO   VALUE "I".
             88 W-MODO-FIN      VALUE "F".
          05 FILLER          PIC X.
          05 W-NUMERO        PIC 9(7).
          05 FILLER          PIC X.
          05 W-RC            PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-TARJETA.
            MOVE FUNCTION UPPER-CASE(W-TARJETA) TO W-TARJETA.
            IF (NOT W-MODO-INICIO AND NOT W-MODO-FIN)
                  OR W-NUMERO IS NOT NUMERIC
               DISPLAY "Tarjeta invalida: " W-TARJETA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            OPEN I-O COLA-REPORTES.
            IF ST-COLA-REP NOT = "00"
               DISPLAY "Error abriendo Cola de Reportes: " ST-COLA-REP
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE W-NUMERO TO CRP-NUMERO.
            READ COLA-REPORTES
              INVALID KEY
                DISPLAY "Pedido inexistente en la cola: " W-NUMERO
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                IF W-MODO-INICIO
                   PERFORM ASIENTO-INICIO THRU F-ASIENTO-INICIO
                ELSE
                   PERFORM ASIENTO-FIN THRU F-ASIENTO-FIN
                END-IF
            END-READ.
            CLOSE COLA-REPORTES.
            STOP RUN.

       ASIENTO-INICIO.
            SET CRP-EN-CURSO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CRP-FECHA-INICIO.
            MOVE W-HORA-SISTEMA(1:6) TO CRP-HORA-INICIO.
            MOVE 0 TO CRP-FECHA-FIN.
            MOVE 0 TO CRP-HORA-FIN.
            MOVE 0 TO CRP-RC.
            PERFORM GRABO-PEDIDO THRU F-GRABO-PEDIDO.
            DISPLAY "Pedido " CRP-NUMERO " " CRP-CODIGO " en curso".

       F-ASIENTO-INICIO.
            EXIT.

       ASIENTO-FIN.
            IF W-RC IS NOT NUMERIC
               MOVE 99 TO W-RC
            END-IF.
            MOVE W-FECHA-SISTEMA TO CRP-FECHA-FIN.
            MOVE W-HORA-SISTEMA(1:6) TO CRP-HORA-FIN.
            MOVE W-RC TO CRP-RC.
            IF W-RC < 8
               SET CRP-TERMINADO TO TRUE
            ELSE
               SET CRP-ERROR TO TRUE
            END-IF.
            PERFORM GRABO-PEDIDO THRU F-GRABO-PEDIDO.
            DISPLAY "Pedido " CRP-NUMERO " " CRP-CODIGO
                    " fin RC " CRP-RC " estado " CRP-ESTADO.

       F-ASIENTO-FIN.
            EXIT.

       GRABO-PEDIDO.
            REWRITE REG-COLA-REPORTE
              INVALID KEY
                DISPLAY "Error grabando pedido: " ST-COLA-REP
                MOVE 8 TO RETURN-CODE
            END-REWRITE.

       F-GRABO-PEDIDO.
            EXIT.

       END PROGRAM "CONTROL-COLA-REPORTES".
