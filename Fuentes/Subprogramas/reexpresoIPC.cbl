      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reexpresa un importe del periodo L-PERIODO-ORIGEN
      *          (AAAAMM) a pesos constantes del periodo L-PERIODO-BASE
      *          con INDICES-IPC: importe * IPC(base) / IPC(origen).
      *          La libreria comun de los reportes de ventas que
      *          ofrecen la opcion de moneda constante. El archivo se
      *          levanta a una tabla en la primera llamada y queda en
      *          memoria para las siguientes. Si falta el indice de
      *          alguno de los dos meses el importe vuelve sin tocar y
      *          L-REEXPRESADO en "N", para que el reporte lo cuente y
      *          lo avise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REEXPRESO-IPC".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/indicesIPC.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/indicesIPC.fd".

       WORKING-STORAGE SECTION.
       01 ST-IPC          PIC XX.
       01 W-FIN-IPC       PIC X.
       01 W-TABLA-CARGADA PIC X VALUE "N".

      * W-TABLA-IPC: 50 anios de indices mensuales alcanzan de sobra
      * para el historico de ventas que se archiva.
       01 W-TABLA-IPC.
          05 W-TI-ENTRADA OCCURS 600 TIMES.
             10 W-TI-PERIODO PIC 9(6).
             10 W-TI-INDICE  PIC 9(7)V9(4).
       01 W-CANT-IPC      PIC 9(3) VALUE 0.
       01 W-IND-IPC       PIC 9(3).

       01 W-PERIODO-BUSCO PIC 9(6).
       01 W-INDICE-HALLADO PIC 9(7)V9(4).
       01 W-INDICE-ORIGEN PIC 9(7)V9(4).
       01 W-INDICE-BASE   PIC 9(7)V9(4).

       LINKAGE SECTION.
       01 L-PERIODO-ORIGEN PIC 9(6).
       01 L-PERIODO-BASE   PIC 9(6).
       01 L-IMPORTE        PIC S9(11)V99.
       01 L-REEXPRESADO    PIC X.

       PROCEDURE DIVISION USING L-PERIODO-ORIGEN L-PERIODO-BASE
                                L-IMPORTE L-REEXPRESADO.
       MAIN-PROCEDURE.
            IF W-TABLA-CARGADA NOT = "S"
               PERFORM CARGO-INDICES THRU F-CARGO-INDICES
            END-IF.
            MOVE "N" TO L-REEXPRESADO.
            MOVE L-PERIODO-ORIGEN TO W-PERIODO-BUSCO.
            PERFORM BUSCO-INDICE THRU F-BUSCO-INDICE.
            MOVE W-INDICE-HALLADO TO W-INDICE-ORIGEN.
            MOVE L-PERIODO-BASE TO W-PERIODO-BUSCO.
            PERFORM BUSCO-INDICE THRU F-BUSCO-INDICE.
            MOVE W-INDICE-HALLADO TO W-INDICE-BASE.
            IF W-INDICE-ORIGEN = 0 OR W-INDICE-BASE = 0
               EXIT PROGRAM
            END-IF.
            COMPUTE L-IMPORTE ROUNDED =
                    L-IMPORTE * W-INDICE-BASE / W-INDICE-ORIGEN.
            MOVE "S" TO L-REEXPRESADO.
            EXIT PROGRAM.

       CARGO-INDICES.
            MOVE "S" TO W-TABLA-CARGADA.
            MOVE 0 TO W-CANT-IPC.
            OPEN INPUT INDICES-IPC.
            IF ST-IPC NOT = "00"
               GO TO F-CARGO-INDICES
            END-IF.
            MOVE 0 TO IPC-PERIODO.
            MOVE "N" TO W-FIN-IPC.
            START INDICES-IPC KEY IS NOT LESS THAN IPC-PERIODO
              INVALID KEY MOVE "S" TO W-FIN-IPC
            END-START.
            PERFORM CARGO-UN-INDICE THRU F-CARGO-UN-INDICE
                UNTIL W-FIN-IPC = "S".
            CLOSE INDICES-IPC.

       F-CARGO-INDICES.
            EXIT.

       CARGO-UN-INDICE.
            READ INDICES-IPC NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-IPC
                GO TO F-CARGO-UN-INDICE
            END-READ.
            IF W-CANT-IPC NOT < 600
               MOVE "S" TO W-FIN-IPC
               GO TO F-CARGO-UN-INDICE
            END-IF.
            ADD 1 TO W-CANT-IPC.
            MOVE IPC-PERIODO TO W-TI-PERIODO(W-CANT-IPC).
            MOVE IPC-INDICE TO W-TI-INDICE(W-CANT-IPC).

       F-CARGO-UN-INDICE.
            EXIT.

       BUSCO-INDICE.
            MOVE 0 TO W-INDICE-HALLADO.
            PERFORM COMPARO-INDICE THRU F-COMPARO-INDICE
                VARYING W-IND-IPC FROM 1 BY 1
                    UNTIL W-IND-IPC > W-CANT-IPC
                       OR W-INDICE-HALLADO NOT = 0.

       F-BUSCO-INDICE.
            EXIT.

       COMPARO-INDICE.
            IF W-TI-PERIODO(W-IND-IPC) = W-PERIODO-BUSCO
               MOVE W-TI-INDICE(W-IND-IPC) TO W-INDICE-HALLADO
            END-IF.

       F-COMPARO-INDICE.
            EXIT.

       END PROGRAM "REEXPRESO-IPC".
