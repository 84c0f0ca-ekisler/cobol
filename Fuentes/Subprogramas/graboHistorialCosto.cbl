      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Graba en HISTORIAL-COSTOS un cambio de PROD-COSTO:
      *          costo anterior y nuevo, precio vigente, origen
      *          (C recepcion, I gasto de importacion, K kit,
      *          M manual), comprobante y operador, con fecha de hoy
      *          como fecha desde la que rige. Si el costo no cambio
      *          no graba nada. Misma secuencia libre por producto y
      *          dia que GRABO-MOV-STOCK. Devuelve "S"/"N" en
      *          L-GRABADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRABO-HIST-COSTO".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/historialCostos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/historialCostos.fd".

       WORKING-STORAGE SECTION.
       01 ST-HIST-COSTOS PIC XX.
       01 W-FECHA-HOY    PIC 9(8).
       01 W-INTENTOS     PIC 9(4).

       LINKAGE SECTION.
       01 L-CODIGO         PIC X(10).
       01 L-COSTO-ANTERIOR PIC S9(7)V9(2).
       01 L-COSTO-NUEVO    PIC S9(7)V9(2).
       01 L-PRECIO         PIC S9(7)V9(2).
       01 L-ORIGEN         PIC X.
       01 L-DOCUMENTO      PIC 9(9).
       01 L-OPERADOR       PIC X(8).
       01 L-GRABADO        PIC X.

       PROCEDURE DIVISION USING L-CODIGO L-COSTO-ANTERIOR
                                L-COSTO-NUEVO L-PRECIO L-ORIGEN
                                L-DOCUMENTO L-OPERADOR L-GRABADO.
       MAIN-PROCEDURE.
            MOVE "N" TO L-GRABADO.
            IF L-COSTO-ANTERIOR = L-COSTO-NUEVO
               EXIT PROGRAM
            END-IF.
            OPEN I-O HISTORIAL-COSTOS.
            IF ST-HIST-COSTOS > "07"
               EXIT PROGRAM
            END-IF.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            MOVE L-CODIGO         TO HCO-CODIGO.
            MOVE W-FECHA-HOY      TO HCO-FECHA.
            MOVE 1 TO HCO-SECUENCIA.
            ACCEPT HCO-HORA FROM TIME.
            MOVE L-COSTO-ANTERIOR TO HCO-COSTO-ANTERIOR.
            MOVE L-COSTO-NUEVO    TO HCO-COSTO-NUEVO.
            MOVE L-PRECIO         TO HCO-PRECIO.
            MOVE L-ORIGEN         TO HCO-ORIGEN.
            MOVE L-DOCUMENTO      TO HCO-DOCUMENTO.
            MOVE L-OPERADOR       TO HCO-OPERADOR.
            MOVE 0 TO W-INTENTOS.
            PERFORM INTENTO-GRABAR THRU F-INTENTO-GRABAR
                UNTIL L-GRABADO = "S" OR W-INTENTOS > 9999.
            CLOSE HISTORIAL-COSTOS.
            EXIT PROGRAM.

      * INTENTO-GRABAR: misma busqueda de hueco en la secuencia que
      * GRABO-MOV-STOCK.
       INTENTO-GRABAR.
            ADD 1 TO W-INTENTOS.
            WRITE REG-HISTORIAL-COSTO
              INVALID KEY
                ADD 1 TO HCO-SECUENCIA
              NOT INVALID KEY
                MOVE "S" TO L-GRABADO
            END-WRITE.

       F-INTENTO-GRABAR.
            EXIT.

       END PROGRAM "GRABO-HIST-COSTO".
