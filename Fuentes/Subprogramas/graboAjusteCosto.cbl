      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Graba en el kardex (movimientosStock.dat) un ajuste
      *          de costo: tipo K, cantidad cero, con el importe que
      *          se capitalizo en PROD-COSTO en MOV-IMPORTE y el
      *          comprobante que lo origino en MOV-DOCUMENTO. Es el
      *          hermano de GRABO-MOV-STOCK para los cambios de
      *          valuacion que no mueven unidades (gastos de
      *          importacion prorrateados sobre una recepcion), asi
      *          el rastro de la valuacion explica por que cambio el
      *          costo. Misma secuencia libre por producto y dia.
      *          Devuelve "S"/"N" en L-GRABADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRABO-AJUSTE-COSTO".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/movimientosStock.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/movimientosStock.fd".

       WORKING-STORAGE SECTION.
       01 ST-MOVIMIENTOS PIC XX.
       01 W-FECHA-HOY    PIC 9(8).
       01 W-INTENTOS     PIC 9(4).

       LINKAGE SECTION.
       01 L-CODIGO       PIC X(10).
       01 L-DOCUMENTO    PIC 9(9).
       01 L-IMPORTE      PIC S9(9)V9(2).
       01 L-MOTIVO       PIC XX.
       01 L-OPERADOR     PIC X(8).
       01 L-GRABADO      PIC X.

       PROCEDURE DIVISION USING L-CODIGO L-DOCUMENTO L-IMPORTE
                                L-MOTIVO L-OPERADOR L-GRABADO.
       MAIN-PROCEDURE.
            MOVE "N" TO L-GRABADO.
            OPEN I-O MOVIMIENTOS-STOCK.
            IF ST-MOVIMIENTOS > "07"
               EXIT PROGRAM
            END-IF.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            MOVE L-CODIGO    TO MOV-CODIGO.
            MOVE W-FECHA-HOY TO MOV-FECHA.
            MOVE 1 TO MOV-SECUENCIA.
            SET MOV-AJUSTE-COSTO TO TRUE.
            MOVE L-DOCUMENTO TO MOV-DOCUMENTO.
            MOVE 0           TO MOV-CANTIDAD.
            MOVE L-MOTIVO    TO MOV-MOTIVO.
            MOVE L-OPERADOR  TO MOV-OPERADOR.
            MOVE L-IMPORTE   TO MOV-IMPORTE.
            MOVE 0 TO W-INTENTOS.
            PERFORM INTENTO-GRABAR THRU F-INTENTO-GRABAR
                UNTIL L-GRABADO = "S" OR W-INTENTOS > 9999.
            CLOSE MOVIMIENTOS-STOCK.
            EXIT PROGRAM.

      * INTENTO-GRABAR: misma busqueda de hueco en la secuencia que
      * GRABO-MOV-STOCK.
       INTENTO-GRABAR.
            ADD 1 TO W-INTENTOS.
            WRITE REG-MOVIMIENTO-STOCK
              INVALID KEY
                ADD 1 TO MOV-SECUENCIA
              NOT INVALID KEY
                MOVE "S" TO L-GRABADO
            END-WRITE.

       F-INTENTO-GRABAR.
            EXIT.

       END PROGRAM "GRABO-AJUSTE-COSTO".
