      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Mueve el stock por lote (stockLotes.dat) de un
      *          producto con control de lote y deja cada lote tocado
      *          en el kardex por lote (movimientosLote.dat). Es la
      *          libreria comun que llaman, en el mismo acto en que
      *          mueven STOCK-SUCURSAL, los programas que entran o
      *          sacan mercaderia -- igual que GRABO-MOV-STOCK con el
      *          kardex general. Operaciones (L-OPERACION):
      *            I  ingreso al lote y vencimiento informados
      *            E  egreso de la sucursal, primero lo que vence
      *               primero (el orden de la clave de STOCK-LOTES)
      *            R  reintegro a los mismos lotes que consumio el
      *               comprobante L-TIPO/L-DOCUMENTO, hasta lo que
      *               todavia quedaba afuera de cada uno
      *            T  transferencia: egreso por vencimiento de
      *               L-SUCURSAL e ingreso del mismo lote en
      *               L-SUC-DESTINO
      *          L-CANTIDAD va sin signo. En L-SIN-LOTE devuelve lo
      *          que no se pudo asignar a ningun lote (la sucursal no
      *          tenia lotes suficientes, o el comprobante no habia
      *          consumido lotes): esas unidades se movieron igual en
      *          STOCK-SUCURSAL y quedan como stock sin lote. Hasta 20
      *          lotes por movimiento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MUEVO-LOTES".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/stockLotes.sel".
              COPY "./sel/movimientosLote.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/stockLotes.fd".
              COPY "./fd/movimientosLote.fd".

       WORKING-STORAGE SECTION.
       01 ST-STOCK-LOTES PIC XX.
       01 ST-MOV-LOTE    PIC XX.
       01 W-FECHA-HOY    PIC 9(8).
       01 W-FIN-LOTES    PIC X.
       01 W-PENDIENTE    PIC 9(7).
       01 W-PORCION      PIC 9(7).
       01 W-GRABADO      PIC X.
       01 W-INTENTOS     PIC 9(4).

      * Lotes tocados por el movimiento: en el egreso, lo que se saco
      * de cada lote; en el reintegro, el neto que el comprobante
      * todavia tiene afuera de cada lote (negativo = consumido).
       01 W-CANT-LOTES   PIC 9(2).
       01 W-IND-LOTE     PIC 9(2).
       01 W-LOTE-HALLADO PIC 9(2).
       01 W-TABLA-LOTES.
          05 W-LOTE-DATOS OCCURS 20 TIMES.
             10 W-TAB-LOTE        PIC X(12).
             10 W-TAB-VENCIMIENTO PIC 9(8).
             10 W-TAB-SUCURSAL    PIC X(3).
             10 W-TAB-CANTIDAD    PIC S9(7).

      * Datos del movimiento a grabar en GRABO-MOV-LOTE.
       01 W-MOV-LOTE         PIC X(12).
       01 W-MOV-VENCIMIENTO  PIC 9(8).
       01 W-MOV-SUCURSAL     PIC X(3).
       01 W-MOV-CANTIDAD     PIC S9(7).
       01 W-MOV-OPERACION    PIC X.

       LINKAGE SECTION.
       01 L-OPERACION    PIC X.
       01 L-CODIGO       PIC X(10).
       01 L-SUCURSAL     PIC X(3).
       01 L-SUC-DESTINO  PIC X(3).
       01 L-LOTE         PIC X(12).
       01 L-VENCIMIENTO  PIC 9(8).
       01 L-TIPO         PIC X.
       01 L-DOCUMENTO    PIC 9(9).
       01 L-CLI-ID       PIC 9(7).
       01 L-CANTIDAD     PIC 9(7).
       01 L-OPERADOR     PIC X(8).
       01 L-SIN-LOTE     PIC 9(7).

       PROCEDURE DIVISION USING L-OPERACION L-CODIGO L-SUCURSAL
                                L-SUC-DESTINO L-LOTE L-VENCIMIENTO
                                L-TIPO L-DOCUMENTO L-CLI-ID
                                L-CANTIDAD L-OPERADOR L-SIN-LOTE.
       MAIN-PROCEDURE.
            MOVE L-CANTIDAD TO L-SIN-LOTE.
            MOVE L-CANTIDAD TO W-PENDIENTE.
            MOVE 0 TO W-CANT-LOTES.
            OPEN I-O STOCK-LOTES.
            IF ST-STOCK-LOTES > "07"
               EXIT PROGRAM
            END-IF.
            OPEN I-O MOVIMIENTOS-LOTE.
            IF ST-MOV-LOTE > "07"
               CLOSE STOCK-LOTES
               EXIT PROGRAM
            END-IF.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            EVALUATE L-OPERACION
              WHEN "I"
                PERFORM INGRESO-LOTE THRU F-INGRESO-LOTE
              WHEN "E"
              WHEN "T"
                PERFORM EGRESO-POR-VENCIMIENTO
                   THRU F-EGRESO-POR-VENCIMIENTO
              WHEN "R"
                PERFORM REINTEGRO-A-LOTES THRU F-REINTEGRO-A-LOTES
            END-EVALUATE.
            MOVE W-PENDIENTE TO L-SIN-LOTE.
            CLOSE STOCK-LOTES.
            CLOSE MOVIMIENTOS-LOTE.
            EXIT PROGRAM.

      * INGRESO-LOTE: un lote sin numero no se registra -- la
      * cantidad vuelve entera como stock sin lote.
       INGRESO-LOTE.
            IF L-LOTE = SPACES OR L-CANTIDAD = 0
               GO TO F-INGRESO-LOTE
            END-IF.
            MOVE L-SUCURSAL TO W-MOV-SUCURSAL.
            MOVE L-LOTE TO W-MOV-LOTE.
            MOVE L-VENCIMIENTO TO W-MOV-VENCIMIENTO.
            MOVE L-CANTIDAD TO W-MOV-CANTIDAD.
            PERFORM SUMO-A-LOTE THRU F-SUMO-A-LOTE.
            MOVE "I" TO W-MOV-OPERACION.
            PERFORM GRABO-MOV-LOTE THRU F-GRABO-MOV-LOTE.
            MOVE 0 TO W-PENDIENTE.

       F-INGRESO-LOTE.
            EXIT.

      * EGRESO-POR-VENCIMIENTO: recorre los lotes del producto en la
      * sucursal desde el vencimiento mas proximo y descuenta hasta
      * cubrir la cantidad; recien despues graba los movimientos (y,
      * en una transferencia, el ingreso en la sucursal destino),
      * para no mover el puntero de la lectura secuencial.
       EGRESO-POR-VENCIMIENTO.
            MOVE L-SUCURSAL TO LOTS-SUCURSAL.
            MOVE L-CODIGO TO LOTS-CODIGO.
            MOVE 0 TO LOTS-VENCIMIENTO.
            MOVE LOW-VALUES TO LOTS-LOTE.
            START STOCK-LOTES KEY IS NOT LESS THAN LOTS-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LOTES
              NOT INVALID KEY MOVE "N" TO W-FIN-LOTES
            END-START.
            PERFORM DESCUENTO-UN-LOTE THRU F-DESCUENTO-UN-LOTE
                UNTIL W-FIN-LOTES = "S".
            PERFORM GRABO-EGRESO-LOTE THRU F-GRABO-EGRESO-LOTE
                VARYING W-IND-LOTE FROM 1 BY 1
                    UNTIL W-IND-LOTE > W-CANT-LOTES.

       F-EGRESO-POR-VENCIMIENTO.
            EXIT.

       DESCUENTO-UN-LOTE.
            IF W-PENDIENTE = 0 OR W-CANT-LOTES NOT < 20
               MOVE "S" TO W-FIN-LOTES
               GO TO F-DESCUENTO-UN-LOTE
            END-IF.
            READ STOCK-LOTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LOTES
                GO TO F-DESCUENTO-UN-LOTE
            END-READ.
            IF LOTS-SUCURSAL NOT = L-SUCURSAL
               OR LOTS-CODIGO NOT = L-CODIGO
               MOVE "S" TO W-FIN-LOTES
               GO TO F-DESCUENTO-UN-LOTE
            END-IF.
            IF LOTS-STOCK NOT > 0
               GO TO F-DESCUENTO-UN-LOTE
            END-IF.
            IF LOTS-STOCK < W-PENDIENTE
               MOVE LOTS-STOCK TO W-PORCION
            ELSE
               MOVE W-PENDIENTE TO W-PORCION
            END-IF.
            SUBTRACT W-PORCION FROM LOTS-STOCK.
            REWRITE REG-STOCK-LOTE
              INVALID KEY
                GO TO F-DESCUENTO-UN-LOTE
            END-REWRITE.
            SUBTRACT W-PORCION FROM W-PENDIENTE.
            ADD 1 TO W-CANT-LOTES.
            MOVE LOTS-LOTE TO W-TAB-LOTE(W-CANT-LOTES).
            MOVE LOTS-VENCIMIENTO TO W-TAB-VENCIMIENTO(W-CANT-LOTES).
            MOVE LOTS-SUCURSAL TO W-TAB-SUCURSAL(W-CANT-LOTES).
            MOVE W-PORCION TO W-TAB-CANTIDAD(W-CANT-LOTES).

       F-DESCUENTO-UN-LOTE.
            EXIT.

       GRABO-EGRESO-LOTE.
            MOVE W-TAB-LOTE(W-IND-LOTE) TO W-MOV-LOTE.
            MOVE W-TAB-VENCIMIENTO(W-IND-LOTE) TO W-MOV-VENCIMIENTO.
            MOVE L-SUCURSAL TO W-MOV-SUCURSAL.
            COMPUTE W-MOV-CANTIDAD = W-TAB-CANTIDAD(W-IND-LOTE) * -1.
            IF L-OPERACION = "T"
               MOVE "T" TO W-MOV-OPERACION
            ELSE
               MOVE "E" TO W-MOV-OPERACION
            END-IF.
            PERFORM GRABO-MOV-LOTE THRU F-GRABO-MOV-LOTE.
            IF L-OPERACION = "T"
               MOVE L-SUC-DESTINO TO W-MOV-SUCURSAL
               MOVE W-TAB-CANTIDAD(W-IND-LOTE) TO W-MOV-CANTIDAD
               PERFORM SUMO-A-LOTE THRU F-SUMO-A-LOTE
               PERFORM GRABO-MOV-LOTE THRU F-GRABO-MOV-LOTE
            END-IF.

       F-GRABO-EGRESO-LOTE.
            EXIT.

      * REINTEGRO-A-LOTES: junta por lote el neto del comprobante de
      * origen para este producto (salidas negativas, reintegros
      * anteriores positivos) y devuelve a cada lote, en la sucursal
      * que recibe, como mucho lo que todavia tenia afuera.
       REINTEGRO-A-LOTES.
            MOVE L-TIPO TO MLOT-TIPO.
            MOVE L-DOCUMENTO TO MLOT-DOCUMENTO.
            START MOVIMIENTOS-LOTE KEY IS NOT LESS THAN MLOT-REFERENCIA
              INVALID KEY MOVE "S" TO W-FIN-LOTES
              NOT INVALID KEY MOVE "N" TO W-FIN-LOTES
            END-START.
            PERFORM JUNTO-UN-MOVIMIENTO THRU F-JUNTO-UN-MOVIMIENTO
                UNTIL W-FIN-LOTES = "S".
            PERFORM REINTEGRO-UN-LOTE THRU F-REINTEGRO-UN-LOTE
                VARYING W-IND-LOTE FROM 1 BY 1
                    UNTIL W-IND-LOTE > W-CANT-LOTES.

       F-REINTEGRO-A-LOTES.
            EXIT.

       JUNTO-UN-MOVIMIENTO.
            READ MOVIMIENTOS-LOTE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LOTES
                GO TO F-JUNTO-UN-MOVIMIENTO
            END-READ.
            IF MLOT-TIPO NOT = L-TIPO
               OR MLOT-DOCUMENTO NOT = L-DOCUMENTO
               MOVE "S" TO W-FIN-LOTES
               GO TO F-JUNTO-UN-MOVIMIENTO
            END-IF.
            IF MLOT-CODIGO NOT = L-CODIGO
               GO TO F-JUNTO-UN-MOVIMIENTO
            END-IF.
            MOVE 0 TO W-LOTE-HALLADO.
            PERFORM BUSCO-LOTE-TABLA THRU F-BUSCO-LOTE-TABLA
                VARYING W-IND-LOTE FROM 1 BY 1
                    UNTIL W-IND-LOTE > W-CANT-LOTES.
            IF W-LOTE-HALLADO NOT = 0
               MOVE W-LOTE-HALLADO TO W-IND-LOTE
            ELSE
               IF W-CANT-LOTES NOT < 20
                  GO TO F-JUNTO-UN-MOVIMIENTO
               END-IF
               ADD 1 TO W-CANT-LOTES
               MOVE W-CANT-LOTES TO W-IND-LOTE
               MOVE MLOT-LOTE TO W-TAB-LOTE(W-IND-LOTE)
               MOVE MLOT-VENCIMIENTO TO W-TAB-VENCIMIENTO(W-IND-LOTE)
               MOVE MLOT-SUCURSAL TO W-TAB-SUCURSAL(W-IND-LOTE)
               MOVE 0 TO W-TAB-CANTIDAD(W-IND-LOTE)
            END-IF.
            ADD MLOT-CANTIDAD TO W-TAB-CANTIDAD(W-IND-LOTE).

       F-JUNTO-UN-MOVIMIENTO.
            EXIT.

       BUSCO-LOTE-TABLA.
            IF W-TAB-LOTE(W-IND-LOTE) = MLOT-LOTE
               MOVE W-IND-LOTE TO W-LOTE-HALLADO
            END-IF.

       F-BUSCO-LOTE-TABLA.
            EXIT.

       REINTEGRO-UN-LOTE.
            IF W-PENDIENTE = 0 OR W-TAB-CANTIDAD(W-IND-LOTE) NOT < 0
               GO TO F-REINTEGRO-UN-LOTE
            END-IF.
            COMPUTE W-PORCION = W-TAB-CANTIDAD(W-IND-LOTE) * -1.
            IF W-PORCION > W-PENDIENTE
               MOVE W-PENDIENTE TO W-PORCION
            END-IF.
            MOVE W-TAB-LOTE(W-IND-LOTE) TO W-MOV-LOTE.
            MOVE W-TAB-VENCIMIENTO(W-IND-LOTE) TO W-MOV-VENCIMIENTO.
            MOVE L-SUCURSAL TO W-MOV-SUCURSAL.
            MOVE W-PORCION TO W-MOV-CANTIDAD.
            PERFORM SUMO-A-LOTE THRU F-SUMO-A-LOTE.
            MOVE "R" TO W-MOV-OPERACION.
            PERFORM GRABO-MOV-LOTE THRU F-GRABO-MOV-LOTE.
            SUBTRACT W-PORCION FROM W-PENDIENTE.

       F-REINTEGRO-UN-LOTE.
            EXIT.

      * SUMO-A-LOTE: suma W-MOV-CANTIDAD al lote W-MOV-LOTE en la
      * sucursal W-MOV-SUCURSAL; un lote que la sucursal no tenia
      * arranca con este ingreso.
       SUMO-A-LOTE.
            MOVE W-MOV-SUCURSAL TO LOTS-SUCURSAL.
            MOVE L-CODIGO TO LOTS-CODIGO.
            MOVE W-MOV-VENCIMIENTO TO LOTS-VENCIMIENTO.
            MOVE W-MOV-LOTE TO LOTS-LOTE.
            READ STOCK-LOTES KEY IS LOTS-CLAVE
              INVALID KEY
                INITIALIZE REG-STOCK-LOTE
                    REPLACING NUMERIC DATA BY ZERO
                              ALPHANUMERIC DATA BY SPACES
                MOVE W-MOV-SUCURSAL TO LOTS-SUCURSAL
                MOVE L-CODIGO TO LOTS-CODIGO
                MOVE W-MOV-VENCIMIENTO TO LOTS-VENCIMIENTO
                MOVE W-MOV-LOTE TO LOTS-LOTE
                MOVE W-MOV-CANTIDAD TO LOTS-STOCK
                MOVE W-FECHA-HOY TO LOTS-FECHA-INGRESO
                MOVE L-DOCUMENTO TO LOTS-DOCUMENTO
                WRITE REG-STOCK-LOTE
              NOT INVALID KEY
                ADD W-MOV-CANTIDAD TO LOTS-STOCK
                REWRITE REG-STOCK-LOTE
            END-READ.

       F-SUMO-A-LOTE.
            EXIT.

      * GRABO-MOV-LOTE: la secuencia desempata los movimientos del
      * mismo producto, lote y dia, igual que en GRABO-MOV-STOCK.
       GRABO-MOV-LOTE.
            INITIALIZE REG-MOVIMIENTO-LOTE
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE L-CODIGO TO MLOT-CODIGO.
            MOVE W-MOV-LOTE TO MLOT-LOTE.
            MOVE W-FECHA-HOY TO MLOT-FECHA.
            MOVE 1 TO MLOT-SECUENCIA.
            MOVE L-TIPO TO MLOT-TIPO.
            MOVE L-DOCUMENTO TO MLOT-DOCUMENTO.
            MOVE W-MOV-OPERACION TO MLOT-OPERACION.
            MOVE W-MOV-SUCURSAL TO MLOT-SUCURSAL.
            MOVE W-MOV-VENCIMIENTO TO MLOT-VENCIMIENTO.
            MOVE W-MOV-CANTIDAD TO MLOT-CANTIDAD.
            MOVE L-CLI-ID TO MLOT-CLI-ID.
            MOVE L-OPERADOR TO MLOT-OPERADOR.
            MOVE "N" TO W-GRABADO.
            MOVE 0 TO W-INTENTOS.
            PERFORM INTENTO-GRABAR THRU F-INTENTO-GRABAR
                UNTIL W-GRABADO = "S" OR W-INTENTOS > 9999.

       F-GRABO-MOV-LOTE.
            EXIT.

       INTENTO-GRABAR.
            ADD 1 TO W-INTENTOS.
            WRITE REG-MOVIMIENTO-LOTE
              INVALID KEY
                ADD 1 TO MLOT-SECUENCIA
              NOT INVALID KEY
                MOVE "S" TO W-GRABADO
            END-WRITE.

       F-INTENTO-GRABAR.
            EXIT.

       END PROGRAM "MUEVO-LOTES".
