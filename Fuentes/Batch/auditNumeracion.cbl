      *          los que un inspector pregunta. Los comprobantes
      *          anulados cuentan: el numero existe aunque este
      *          anulado.
      * Mod: 15/10/2026 EK - La nota de debito numera una serie por
      *      letra: la de letra B se controla como serie "B" (la
      *      del talonario), la de letra A como "D".
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-SERIES     PIC 9(2) VALUE 0.
       01 W-INDICE-SER      PIC 9(2).
       01 W-SER-HALLADA     PIC 9(2).
       01 W-TIPO-SERIE      PIC X.
       01 W-TABLA-LLENA     PIC X VALUE "N".

       01 W-HUECO-DESDE     PIC 9(9).
      * tiene ultimo numero y el actual no es el siguiente, el rango
      * intermedio es un hueco dentro de la serie y se reporta.
       CONTROLO-UNA-SERIE.
            MOVE FACT-TIPO TO W-TIPO-SERIE.
            IF FACT-TIPO-NOTA-DEBITO AND FACT-LETRA-B
               MOVE "B" TO W-TIPO-SERIE
            END-IF.
            PERFORM BUSCO-SERIE THRU F-BUSCO-SERIE.
            IF W-SER-HALLADA NOT = 0
               IF W-SER-CANT(W-SER-HALLADA) NOT = 0
                  COMPUTE W-HUECO-DESDE =
                          W-SER-ULTIMO(W-SER-HALLADA) + 1
                  COMPUTE W-HUECO-HASTA = FACT-NUMERO - 1
                  DISPLAY "HUECO serie " FACT-SUCURSAL "/" W-TIPO-SERIE
                          " faltan " W-HUECO-DESDE " a "
                          W-HUECO-HASTA
               END-IF
               IF W-CANT-SERIES < 50
                  ADD 1 TO W-CANT-SERIES
                  MOVE FACT-SUCURSAL TO W-SER-SUCURSAL(W-CANT-SERIES)
                  MOVE W-TIPO-SERIE  TO W-SER-TIPO(W-CANT-SERIES)
                  MOVE 0 TO W-SER-ULTIMO(W-CANT-SERIES)
                  MOVE 0 TO W-SER-CANT(W-CANT-SERIES)
                  MOVE W-CANT-SERIES TO W-SER-HALLADA
                  IF W-TABLA-LLENA NOT = "S"
                     MOVE "S" TO W-TABLA-LLENA
                     DISPLAY "Tabla de series llena, serie "
                             FACT-SUCURSAL "/" W-TIPO-SERIE
                             " y siguientes no se controlan"
                  END-IF
               END-IF

       COMPARO-UNA-SERIE.
            IF W-SER-SUCURSAL(W-INDICE-SER) = FACT-SUCURSAL
                  AND W-SER-TIPO(W-INDICE-SER) = W-TIPO-SERIE
               MOVE W-INDICE-SER TO W-SER-HALLADA
            END-IF.

