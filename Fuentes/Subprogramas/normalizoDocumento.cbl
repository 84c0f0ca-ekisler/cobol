      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Normaliza el numero de documento de una factura de
      *          proveedor (FP-DOCUMENTO) para compararlo: pasa a
      *          mayusculas y saca blancos, guiones, puntos y barras,
      *          asi "A 0001-00001234", "A0001-00001234" y
      *          "a 0001.00001234" dan el mismo resultado. Los ceros
      *          se dejan: el punto de venta y el numero tienen ancho
      *          fijo y quitarlos juntaria comprobantes distintos. La
      *          usan el alta de ABM-CTAS-PAGAR y AUDITORIA-CTAS-
      *          PAGAR, para que los dos controles comparen igual.
      *          Devuelve el documento normalizado, alineado a la
      *          izquierda y completado con blancos, en
      *          L-NORMALIZADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "NORMALIZO-DOCUMENTO".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-DOCUMENTO     PIC X(15).
       01 W-INDICE-ENT    PIC 99.
       01 W-INDICE-SAL    PIC 99.

       LINKAGE SECTION.
       01 L-DOCUMENTO     PIC X(15).
       01 L-NORMALIZADO   PIC X(15).

       PROCEDURE DIVISION USING L-DOCUMENTO L-NORMALIZADO.
       MAIN-PROCEDURE.
            MOVE FUNCTION UPPER-CASE(L-DOCUMENTO) TO W-DOCUMENTO.
            MOVE SPACES TO L-NORMALIZADO.
            MOVE 0 TO W-INDICE-SAL.
            PERFORM COPIO-UN-CARACTER THRU F-COPIO-UN-CARACTER
                VARYING W-INDICE-ENT FROM 1 BY 1
                    UNTIL W-INDICE-ENT > 15.
            EXIT PROGRAM.

       COPIO-UN-CARACTER.
            IF W-DOCUMENTO(W-INDICE-ENT:1) = SPACE OR "-" OR "."
                  OR "/"
               GO TO F-COPIO-UN-CARACTER
            END-IF.
            ADD 1 TO W-INDICE-SAL.
            MOVE W-DOCUMENTO(W-INDICE-ENT:1)
              TO L-NORMALIZADO(W-INDICE-SAL:1).

       F-COPIO-UN-CARACTER.
            EXIT.

       END PROGRAM "NORMALIZO-DOCUMENTO".
