      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Mayor de una cuenta entre dos fechas. Pide la cuenta
      *          de PLAN-CUENTAS y el rango desde/hasta (AAAAMMDD),
      *          arma el saldo anterior con los movimientos de
      *          MOVIMIENTOS-MAYOR previos a la fecha desde y lista
      *          cada movimiento del rango (fecha, comprobante,
      *          cliente, origen, leyenda, debe, haber) con el saldo
      *          acumulado renglon a renglon, como el kardex de
      *          CONSULTA-KARDEX lo hace para el stock. Al pie, las
      *          sumas del rango y el saldo final.
      *          Cada empresa tiene su propio mayor: se pide la empresa
      *          (01, la principal, si se deja en blanco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-MAYOR".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/planCuentas.sel".
              COPY "./sel/movimientosMayor.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/planCuentas.fd".
              COPY "./fd/movimientosMayor.fd".

       WORKING-STORAGE SECTION.

       01 ST-PLAN-CUENTAS  PIC XX.
       01 ST-MAYOR         PIC XX.
       01 W-FIN-MAYOR      PIC X VALUE "N".

       01 W-EMPRESA        PIC 9(2).
       01 W-CUENTA         PIC X(10).
       01 W-FECHA-DESDE    PIC 9(8).
       01 W-FECHA-HASTA    PIC 9(8).

       01 W-SALDO-ANTERIOR PIC S9(13)V99 VALUE 0.
       01 W-SALDO          PIC S9(13)V99 VALUE 0.
       01 W-SUMA-DEBE      PIC S9(13)V99 VALUE 0.
       01 W-SUMA-HABER     PIC S9(13)V99 VALUE 0.
       01 W-CANT-MOVIMIENTOS PIC 9(7) VALUE 0.

       01 IMPORTE-ZZ       PIC ----------9,99.
       01 SALDO-ZZ         PIC ------------9,99.
       01 BLANCO-ZZ        PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Empresa (01): " WITH NO ADVANCING.
            ACCEPT W-EMPRESA.
            IF W-EMPRESA NOT NUMERIC OR W-EMPRESA = 0
               MOVE 1 TO W-EMPRESA
            END-IF.
            DISPLAY "Cuenta: " WITH NO ADVANCING.
            ACCEPT W-CUENTA.
            DISPLAY "Fecha desde (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT W-FECHA-DESDE.
            DISPLAY "Fecha hasta (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT W-FECHA-HASTA.
            IF W-FECHA-DESDE NOT NUMERIC OR W-FECHA-HASTA NOT NUMERIC
                  OR W-FECHA-DESDE > W-FECHA-HASTA
               DISPLAY "Rango de fechas invalido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PLAN-CUENTAS.
            IF ST-PLAN-CUENTAS > "07"
               DISPLAY "Error abriendo Plan de Cuentas: "
                       ST-PLAN-CUENTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE W-CUENTA TO PC-CODIGO.
            READ PLAN-CUENTAS KEY IS PC-CODIGO
              INVALID KEY
                DISPLAY "Cuenta inexistente: " W-CUENTA
                CLOSE PLAN-CUENTAS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-READ.
            CLOSE PLAN-CUENTAS.
            OPEN INPUT MOVIMIENTOS-MAYOR.
            IF ST-MAYOR > "07"
               DISPLAY "Error abriendo Movimientos Mayor: " ST-MAYOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "MAYOR DE LA CUENTA " PC-CODIGO SPACE PC-NOMBRE.
            DISPLAY "EMPRESA " W-EMPRESA
                    " DEL " W-FECHA-DESDE " AL " W-FECHA-HASTA.
            MOVE W-EMPRESA TO MAY-EMPRESA.
            MOVE W-CUENTA TO MAY-CUENTA.
            MOVE 0 TO MAY-FECHA.
            MOVE 0 TO MAY-RENGLON.
            START MOVIMIENTOS-MAYOR KEY IS NOT LESS THAN MAY-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-MAYOR
            END-START.
            PERFORM LEO-UN-MOVIMIENTO THRU F-LEO-UN-MOVIMIENTO
                UNTIL W-FIN-MAYOR = "S".
            IF W-CANT-MOVIMIENTOS = 0
               PERFORM MUESTRO-SALDO-ANTERIOR
                  THRU F-MUESTRO-SALDO-ANTERIOR
            END-IF.
            CLOSE MOVIMIENTOS-MAYOR.
            DISPLAY " ".
            DISPLAY "Movimientos del rango: " W-CANT-MOVIMIENTOS.
            MOVE W-SUMA-DEBE TO IMPORTE-ZZ.
            DISPLAY "Sumas debe  : " IMPORTE-ZZ.
            MOVE W-SUMA-HABER TO IMPORTE-ZZ.
            DISPLAY "Sumas haber : " IMPORTE-ZZ.
            MOVE W-SALDO TO SALDO-ZZ.
            DISPLAY "Saldo final : " SALDO-ZZ.
            STOP RUN.

      * LEO-UN-MOVIMIENTO: los movimientos anteriores a la fecha desde
      * solo arman el saldo anterior; el primero del rango lo imprime
      * antes de listarse.
       LEO-UN-MOVIMIENTO.
            READ MOVIMIENTOS-MAYOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-MAYOR
                GO TO F-LEO-UN-MOVIMIENTO
            END-READ.
            IF MAY-EMPRESA NOT = W-EMPRESA
                  OR MAY-CUENTA NOT = W-CUENTA
                  OR MAY-FECHA > W-FECHA-HASTA
               MOVE "S" TO W-FIN-MAYOR
               GO TO F-LEO-UN-MOVIMIENTO
            END-IF.
            IF MAY-FECHA < W-FECHA-DESDE
               IF MAY-DEBE
                  ADD MAY-IMPORTE TO W-SALDO-ANTERIOR
               ELSE
                  SUBTRACT MAY-IMPORTE FROM W-SALDO-ANTERIOR
               END-IF
               GO TO F-LEO-UN-MOVIMIENTO
            END-IF.
            IF W-CANT-MOVIMIENTOS = 0
               PERFORM MUESTRO-SALDO-ANTERIOR
                  THRU F-MUESTRO-SALDO-ANTERIOR
            END-IF.
            ADD 1 TO W-CANT-MOVIMIENTOS.
            MOVE MAY-IMPORTE TO IMPORTE-ZZ.
            IF MAY-DEBE
               ADD MAY-IMPORTE TO W-SALDO
               ADD MAY-IMPORTE TO W-SUMA-DEBE
            ELSE
               SUBTRACT MAY-IMPORTE FROM W-SALDO
               ADD MAY-IMPORTE TO W-SUMA-HABER
            END-IF.
            MOVE W-SALDO TO SALDO-ZZ.
            DISPLAY MAY-FECHA SPACE MAY-COMPROBANTE SPACE MAY-CLI-ID
                    SPACE MAY-ORIGEN SPACE MAY-LEYENDA SPACE
                    WITH NO ADVANCING.
            IF MAY-DEBE
               DISPLAY IMPORTE-ZZ SPACE BLANCO-ZZ SPACE SALDO-ZZ
            ELSE
               DISPLAY BLANCO-ZZ SPACE IMPORTE-ZZ SPACE SALDO-ZZ
            END-IF.

       F-LEO-UN-MOVIMIENTO.
            EXIT.

       MUESTRO-SALDO-ANTERIOR.
            MOVE W-SALDO-ANTERIOR TO W-SALDO.
            MOVE W-SALDO-ANTERIOR TO SALDO-ZZ.
            DISPLAY "FECHA    COMPROB.  CLIENTE ORIGEN   LEYENDA"
                    "                                 DEBE"
                    "          HABER            SALDO".
            DISPLAY "Saldo anterior al " W-FECHA-DESDE ": " SALDO-ZZ.

       F-MUESTRO-SALDO-ANTERIOR.
            EXIT.

       END PROGRAM "REPORTE-MAYOR".
