      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Balance de sumas y saldos al cierre de un periodo
      *          (AAAAMM). Recorre PLAN-CUENTAS por codigo y, para
      *          cada cuenta imputable, suma lo que MAYORIZACION-
      *          ASIENTOS acumulo en SALDOS-CUENTAS: las cuentas
      *          patrimoniales (activo, pasivo, patrimonio neto)
      *          desde su primer periodo, porque su saldo arrastra de
      *          un ejercicio a otro; las de resultado (ingreso,
      *          egreso) desde enero del anio pedido. Lista debe,
      *          haber y saldo deudor o acreedor; al pie el total del
      *          debe tiene que igualar al del haber y el de saldos
      *          deudores al de acreedores, y cualquier diferencia se
      *          informa como DIFERENCIA. El balance es de una
      *          empresa (01, la principal, si se deja en blanco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-BALANCE-SUMAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/planCuentas.sel".
              COPY "./sel/saldosCuentas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/planCuentas.fd".
              COPY "./fd/saldosCuentas.fd".

       WORKING-STORAGE SECTION.

       01 ST-PLAN-CUENTAS  PIC XX.
       01 ST-SALDOS        PIC XX.
       01 W-FIN-CUENTAS    PIC X VALUE "N".
       01 W-FIN-SALDOS     PIC X VALUE "N".

       01 W-EMPRESA        PIC 9(2).
       01 W-PERIODO        PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO    PIC 9(4).
          05 W-PER-MES     PIC 99.
       01 W-PERIODO-DESDE  PIC 9(6).

       01 W-DEBE-CUENTA    PIC S9(13)V99.
       01 W-HABER-CUENTA   PIC S9(13)V99.
       01 W-SALDO-CUENTA   PIC S9(13)V99.

       01 W-TOTAL-DEBE     PIC S9(13)V99 VALUE 0.
       01 W-TOTAL-HABER    PIC S9(13)V99 VALUE 0.
       01 W-TOTAL-DEUDOR   PIC S9(13)V99 VALUE 0.
       01 W-TOTAL-ACREEDOR PIC S9(13)V99 VALUE 0.
       01 W-CANT-CUENTAS   PIC 9(5) VALUE 0.

       01 DEBE-ZZ          PIC ------------9,99.
       01 HABER-ZZ         PIC ------------9,99.
       01 SALDO-ZZ         PIC ------------9,99.
       01 BLANCO-ZZ        PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Empresa (01): " WITH NO ADVANCING.
            ACCEPT W-EMPRESA.
            IF W-EMPRESA NOT NUMERIC OR W-EMPRESA = 0
               MOVE 1 TO W-EMPRESA
            END-IF.
            DISPLAY "Periodo de cierre (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            IF W-PERIODO NOT NUMERIC OR W-PER-MES < 1
                  OR W-PER-MES > 12
               DISPLAY "Periodo invalido: " W-PERIODO
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
            OPEN INPUT SALDOS-CUENTAS.
            IF ST-SALDOS > "07"
               DISPLAY "Error abriendo Saldos Cuentas: " ST-SALDOS
               CLOSE PLAN-CUENTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "BALANCE DE SUMAS Y SALDOS AL PERIODO " W-PERIODO
                    " - EMPRESA " W-EMPRESA.
            DISPLAY "CUENTA     NOMBRE                         T"
                    "             DEBE            HABER"
                    "    SALDO DEUDOR  SALDO ACREEDOR".
            MOVE LOW-VALUES TO PC-CODIGO.
            START PLAN-CUENTAS KEY IS NOT LESS THAN PC-CODIGO
              INVALID KEY MOVE "S" TO W-FIN-CUENTAS
            END-START.
            PERFORM LISTO-UNA-CUENTA THRU F-LISTO-UNA-CUENTA
                UNTIL W-FIN-CUENTAS = "S".
            PERFORM LISTO-TOTALES THRU F-LISTO-TOTALES.
            CLOSE PLAN-CUENTAS.
            CLOSE SALDOS-CUENTAS.
            STOP RUN.

       LISTO-UNA-CUENTA.
            READ PLAN-CUENTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CUENTAS
                GO TO F-LISTO-UNA-CUENTA
            END-READ.
            IF NOT PC-ES-IMPUTABLE
               GO TO F-LISTO-UNA-CUENTA
            END-IF.
            IF PC-INGRESO OR PC-EGRESO
               COMPUTE W-PERIODO-DESDE = W-PER-ANIO * 100 + 1
            ELSE
               MOVE 0 TO W-PERIODO-DESDE
            END-IF.
            MOVE 0 TO W-DEBE-CUENTA.
            MOVE 0 TO W-HABER-CUENTA.
            MOVE W-EMPRESA TO SAL-EMPRESA.
            MOVE PC-CODIGO TO SAL-CUENTA.
            MOVE W-PERIODO-DESDE TO SAL-PERIODO.
            MOVE "N" TO W-FIN-SALDOS.
            START SALDOS-CUENTAS KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-SALDOS
            END-START.
            PERFORM SUMO-UN-PERIODO THRU F-SUMO-UN-PERIODO
                UNTIL W-FIN-SALDOS = "S".
            IF W-DEBE-CUENTA = 0 AND W-HABER-CUENTA = 0
               GO TO F-LISTO-UNA-CUENTA
            END-IF.
            ADD 1 TO W-CANT-CUENTAS.
            ADD W-DEBE-CUENTA TO W-TOTAL-DEBE.
            ADD W-HABER-CUENTA TO W-TOTAL-HABER.
            COMPUTE W-SALDO-CUENTA = W-DEBE-CUENTA - W-HABER-CUENTA.
            MOVE W-DEBE-CUENTA TO DEBE-ZZ.
            MOVE W-HABER-CUENTA TO HABER-ZZ.
            DISPLAY PC-CODIGO SPACE PC-NOMBRE SPACE PC-TIPO SPACE
                    DEBE-ZZ SPACE HABER-ZZ SPACE WITH NO ADVANCING.
            IF W-SALDO-CUENTA < 0
               COMPUTE W-SALDO-CUENTA = W-SALDO-CUENTA * -1
               ADD W-SALDO-CUENTA TO W-TOTAL-ACREEDOR
               MOVE W-SALDO-CUENTA TO SALDO-ZZ
               DISPLAY BLANCO-ZZ SPACE SALDO-ZZ
            ELSE
               ADD W-SALDO-CUENTA TO W-TOTAL-DEUDOR
               MOVE W-SALDO-CUENTA TO SALDO-ZZ
               DISPLAY SALDO-ZZ
            END-IF.

       F-LISTO-UNA-CUENTA.
            EXIT.

       SUMO-UN-PERIODO.
            READ SALDOS-CUENTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-SALDOS
              NOT AT END
                IF SAL-EMPRESA NOT = W-EMPRESA
                      OR SAL-CUENTA NOT = PC-CODIGO
                      OR SAL-PERIODO > W-PERIODO
                   MOVE "S" TO W-FIN-SALDOS
                ELSE
                   ADD SAL-DEBE TO W-DEBE-CUENTA
                   ADD SAL-HABER TO W-HABER-CUENTA
                END-IF
            END-READ.

       F-SUMO-UN-PERIODO.
            EXIT.

      * LISTO-TOTALES: sumas y saldos tienen que cerrar por separado.
      * El cierre de saldos depende de que las cuentas de resultado
      * de ejercicios anteriores se hayan refundido en el patrimonio;
      * mientras no, la diferencia de saldos es el resultado
      * acumulado de esos ejercicios.
       LISTO-TOTALES.
            DISPLAY " ".
            DISPLAY "Cuentas listadas: " W-CANT-CUENTAS.
            MOVE W-TOTAL-DEBE TO DEBE-ZZ.
            MOVE W-TOTAL-HABER TO HABER-ZZ.
            DISPLAY "Total sumas    : " DEBE-ZZ SPACE HABER-ZZ.
            MOVE W-TOTAL-DEUDOR TO DEBE-ZZ.
            MOVE W-TOTAL-ACREEDOR TO HABER-ZZ.
            DISPLAY "Total saldos   : " DEBE-ZZ SPACE HABER-ZZ.
            IF W-TOTAL-DEBE NOT = W-TOTAL-HABER
               COMPUTE W-SALDO-CUENTA = W-TOTAL-DEBE - W-TOTAL-HABER
               MOVE W-SALDO-CUENTA TO SALDO-ZZ
               DISPLAY "DIFERENCIA: debe y haber no cierran " SALDO-ZZ
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF W-TOTAL-DEUDOR NOT = W-TOTAL-ACREEDOR
               COMPUTE W-SALDO-CUENTA =
                       W-TOTAL-DEUDOR - W-TOTAL-ACREEDOR
               MOVE W-SALDO-CUENTA TO SALDO-ZZ
               DISPLAY "DIFERENCIA: saldos deudores y acreedores no"
                       " cierran " SALDO-ZZ
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-LISTO-TOTALES.
            EXIT.

       END PROGRAM "REPORTE-BALANCE-SUMAS".
