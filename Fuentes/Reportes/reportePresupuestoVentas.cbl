      *          cliente en CLIENTES y compara mes a mes el monto
      *          presupuestado contra CLI_TOTAL real, con el
      *          acumulado anual al pie.
      * Mod: 15/10/2026 EK - Opcion de pesos constantes de un mes base
      *      (INDICES-IPC via REEXPRESO-IPC) para presupuesto y real;
      *      el encabezado aclara la moneda usada.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 VARIACION-ZZ        PIC -----------9,99.
       01 PORCENTAJE-ZZ       PIC -----9,99.

      * Moneda constante: presupuesto y real del mismo mes se
      * reexpresan con el mismo indice, asi la comparacion sigue
      * siendo pareja.
       01 W-CONSTANTE        PIC X VALUE "N".
          88 W-MONEDA-CONSTANTE VALUE "S".
       01 W-PERIODO-BASE     PIC 9(6).
       01 W-PERIODO-ORIGEN   PIC 9(6).
       01 W-IMPORTE-IPC      PIC S9(11)V99.
       01 W-REEXPRESADO      PIC X.
       01 W-CANT-SIN-INDICE  PIC 9(5) VALUE 0.
       01 W-PRESUP-MES       PIC S9(11)V99.
       01 W-ACTUAL-MES       PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM PIDO-MONEDA-CONSTANTE THRU F-PIDO-MONEDA-CONSTANTE.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "PRESUPUESTO VS REAL - ANIO " FS-ANIO
               IF W-MONEDA-CONSTANTE
                  DISPLAY "VALORES EN PESOS CONSTANTES DE "
                          W-PERIODO-BASE " (REEXPRESADOS POR IPC)"
               ELSE
                  DISPLAY "VALORES EN PESOS NOMINALES"
               END-IF
               PERFORM LISTO-PRESUPUESTOS THRU F-LISTO-PRESUPUESTOS
                   UNTIL W-FIN = "S"
               PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            PERFORM AVISO-SIN-INDICE THRU F-AVISO-SIN-INDICE.
            STOP RUN.

      * PIDO-MONEDA-CONSTANTE: nominal salvo que se pida otra cosa. El
      * mes base tiene que tener indice cargado, si no no hay contra
      * que reexpresar y el reporte no sale.
       PIDO-MONEDA-CONSTANTE.
            DISPLAY "Pesos constantes (S/N): " WITH NO ADVANCING.
            ACCEPT W-CONSTANTE.
            IF W-CONSTANTE = "s"
               MOVE "S" TO W-CONSTANTE
            END-IF.
            IF NOT W-MONEDA-CONSTANTE
               GO TO F-PIDO-MONEDA-CONSTANTE
            END-IF.
            DISPLAY "Mes base (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO-BASE.
            MOVE 1 TO W-IMPORTE-IPC.
            MOVE W-PERIODO-BASE TO W-PERIODO-ORIGEN.
            CALL "REEXPRESO-IPC" USING W-PERIODO-ORIGEN W-PERIODO-BASE
                 W-IMPORTE-IPC W-REEXPRESADO.
            IF W-REEXPRESADO NOT = "S"
               DISPLAY "Mes base sin indice IPC cargado: "
                       W-PERIODO-BASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

       F-PIDO-MONEDA-CONSTANTE.
            EXIT.

      * REEXPRESO-IMPORTE: W-IMPORTE-IPC del mes W-PERIODO-ORIGEN a
      * pesos del mes base; un mes sin indice queda nominal y se
      * cuenta para el aviso del pie.
       REEXPRESO-IMPORTE.
            IF NOT W-MONEDA-CONSTANTE OR W-IMPORTE-IPC = 0
               GO TO F-REEXPRESO-IMPORTE
            END-IF.
            CALL "REEXPRESO-IPC" USING W-PERIODO-ORIGEN W-PERIODO-BASE
                 W-IMPORTE-IPC W-REEXPRESADO.
            IF W-REEXPRESADO NOT = "S"
               ADD 1 TO W-CANT-SIN-INDICE
            END-IF.

       F-REEXPRESO-IMPORTE.
            EXIT.

       AVISO-SIN-INDICE.
            IF W-CANT-SIN-INDICE > 0
               DISPLAY " "
               DISPLAY "ATENCION: " W-CANT-SIN-INDICE
                       " importes de meses sin indice IPC quedaron"
                       " en pesos nominales"
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-AVISO-SIN-INDICE.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"

       COMPARO-UN-MES.
            CALL "NOMBRE-MES" USING W-INDICE-MES W-NOMBRE-MES.
            COMPUTE W-PERIODO-ORIGEN = FS-ANIO * 100 + W-INDICE-MES.
            MOVE PV-MONTO(W-INDICE-MES) TO W-IMPORTE-IPC.
            PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE.
            MOVE W-IMPORTE-IPC TO W-PRESUP-MES.
            MOVE CLI_TOTAL(W-INDICE-MES) TO W-IMPORTE-IPC.
            PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE.
            MOVE W-IMPORTE-IPC TO W-ACTUAL-MES.
            MOVE W-PRESUP-MES TO PRESUP-ZZ.
            MOVE W-ACTUAL-MES TO ACTUAL-ZZ.
            COMPUTE W-VARIACION-MES = W-ACTUAL-MES - W-PRESUP-MES.
            MOVE W-VARIACION-MES TO VARIACION-ZZ.
            DISPLAY "  " W-NOMBRE-MES ": presup " PRESUP-ZZ
                    " real " ACTUAL-ZZ " dif " VARIACION-ZZ.
            ADD W-PRESUP-MES TO W-TOTAL-PRESUP-CLI.
            ADD W-ACTUAL-MES TO W-TOTAL-ACTUAL-CLI.

       F-COMPARO-UN-MES.
            EXIT.
