      *          cuentas cuyo CLIVENTAS del anio en curso viene
      *          materialmente corto (menos del 70%) contra su propio
      *          promedio historico de los mismos meses.
      * Mod: 15/10/2026 EK - Opcion de pesos constantes de un mes base
      *      (INDICES-IPC via REEXPRESO-IPC): sin ella el factor de
      *      crecimiento es la inflacion. El encabezado dice la moneda
      *      y forecastVentas.dat queda en la moneda de la corrida.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-CANT-ATRASADOS  PIC 9(3) VALUE 0.
       01 MONTO-ZZ          PIC -------------9,99.

      * Moneda constante: el historico (VH-TOTAL de cada mes) y el
      * ritmo del anio (CLI_TOTAL) se reexpresan al mes base antes de
      * promediar, y el forecast queda en pesos de ese mes.
       01 W-CONSTANTE       PIC X VALUE "N".
          88 W-MONEDA-CONSTANTE VALUE "S".
       01 W-PERIODO-BASE    PIC 9(6).
       01 W-PERIODO-ORIGEN  PIC 9(6).
       01 W-IMPORTE-IPC     PIC S9(11)V99.
       01 W-REEXPRESADO     PIC X.
       01 W-CANT-SIN-INDICE PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-ANIO-PROXIMO = FS-ANIO + 1.
            PERFORM PIDO-MONEDA-CONSTANTE THRU F-PIDO-MONEDA-CONSTANTE.
            PERFORM CARGO-HISTORICO THRU F-CARGO-HISTORICO.
            IF W-CANT-TC = 0
               DISPLAY "Sin historico de ventas, nada que proyectar"
            OPEN OUTPUT FORECAST-SALIDA.
            OPEN INPUT CLIENTES.
            DISPLAY "FORECAST DE VENTAS " W-ANIO-PROXIMO.
            IF W-MONEDA-CONSTANTE
               DISPLAY "VALORES EN PESOS CONSTANTES DE " W-PERIODO-BASE
                       " (REEXPRESADOS POR IPC)"
            ELSE
               DISPLAY "VALORES EN PESOS NOMINALES"
            END-IF.
            PERFORM PROYECTO-UN-CLIENTE THRU F-PROYECTO-UN-CLIENTE
                VARYING W-IND-TC FROM 1 BY 1
                    UNTIL W-IND-TC > W-CANT-TC.
            DISPLAY " ".
            DISPLAY "Cuentas atrasadas contra su historico: "
                    W-CANT-ATRASADOS.
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

       CARGO-HISTORICO.
            OPEN INPUT VENTAS-HISTORICO.
            IF ST-HISTORICO > "07"
            MOVE 0 TO W-TC-MONTO(W-CANT-TC W-MES).

       SUMO-MES-HISTORICO.
            MOVE VH-TOTAL(W-MES) TO W-IMPORTE-IPC.
            COMPUTE W-PERIODO-ORIGEN = VH-ANIO * 100 + W-MES.
            PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE.
            ADD W-IMPORTE-IPC
              TO W-TC-MONTO(W-TC-HALLADO W-MES).
            ADD W-IMPORTE-IPC TO W-TOTAL-ANIO-REG.

       COMPARO-TC.
            IF W-TC-CLI-ID(W-IND-TC) = VH-CLI-ID
            EXIT.

       SUMO-YTD.
            MOVE CLI_TOTAL(W-MES) TO W-IMPORTE-IPC.
            COMPUTE W-PERIODO-ORIGEN = FS-ANIO * 100 + W-MES.
            PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE.
            ADD W-IMPORTE-IPC TO W-YTD-ACTUAL.
            COMPUTE W-PROMEDIO-MES ROUNDED =
                W-TC-MONTO(W-IND-TC W-MES)
                / W-TC-ANIOS(W-IND-TC).
