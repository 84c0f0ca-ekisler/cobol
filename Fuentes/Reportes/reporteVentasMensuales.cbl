      * Author: Emisael Kisler
      * Date: 08/08/2026
      * Purpose: Reporte de Ventas Mensuales por Cliente (CLI_VENTAS)
      * Mod: 15/10/2026 EK - Opcion de pesos constantes: reexpresa
      *      CLI_TOTAL de cada mes a un mes base con INDICES-IPC
      *      (REEXPRESO-IPC); el encabezado dice en que moneda esta.
      *      Los clientes en dolares no se reexpresan.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-TOTAL-ANUAL-ARS PIC S9(12)V99.
       01 TOTAL-ARS-ZZ    PIC ------------9,99.

       01 W-FECHA-SISTEMA PIC 9(8).
       01 FECHA-SISTEMA-R REDEFINES W-FECHA-SISTEMA.
          05 FS-ANIO      PIC 9(4).
          05 FS-MES-DIA   PIC 9(4).

      * Moneda constante: CLI_VENTAS es el anio en curso, asi que el
      * mes de origen de cada CLI_TOTAL es FS-ANIO y el indice del mes.
       01 W-CONSTANTE     PIC X VALUE "N".
          88 W-MONEDA-CONSTANTE VALUE "S".
       01 W-PERIODO-BASE  PIC 9(6).
       01 W-PERIODO-ORIGEN PIC 9(6).
       01 W-IMPORTE-IPC   PIC S9(11)V99.
       01 W-REEXPRESADO   PIC X.
       01 W-CANT-SIN-INDICE PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM PIDO-MONEDA-CONSTANTE THRU F-PIDO-MONEDA-CONSTANTE.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            PERFORM ABRO-ARCHIVO.
            IF W-FIN NOT = "S"
               PERFORM LISTO-CLIENTES THRU F-LISTO-CLIENTES
            END-IF.
            PERFORM CIERRO-ARCHIVO.
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

      * LEO-TASA-CAMBIO: toma la tasa USD->ARS de tasaCambio.dat, el
      * mismo esquema de registro de control que loteControl.dat; se
      * conserva el default de W-TASA-USD si el archivo no existe.

       LISTO-CLIENTES.
            DISPLAY "REPORTE DE VENTAS MENSUALES POR CLIENTE".
            IF W-MONEDA-CONSTANTE
               DISPLAY "VALORES EN PESOS CONSTANTES DE " W-PERIODO-BASE
                       " (REEXPRESADOS POR IPC)"
            ELSE
               DISPLAY "VALORES EN PESOS NOMINALES"
            END-IF.
            PERFORM LISTO-UN-CLIENTE THRU F-LISTO-UN-CLIENTE
                UNTIL W-FIN = "S".

                DISPLAY " "
                DISPLAY CLI_ID SPACE CLI_NOMBRE SPACE CLI_MONEDA
                DISPLAY "  Razon Social: " CLI_RAZONSOCIAL
                IF W-MONEDA-CONSTANTE AND CLI-MONEDA-DOLAR
                   DISPLAY "  (en dolares, sin reexpresar)"
                END-IF
                PERFORM IMPRIMO-VENTAS-MES THRU F-IMPRIMO-VENTAS-MES
            END-READ.


       IMPRIMO-UN-MES.
            CALL "NOMBRE-MES" USING W-INDICE-MES W-NOMBRE-MES.
            MOVE CLI_TOTAL(W-INDICE-MES) TO W-IMPORTE-IPC.
            IF NOT CLI-MONEDA-DOLAR
               COMPUTE W-PERIODO-ORIGEN = FS-ANIO * 100 + W-INDICE-MES
               PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE
            END-IF.
            MOVE W-IMPORTE-IPC TO TOTAL-ZZ.
            DISPLAY "  " W-NOMBRE-MES ": " TOTAL-ZZ.
            ADD W-IMPORTE-IPC TO W-TOTAL-ANUAL.

       F-IMPRIMO-UN-MES.
            EXIT.
