      *          VH-ANIO via SORT (mismo esquema que REPORTE-TOP-
      *          CLIENTES-SALDO), el total de cada anio junto con la
      *          variacion contra el anio anterior.
      * Mod: 15/10/2026 EK - Opcion de pesos constantes de un mes base
      *      (INDICES-IPC via REEXPRESO-IPC): con inflacion el
      *      crecimiento nominal no dice nada. El encabezado aclara
      *      si los valores son nominales o constantes.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 VARIACION-ZZ      PIC -----------9,99.
       01 PORCENTAJE-ZZ     PIC -----9,99.

      * Moneda constante: cada VH-TOTAL se reexpresa desde su propio
      * mes (VH-ANIO y el mes) al mes base con REEXPRESO-IPC.
       01 W-CONSTANTE       PIC X VALUE "N".
          88 W-MONEDA-CONSTANTE VALUE "S".
       01 W-PERIODO-BASE    PIC 9(6).
       01 W-PERIODO-ORIGEN  PIC 9(6).
       01 W-IMPORTE-IPC     PIC S9(11)V99.
       01 W-REEXPRESADO     PIC X.
       01 W-CANT-SIN-INDICE PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Id Cliente (0000000 para todo el libro): "
                    WITH NO ADVANCING.
            ACCEPT W-ID-CLIENTE.
            PERFORM PIDO-MONEDA-CONSTANTE THRU F-PIDO-MONEDA-CONSTANTE.
            SORT SORT-CRECIMIENTO
              ON ASCENDING KEY SORT-ANIO
              INPUT PROCEDURE IS CARGO-HISTORICO THRU F-CARGO-HISTORICO
              OUTPUT PROCEDURE IS LISTO-CRECIMIENTO
                  THRU F-LISTO-CRECIMIENTO.
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
            PERFORM CARGO-UN-ANIO THRU F-CARGO-UN-ANIO
            EXIT.

       SUMO-UN-MES-HISTORICO.
            MOVE VH-TOTAL(W-INDICE-MES) TO W-IMPORTE-IPC.
            COMPUTE W-PERIODO-ORIGEN = VH-ANIO * 100 + W-INDICE-MES.
            PERFORM REEXPRESO-IMPORTE THRU F-REEXPRESO-IMPORTE.
            ADD W-IMPORTE-IPC TO SORT-TOTAL.

       F-SUMO-UN-MES-HISTORICO.
            EXIT.
      * consolidado en lugar de un renglon por cliente.
       LISTO-CRECIMIENTO.
            DISPLAY "CRECIMIENTO INTERANUAL DE VENTAS".
            IF W-MONEDA-CONSTANTE
               DISPLAY "VALORES EN PESOS CONSTANTES DE " W-PERIODO-BASE
                       " (REEXPRESADOS POR IPC)"
            ELSE
               DISPLAY "VALORES EN PESOS NOMINALES"
            END-IF.
            PERFORM LISTO-UN-RENGLON THRU F-LISTO-UN-RENGLON
                UNTIL W-FIN-LISTADO = "S".
            IF W-PRIMER-ANIO NOT = "S"
