      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte de fin de mes, ultimo paso de CICLOMES. Para
      *          el periodo que se cierra (el mes anterior) recorre el
      *          registro de pasos completados (cicloEstado.dat, las
      *          marcas "MES" que deja CONTROL-REINICIO-CICLO con el
      *          periodo como AAAAMM00) y lista cada paso del cierre
      *          mensual como COMPLETADO, NO CORRESPONDE (revision de
      *          limites fuera de fin de trimestre, auditoria del
      *          historico fuera de fin de anio) o FALTA. El resultado
      *          queda en CIERRES-PERIODO: con todos los pasos que
      *          corresponden completados el periodo pasa a LISTO PARA
      *          FIRMA y aparece en la cola del supervisor, donde el
      *          controller lo firma y recien ahi queda CERRADO; con
      *          algun paso faltante queda INCOMPLETO y el reporte
      *          termina con RETURN-CODE 4. Un periodo ya cerrado no
      *          se toca.
      * Mod: 15/10/2026 EK - STEP085 (REPORTE-CERTIFICADOS-VENCER)
      *      cuenta para el cierre todos los meses.
      * Mod: 15/10/2026 EK - STEP087 (AUDITORIA-CTAS-PAGAR) cuenta
      *      para el cierre todos los meses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CIERRE-MES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cierresPeriodo.sel".

           SELECT OPTIONAL CICLO-ESTADO ASSIGN TO "./cicloEstado.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-ESTADO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cierresPeriodo.fd".

       FD CICLO-ESTADO.
       01 REG-CICLO-ESTADO.
          05 CE-FECHA       PIC 9(8).
          05 FILLER         PIC X.
          05 CE-PASO        PIC X(8).

       WORKING-STORAGE SECTION.

       01 ST-CIERRES         PIC XX.
       01 ST-ESTADO          PIC XX.
       01 W-FIN-ESTADO       PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO      PIC 9(4).
          05 W-PER-MES       PIC 99.
             88 W-PER-FIN-TRIMESTRE VALUE 3 6 9 12.
             88 W-PER-FIN-ANIO      VALUE 12.
       01 W-FECHA-CLAVE      PIC 9(8).

      * TABLA-PASOS: los pasos de CICLOMES que cuentan para el cierre,
      * con su frecuencia (M todos los meses, T fin de trimestre, A
      * fin de anio) y el programa que corre.
       01 TABLA-PASOS.
          05 FILLER PIC X(39)
             VALUE "STEP010 MRECARGOS-POR-MORA             ".
          05 FILLER PIC X(39)
             VALUE "STEP020 MENVIO-COMISIONES-SUELDOS      ".
          05 FILLER PIC X(39)
             VALUE "STEP030 AAUDITORIA-VENTAS-HISTORICO    ".
          05 FILLER PIC X(39)
             VALUE "STEP040 MVALUACION-STOCK               ".
          05 FILLER PIC X(39)
             VALUE "STEP050 MEXPORT-RETENCIONES-SICORE     ".
          05 FILLER PIC X(39)
             VALUE "STEP055 MEXPORT-RET-PRACTICADAS-SICORE ".
          05 FILLER PIC X(39)
             VALUE "STEP060 MREPORTE-PERCEPCIONES-IIBB     ".
          05 FILLER PIC X(39)
             VALUE "STEP070 MREPORTE-LIBRO-IVA-VENTAS      ".
          05 FILLER PIC X(39)
             VALUE "STEP072 MREPORTE-LIBRO-IVA-COMPRAS     ".
          05 FILLER PIC X(39)
             VALUE "STEP075 MLIBRO-IVA-DIGITAL             ".
          05 FILLER PIC X(39)
             VALUE "STEP080 TREVISION-LIMITES-CREDITO      ".
          05 FILLER PIC X(39)
             VALUE "STEP085 MREPORTE-CERTIFICADOS-VENCER   ".
          05 FILLER PIC X(39)
             VALUE "STEP087 MAUDITORIA-CTAS-PAGAR          ".
       01 PASOS-R REDEFINES TABLA-PASOS.
          05 PASO-DATOS OCCURS 13 TIMES.
             10 PASO-ID         PIC X(8).
             10 PASO-FRECUENCIA PIC X.
                88 PASO-MENSUAL     VALUE "M".
                88 PASO-TRIMESTRAL  VALUE "T".
                88 PASO-ANUAL       VALUE "A".
             10 PASO-PROGRAMA   PIC X(30).

       01 W-CANT-PASOS       PIC 99 VALUE 13.
       01 TABLA-MARCAS.
          05 W-PASO-MARCA    PIC X OCCURS 13 TIMES.
       01 W-INDICE-PASO      PIC 99.
       01 W-CORRESPONDE      PIC X.
       01 W-ESTADO-PASO      PIC X(16).

       01 W-PASOS-TOTAL      PIC 99 VALUE 0.
       01 W-PASOS-OK         PIC 99 VALUE 0.
       01 W-PASOS-NO-CORRESP PIC 99 VALUE 0.
       01 W-PASOS-FALTAN     PIC 99 VALUE 0.
       01 W-NUEVO            PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO.
            IF W-PER-MES = 1
               MOVE 12 TO W-PER-MES
               SUBTRACT 1 FROM W-PER-ANIO
            ELSE
               SUBTRACT 1 FROM W-PER-MES
            END-IF.
            MOVE W-PERIODO TO W-FECHA-CLAVE(1:6).
            MOVE "00" TO W-FECHA-CLAVE(7:2).
            MOVE ALL "N" TO TABLA-MARCAS.
            OPEN INPUT CICLO-ESTADO.
            IF ST-ESTADO = "00"
               PERFORM LEO-UN-ESTADO THRU F-LEO-UN-ESTADO
                   UNTIL W-FIN-ESTADO = "S"
               CLOSE CICLO-ESTADO
            END-IF.
            DISPLAY "CIERRE MENSUAL DEL PERIODO " W-PERIODO
                    " - REPORTE DEL " W-FECHA-SISTEMA.
            DISPLAY "Paso     Programa                       Estado".
            PERFORM LISTO-UN-PASO THRU F-LISTO-UN-PASO
                VARYING W-INDICE-PASO FROM 1 BY 1
                    UNTIL W-INDICE-PASO > W-CANT-PASOS.
            DISPLAY " ".
            DISPLAY "Pasos que corresponden: " W-PASOS-TOTAL
                    "  completados: " W-PASOS-OK
                    "  faltan: " W-PASOS-FALTAN
                    "  no corresponden: " W-PASOS-NO-CORRESP.
            PERFORM GRABO-CIERRE THRU F-GRABO-CIERRE.
            STOP RUN.

      * LEO-UN-ESTADO: solo las marcas del periodo (AAAAMM00).
       LEO-UN-ESTADO.
            READ CICLO-ESTADO
              AT END
                MOVE "S" TO W-FIN-ESTADO
                GO TO F-LEO-UN-ESTADO
            END-READ.
            IF CE-FECHA NOT = W-FECHA-CLAVE
               GO TO F-LEO-UN-ESTADO
            END-IF.
            PERFORM MARCO-UN-PASO THRU F-MARCO-UN-PASO
                VARYING W-INDICE-PASO FROM 1 BY 1
                    UNTIL W-INDICE-PASO > W-CANT-PASOS.

       F-LEO-UN-ESTADO.
            EXIT.

       MARCO-UN-PASO.
            IF PASO-ID(W-INDICE-PASO) = CE-PASO
               MOVE "S" TO W-PASO-MARCA(W-INDICE-PASO)
            END-IF.

       F-MARCO-UN-PASO.
            EXIT.

       LISTO-UN-PASO.
            MOVE "S" TO W-CORRESPONDE.
            IF PASO-TRIMESTRAL(W-INDICE-PASO)
                  AND NOT W-PER-FIN-TRIMESTRE
               MOVE "N" TO W-CORRESPONDE
            END-IF.
            IF PASO-ANUAL(W-INDICE-PASO) AND NOT W-PER-FIN-ANIO
               MOVE "N" TO W-CORRESPONDE
            END-IF.
            EVALUATE TRUE
               WHEN W-CORRESPONDE = "N"
                  ADD 1 TO W-PASOS-NO-CORRESP
                  MOVE "NO CORRESPONDE" TO W-ESTADO-PASO
               WHEN W-PASO-MARCA(W-INDICE-PASO) = "S"
                  ADD 1 TO W-PASOS-TOTAL
                  ADD 1 TO W-PASOS-OK
                  MOVE "COMPLETADO" TO W-ESTADO-PASO
               WHEN OTHER
                  ADD 1 TO W-PASOS-TOTAL
                  ADD 1 TO W-PASOS-FALTAN
                  MOVE "*** FALTA ***" TO W-ESTADO-PASO
            END-EVALUATE.
            DISPLAY PASO-ID(W-INDICE-PASO) " "
                    PASO-PROGRAMA(W-INDICE-PASO) " " W-ESTADO-PASO.

       F-LISTO-UN-PASO.
            EXIT.

      * GRABO-CIERRE: deja el resultado en CIERRES-PERIODO; la firma
      * del controller (cola del supervisor) es la que lo cierra.
       GRABO-CIERRE.
            OPEN I-O CIERRES-PERIODO.
            IF ST-CIERRES > "07"
               DISPLAY "Error abriendo Cierres-Periodo: " ST-CIERRES
               MOVE 8 TO RETURN-CODE
               GO TO F-GRABO-CIERRE
            END-IF.
            MOVE "N" TO W-NUEVO.
            MOVE W-PERIODO TO CPE-PERIODO.
            READ CIERRES-PERIODO KEY IS CPE-PERIODO
              INVALID KEY
                MOVE "S" TO W-NUEVO
                MOVE SPACES TO REG-CIERRE-PERIODO
                MOVE W-PERIODO TO CPE-PERIODO
                MOVE W-FECHA-SISTEMA TO CPE-FECHA-CICLO
                MOVE 0 TO CPE-FECHA-CIERRE
            END-READ.
            IF CPE-CERRADO
               DISPLAY "El periodo ya fue cerrado el " CPE-FECHA-CIERRE
                       " por " CPE-USUARIO-CIERRE
               CLOSE CIERRES-PERIODO
               GO TO F-GRABO-CIERRE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CPE-FECHA-REPORTE.
            MOVE W-HORA-SISTEMA(1:6) TO CPE-HORA-REPORTE.
            MOVE W-PASOS-TOTAL TO CPE-PASOS-TOTAL.
            MOVE W-PASOS-OK TO CPE-PASOS-OK.
            MOVE W-PASOS-NO-CORRESP TO CPE-PASOS-NO-CORRESP.
            IF W-PASOS-FALTAN = 0
               SET CPE-LISTO-FIRMA TO TRUE
               DISPLAY "Periodo " W-PERIODO " LISTO PARA LA FIRMA DEL "
                       "CONTROLLER (cola del supervisor)"
            ELSE
               SET CPE-INCOMPLETO TO TRUE
               DISPLAY "Periodo " W-PERIODO " INCOMPLETO: faltan "
                       W-PASOS-FALTAN " paso(s), relanzar CICLOMES"
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF W-NUEVO = "S"
               WRITE REG-CIERRE-PERIODO
            ELSE
               REWRITE REG-CIERRE-PERIODO
            END-IF.
            IF ST-CIERRES NOT = "00"
               DISPLAY "Error grabando Cierres-Periodo: " ST-CIERRES
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE CIERRES-PERIODO.

       F-GRABO-CIERRE.
            EXIT.

       END PROGRAM "REPORTE-CIERRE-MES".
