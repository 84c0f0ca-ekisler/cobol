      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Control de arranque del cierre mensual (CICLOMES).
      *          El job se lanza todas las noches detras del ciclo
      *          nocturno y este programa, primer paso, decide si esa
      *          noche corresponde el cierre del mes anterior. Se
      *          invoca con una tarjeta por SYSIN, al estilo de
      *          CONTROL-REINICIO-CICLO:
      *            H  arranque: RETURN-CODE 0 si hoy ya es (o paso) el
      *               primer dia habil del mes -- el dia 1 corrido
      *               por PROXIMO-DIA-HABIL -- y el periodo anterior
      *               todavia no fue cerrado por el controller en
      *               CIERRES-PERIODO; RETURN-CODE 1 en otro caso y el
      *               COND de cada paso de CICLOMES lo saltea. Cuando
      *               corresponde deja el periodo (AAAAMM) y el anio
      *               (AAAA) en periodoCicloMes.dat y anioCicloMes.dat,
      *               las tarjetas que CICLOMES concatena al SYSIN de
      *               los pasos que piden periodo, y da de alta el
      *               periodo en CIERRES-PERIODO como EN CURSO.
      *            T  fin de trimestre: RETURN-CODE 0 si el periodo
      *               que se cierra es marzo, junio, setiembre o
      *               diciembre; 1 si no.
      *            A  fin de anio: RETURN-CODE 0 si el periodo que se
      *               cierra es diciembre; 1 si no.
      *          El periodo que se cierra es siempre el mes anterior
      *          a hoy, el mismo que usa CONTROL-REINICIO-CICLO con la
      *          tarjeta "MES".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONTROL-CICLO-MES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cierresPeriodo.sel".

           SELECT PERIODO-CICLO-MES ASSIGN TO "./periodoCicloMes.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-TARJETA.

           SELECT ANIO-CICLO-MES ASSIGN TO "./anioCicloMes.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-TARJETA.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cierresPeriodo.fd".

       FD PERIODO-CICLO-MES.
       01 REG-PERIODO-CICLO-MES PIC 9(6).

       FD ANIO-CICLO-MES.
       01 REG-ANIO-CICLO-MES    PIC 9(4).

       WORKING-STORAGE SECTION.

       01 ST-CIERRES         PIC XX.
       01 ST-TARJETA         PIC XX.

       01 W-TARJETA.
          05 W-MODO          PIC X.
             88 W-MODO-ARRANQUE   VALUE "H".
             88 W-MODO-TRIMESTRE  VALUE "T".
             88 W-MODO-ANIO       VALUE "A".
          05 FILLER          PIC X(19).

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-PRIMER-DIA       PIC 9(8).
       01 W-PRIMER-DIA-R REDEFINES W-PRIMER-DIA.
          05 W-PD-ANIO-MES   PIC 9(6).
          05 W-PD-DIA        PIC 99.
       01 W-PRIMER-HABIL     PIC 9(8).

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO      PIC 9(4).
          05 W-PER-MES       PIC 99.
             88 W-PER-FIN-TRIMESTRE VALUE 3 6 9 12.
             88 W-PER-FIN-ANIO      VALUE 12.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-TARJETA.
            MOVE FUNCTION UPPER-CASE(W-TARJETA) TO W-TARJETA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CALCULO-PERIODO THRU F-CALCULO-PERIODO.
            EVALUATE TRUE
               WHEN W-MODO-ARRANQUE
                  PERFORM CONTROLO-ARRANQUE THRU F-CONTROLO-ARRANQUE
               WHEN W-MODO-TRIMESTRE
                  IF W-PER-FIN-TRIMESTRE
                     DISPLAY "Periodo " W-PERIODO " cierra trimestre"
                     MOVE 0 TO RETURN-CODE
                  ELSE
                     DISPLAY "Periodo " W-PERIODO " no cierra "
                             "trimestre, se saltea"
                     MOVE 1 TO RETURN-CODE
                  END-IF
               WHEN W-MODO-ANIO
                  IF W-PER-FIN-ANIO
                     DISPLAY "Periodo " W-PERIODO " cierra el anio"
                     MOVE 0 TO RETURN-CODE
                  ELSE
                     DISPLAY "Periodo " W-PERIODO " no cierra el "
                             "anio, se saltea"
                     MOVE 1 TO RETURN-CODE
                  END-IF
               WHEN OTHER
                  DISPLAY "Tarjeta invalida: " W-TARJETA
                  MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

      * CALCULO-PERIODO: el periodo que se cierra es el mes anterior
      * al de hoy.
       CALCULO-PERIODO.
            MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO.
            IF W-PER-MES = 1
               MOVE 12 TO W-PER-MES
               SUBTRACT 1 FROM W-PER-ANIO
            ELSE
               SUBTRACT 1 FROM W-PER-MES
            END-IF.

       F-CALCULO-PERIODO.
            EXIT.

      * CONTROLO-ARRANQUE: antes del primer dia habil del mes no se
      * cierra (los feriados y el fin de semana del dia 1 corren el
      * cierre); un periodo ya firmado tampoco se vuelve a correr.
       CONTROLO-ARRANQUE.
            MOVE W-FECHA-SISTEMA(1:6) TO W-PD-ANIO-MES.
            MOVE 1 TO W-PD-DIA.
            CALL "PROXIMO-DIA-HABIL" USING W-PRIMER-DIA W-PRIMER-HABIL.
            IF W-FECHA-SISTEMA < W-PRIMER-HABIL
               DISPLAY "Primer dia habil del mes: " W-PRIMER-HABIL
                       ", todavia no corresponde el cierre de "
                       W-PERIODO
               MOVE 1 TO RETURN-CODE
               GO TO F-CONTROLO-ARRANQUE
            END-IF.
            OPEN I-O CIERRES-PERIODO.
            IF ST-CIERRES > "07"
               DISPLAY "Error abriendo Cierres-Periodo: " ST-CIERRES
               MOVE 8 TO RETURN-CODE
               GO TO F-CONTROLO-ARRANQUE
            END-IF.
            MOVE W-PERIODO TO CPE-PERIODO.
            READ CIERRES-PERIODO KEY IS CPE-PERIODO
              INVALID KEY
                MOVE SPACES TO REG-CIERRE-PERIODO
                MOVE W-PERIODO TO CPE-PERIODO
                SET CPE-EN-CURSO TO TRUE
                MOVE W-FECHA-SISTEMA TO CPE-FECHA-CICLO
                MOVE 0 TO CPE-FECHA-REPORTE CPE-HORA-REPORTE
                          CPE-PASOS-TOTAL CPE-PASOS-OK
                          CPE-PASOS-NO-CORRESP CPE-FECHA-CIERRE
                WRITE REG-CIERRE-PERIODO
                  INVALID KEY
                    DISPLAY "Error grabando Cierres-Periodo: "
                            ST-CIERRES
                    MOVE 8 TO RETURN-CODE
                END-WRITE
            END-READ.
            CLOSE CIERRES-PERIODO.
            IF RETURN-CODE = 8
               GO TO F-CONTROLO-ARRANQUE
            END-IF.
            IF CPE-CERRADO
               DISPLAY "Periodo " W-PERIODO " cerrado el "
                       CPE-FECHA-CIERRE " por " CPE-USUARIO-CIERRE
                       ", no corre"
               MOVE 1 TO RETURN-CODE
               GO TO F-CONTROLO-ARRANQUE
            END-IF.
            PERFORM GRABO-TARJETAS THRU F-GRABO-TARJETAS.
            IF RETURN-CODE NOT = 8
               DISPLAY "Cierre mensual de " W-PERIODO " corre"
               MOVE 0 TO RETURN-CODE
            END-IF.

       F-CONTROLO-ARRANQUE.
            EXIT.

      * GRABO-TARJETAS: el periodo y el anio en archivos de una sola
      * tarjeta, para el SYSIN de los pasos que los piden.
       GRABO-TARJETAS.
            OPEN OUTPUT PERIODO-CICLO-MES.
            IF ST-TARJETA NOT = "00"
               DISPLAY "Error grabando tarjeta de periodo: "
                       ST-TARJETA
               MOVE 8 TO RETURN-CODE
               GO TO F-GRABO-TARJETAS
            END-IF.
            MOVE W-PERIODO TO REG-PERIODO-CICLO-MES.
            WRITE REG-PERIODO-CICLO-MES.
            CLOSE PERIODO-CICLO-MES.
            OPEN OUTPUT ANIO-CICLO-MES.
            IF ST-TARJETA NOT = "00"
               DISPLAY "Error grabando tarjeta de anio: " ST-TARJETA
               MOVE 8 TO RETURN-CODE
               GO TO F-GRABO-TARJETAS
            END-IF.
            MOVE W-PER-ANIO TO REG-ANIO-CICLO-MES.
            WRITE REG-ANIO-CICLO-MES.
            CLOSE ANIO-CICLO-MES.

       F-GRABO-TARJETAS.
            EXIT.

       END PROGRAM "CONTROL-CICLO-MES".
