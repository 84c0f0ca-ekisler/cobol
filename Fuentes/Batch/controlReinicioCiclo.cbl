      *          se saltea. Los renglones de fechas anteriores no
      *          molestan (la marca vale solo para la fecha de hoy) y
      *          el archivo se puede depurar cuando se quiera.
      * Mod: 15/10/2026 EK - Tarjeta "C STEPxxx MES" / "M STEPxxx MES"
      *      para el ciclo mensual (CICLOMES): la marca se asienta y
      *      se busca con el periodo que se cierra (el mes anterior,
      *      AAAAMM00) en lugar de la fecha de hoy, asi un
      *      relanzamiento en otra noche del cierre sigue salteando
      *      lo ya corrido. El dia 00 no choca con las marcas diarias.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-FECHA-SISTEMA    PIC 9(8).

      * W-TARJETA: modo y paso, leidos de SYSIN ("C STEP040" /
      * "M STEP040"); "MES" despues del paso marca por periodo.
       01 W-TARJETA.
          05 W-MODO          PIC X.
             88 W-MODO-CHEQUEO  VALUE "C".
             88 W-MODO-MARCA    VALUE "M".
          05 FILLER          PIC X.
          05 W-PASO          PIC X(8).
          05 W-CLAVE         PIC X(3).
             88 W-CLAVE-PERIODO VALUE "MES".

      * W-FECHA-CLAVE: fecha con la que se busca y asienta la marca;
      * hoy, o el periodo cerrado como AAAAMM00.
       01 W-FECHA-CLAVE      PIC 9(8).
       01 W-FECHA-CLAVE-R REDEFINES W-FECHA-CLAVE.
          05 W-CLAVE-ANIO    PIC 9(4).
          05 W-CLAVE-MES     PIC 99.
          05 W-CLAVE-DIA     PIC 99.

       01 W-PASO-COMPLETADO  PIC X VALUE "N".

            ACCEPT W-TARJETA.
            MOVE FUNCTION UPPER-CASE(W-TARJETA) TO W-TARJETA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO W-FECHA-CLAVE.
            IF W-CLAVE-PERIODO
               PERFORM CALCULO-PERIODO THRU F-CALCULO-PERIODO
            END-IF.
            EVALUATE TRUE
               WHEN W-MODO-CHEQUEO
                  PERFORM CHEQUEO-PASO THRU F-CHEQUEO-PASO
            END-EVALUATE.
            STOP RUN.

      * CALCULO-PERIODO: el cierre mensual corre en el mes siguiente
      * al que cierra; la clave es ese mes anterior con dia 00.
       CALCULO-PERIODO.
            IF W-CLAVE-MES = 1
               MOVE 12 TO W-CLAVE-MES
               SUBTRACT 1 FROM W-CLAVE-ANIO
            ELSE
               SUBTRACT 1 FROM W-CLAVE-MES
            END-IF.
            MOVE 0 TO W-CLAVE-DIA.

       F-CALCULO-PERIODO.
            EXIT.

      * CHEQUEO-PASO: busca el paso con la fecha de hoy (o el periodo)
      * en el registro de estado; RC 1 si ya esta completado, RC 0 si
      * falta correr.
       CHEQUEO-PASO.
            MOVE "N" TO W-PASO-COMPLETADO.
               CLOSE CICLO-ESTADO
            END-IF.
            IF W-PASO-COMPLETADO = "S"
               DISPLAY "Paso " W-PASO " ya completado ("
                       W-FECHA-CLAVE "), se saltea"
               MOVE 1 TO RETURN-CODE
            ELSE
               DISPLAY "Paso " W-PASO " pendiente, corre"
              AT END
                MOVE "S" TO W-FIN-ESTADO
              NOT AT END
                IF CE-FECHA = W-FECHA-CLAVE
                      AND CE-PASO = W-PASO
                   MOVE "S" TO W-PASO-COMPLETADO
                   MOVE "S" TO W-FIN-ESTADO
       MARCO-PASO.
            OPEN EXTEND CICLO-ESTADO.
            MOVE SPACES TO REG-CICLO-ESTADO.
            MOVE W-FECHA-CLAVE TO CE-FECHA.
            MOVE W-PASO TO CE-PASO.
            WRITE REG-CICLO-ESTADO.
            CLOSE CICLO-ESTADO.
