      *          el mismo acto, igual que VALIDO-FECHA centraliza las
      *          fechas. Cantidad CON SIGNO: entrada positiva, salida
      *          negativa. Devuelve "S"/"N" en L-GRABADO.
      * Mod: 15/10/2026 EK - MOV-IMPORTE (solo lo usan los ajustes de
      *      costo de GRABO-AJUSTE-COSTO) se graba en cero.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            MOVE L-CANTIDAD  TO MOV-CANTIDAD.
            MOVE L-MOTIVO    TO MOV-MOTIVO.
            MOVE L-OPERADOR  TO MOV-OPERADOR.
            MOVE 0 TO MOV-IMPORTE.
            MOVE 0 TO W-INTENTOS.
            PERFORM INTENTO-GRABAR THRU F-INTENTO-GRABAR
                UNTIL L-GRABADO = "S" OR W-INTENTOS > 9999.
