      *          (clientesAAAAMMDD.bak de RESPALDO-CLIENTES) -- sin
      *          respaldo no se reorganiza, el mismo criterio del
      *          ciclo.
      * Mod: 15/10/2026 EK - factura.dat suma las alternas FACT-FECHA
      *      y FACT-FECHA-MODIF (acceso por dia de los pasos
      *      nocturnos): esta reorganizacion es la que las crea sobre
      *      el archivo existente, y las verifica como a FACT-CLI-ID.
      * Mod: 15/10/2026 EK - El factura.dat existente se lee por
      *      FACTURA-VIEJA, un SELECT propio con la disposicion
      *      anterior (solo la alterna FACT-CLI-ID): abrirlo por
      *      sel/factura.sel, que ya declara las alternas nuevas,
      *      termina en status 39. Un archivo ya convertido (status
      *      39 con la disposicion vieja) se lee por sel/factura.sel.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ALTERNATE KEY RCL-ALT-2 WITH DUPLICATES
             STATUS ST-CLI-REORG.

      * FACTURA-VIEJA: el mismo factura.dat con las claves que tenia
      * antes de las alternas por fecha; es la entrada de la
      * reorganizacion que las crea.
           SELECT OPTIONAL FACTURA-VIEJA ASSIGN TO "./factura.dat"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY IS FVJ-NUMERO
             ALTERNATE KEY FVJ-CLI-ID WITH DUPLICATES
             STATUS ST-FACTURA.

           SELECT FACTURA-REORG ASSIGN TO "./facturaReorg.dat"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY IS RFA-NUMERO
             ALTERNATE KEY RFA-CLI-ID WITH DUPLICATES
             ALTERNATE KEY RFA-FECHA WITH DUPLICATES
             ALTERNATE KEY RFA-FECHA-MODIF WITH DUPLICATES
             STATUS ST-FAC-REORG.

       DATA DIVISION.
          03 FILLER            PIC X(432).

      * Espejo de REG-FACTURA (615 bytes), mismo criterio.
       FD FACTURA-VIEJA.
       01 REG-FACTURA-VIEJA.
          03 FVJ-NUMERO        PIC 9(9).
          03 FVJ-CLI-ID        PIC 9(7).
          03 FILLER            PIC X(599).

       FD FACTURA-REORG.
       01 REG-FAC-REORG.
          03 RFA-NUMERO        PIC 9(9).
          03 RFA-CLI-ID        PIC 9(7).
          03 RFA-FECHA         PIC 9(8).
          03 FILLER            PIC X(508).
          03 RFA-FECHA-MODIF   PIC 9(8).
          03 FILLER            PIC X(75).

       WORKING-STORAGE SECTION.

       01 ST-FILE           PIC XX.
       01 ST-FACTURA        PIC XX.
       01 W-FACTURA-VIEJA   PIC X.
       01 ST-BACKUP         PIC XX.
       01 ST-CLI-REORG      PIC XX.
       01 ST-FAC-REORG      PIC XX.
       F-COPIO-UN-CLIENTE.
            EXIT.

      * REORGANIZO-FACTURA: el archivo sin convertir se abre con la
      * disposicion vieja (FACTURA-VIEJA); si ya tiene las alternas
      * por fecha la apertura da 39 y se lee por sel/factura.sel.
       REORGANIZO-FACTURA.
            MOVE "S" TO W-FACTURA-VIEJA.
            OPEN INPUT FACTURA-VIEJA.
            IF ST-FACTURA = "39"
               MOVE "N" TO W-FACTURA-VIEJA
               OPEN INPUT FACTURA
            END-IF.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               GO TO F-REORGANIZO-FACTURA
            IF ST-FAC-REORG > "07"
               DISPLAY "Error abriendo facturaReorg.dat: "
                       ST-FAC-REORG
               PERFORM CIERRO-FACTURA THRU F-CIERRO-FACTURA
               GO TO F-REORGANIZO-FACTURA
            END-IF.
            IF W-FACTURA-VIEJA = "S"
               MOVE 0 TO FVJ-NUMERO
               START FACTURA-VIEJA KEY IS NOT LESS THAN FVJ-NUMERO
                 INVALID KEY MOVE "S" TO W-FIN
                 NOT INVALID KEY MOVE "N" TO W-FIN
               END-START
            ELSE
               MOVE 0 TO FACT-NUMERO
               START FACTURA KEY IS NOT LESS THAN FACT-NUMERO
                 INVALID KEY MOVE "S" TO W-FIN
                 NOT INVALID KEY MOVE "N" TO W-FIN
               END-START
            END-IF.
            PERFORM COPIO-UNA-FACTURA THRU F-COPIO-UNA-FACTURA
                UNTIL W-FIN = "S".
            PERFORM CIERRO-FACTURA THRU F-CIERRO-FACTURA.
            CLOSE FACTURA-REORG.

       F-REORGANIZO-FACTURA.
            EXIT.

       CIERRO-FACTURA.
            IF W-FACTURA-VIEJA = "S"
               CLOSE FACTURA-VIEJA
            ELSE
               CLOSE FACTURA
            END-IF.

       F-CIERRO-FACTURA.
            EXIT.

       COPIO-UNA-FACTURA.
            IF W-FACTURA-VIEJA = "S"
               READ FACTURA-VIEJA NEXT RECORD
                 AT END
                   MOVE "S" TO W-FIN
                   GO TO F-COPIO-UNA-FACTURA
               END-READ
               MOVE REG-FACTURA-VIEJA TO REG-FAC-REORG
            ELSE
               READ FACTURA NEXT RECORD
                 AT END
                   MOVE "S" TO W-FIN
                   GO TO F-COPIO-UNA-FACTURA
               END-READ
               MOVE REG-FACTURA TO REG-FAC-REORG
            END-IF.
            ADD 1 TO W-FAC-LEIDOS.
            WRITE REG-FAC-REORG
              INVALID KEY
                ADD 1 TO W-FAC-FALLADOS
                DISPLAY "Factura " RFA-NUMERO " no paso a la "
                        "reorganizacion (" ST-FAC-REORG ")"
              NOT INVALID KEY
                ADD 1 TO W-FAC-GRABADOS
            END-WRITE.

       F-COPIO-UNA-FACTURA.
            EXIT.
            END-IF.
            DISPLAY "Alterna FACT-CLI-ID: " W-CANT-ALTERNA
                    " registros".
            MOVE LOW-VALUES TO RFA-FECHA.
            START FACTURA-REORG KEY IS NOT LESS THAN RFA-FECHA
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            MOVE 0 TO W-CANT-ALTERNA.
            PERFORM CUENTO-UNA-FACT-REORG
               THRU F-CUENTO-UNA-FACT-REORG
                UNTIL W-FIN = "S".
            PERFORM COMPARO-ALTERNA-FAC THRU F-COMPARO-ALTERNA-FAC.
            DISPLAY "Alterna FACT-FECHA : " W-CANT-ALTERNA
                    " registros".
            MOVE LOW-VALUES TO RFA-FECHA-MODIF.
            START FACTURA-REORG KEY IS NOT LESS THAN RFA-FECHA-MODIF
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            MOVE 0 TO W-CANT-ALTERNA.
            PERFORM CUENTO-UNA-FACT-REORG
               THRU F-CUENTO-UNA-FACT-REORG
                UNTIL W-FIN = "S".
            PERFORM COMPARO-ALTERNA-FAC THRU F-COMPARO-ALTERNA-FAC.
            DISPLAY "Alterna FACT-FECHA-MODIF: " W-CANT-ALTERNA
                    " registros".
            CLOSE FACTURA-REORG.

       F-VERIFICO-ALTERNAS.
       F-COMPARO-ALTERNA-CLI.
            EXIT.

       COMPARO-ALTERNA-FAC.
            IF W-CANT-ALTERNA NOT = W-FAC-GRABADOS
               MOVE "S" TO W-HUBO-DIFERENCIA
               DISPLAY "DIFERENCIA: la alterna devuelve "
                       W-CANT-ALTERNA " contra " W-FAC-GRABADOS
                       " grabados"
            END-IF.

       F-COMPARO-ALTERNA-FAC.
            EXIT.

      * IMPRIMO-RESUMEN: los bytes reconstruidos son registros por
      * largo de registro -- lo que ocupa el archivo nuevo contra lo
      * que el viejo arrastraba en espacio muerto.
