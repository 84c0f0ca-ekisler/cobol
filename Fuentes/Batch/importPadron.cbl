      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Carga mensual del padron de contribuyentes de AFIP y
      *          de los fiscos provinciales (ARBA y demas) y cruce con
      *          CLIENTES. Lee padron.txt, renglones de ancho fijo ya
      *          armados desde los archivos que publican los
      *          organismos: origen (AFI o la jurisdiccion de IIBB),
      *          CUIT, vigencia desde/hasta, alicuotas de percepcion y
      *          retencion, condicion de IVA, marca (E excluido, R
      *          alto riesgo) y denominacion. Cada renglon valido se
      *          graba o pisa en PADRON-CONTRIBUYENTES (CUIT + origen);
      *          ABM-FACTURAS toma de ahi la alicuota de percepcion
      *          del CUIT. Despues recorre CLIENTES y lista como
      *          DIFERENCIA: clientes sin CUIT, CUIT que no figura
      *          vigente en el padron de AFIP, condicion de IVA
      *          distinta de la de AFIP, y clientes excluidos o de
      *          alto riesgo en cualquier padron. Renglones rechazados
      *          o diferencias terminan con RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPORT-PADRON".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/padronContribuyentes.sel".

           SELECT OPTIONAL PADRON-ENTRADA
             ASSIGN TO "./padron.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-ENTRADA.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/padronContribuyentes.fd".

      * Renglon del padron, 80 posiciones: origen, CUIT, vigencia,
      * alicuotas con 4 decimales implicitos (solo digitos, como
      * percepcionesIIBB.dat), condicion de IVA (RI, MT, EX, CF),
      * marca y denominacion.
       FD PADRON-ENTRADA.
       01 REG-ENTRADA.
          03 PDI-ORIGEN          PIC X(3).
          03 PDI-CUIT            PIC 9(11).
          03 PDI-FECHA-DESDE     PIC 9(8).
          03 PDI-FECHA-HASTA     PIC 9(8).
          03 PDI-ALICUOTA-PERC   PIC 9(2)V9(4).
          03 PDI-ALICUOTA-RET    PIC 9(2)V9(4).
          03 PDI-CONDICION-IVA   PIC X(2).
          03 PDI-MARCA           PIC X.
          03 PDI-DENOMINACION    PIC X(35).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-PADRON          PIC XX.
       01 ST-ENTRADA         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-ENTRADA      PIC X VALUE "N".
       01 W-FIN-CLIENTES     PIC X VALUE "N".
       01 W-FIN-PADRON       PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "PADRON".

       01 W-RENGLON          PIC 9(7) VALUE 0.
       01 W-MOTIVO           PIC X(30).

      * Cruce de un cliente contra sus registros vigentes.
       01 W-CONDICION-CLIENTE PIC X(2).
       01 W-HAY-AFIP         PIC X.
       01 W-HAY-JURIS        PIC X.

       01 W-CANT-LEIDOS      PIC 9(7) VALUE 0.
       01 W-CANT-ALTAS       PIC 9(7) VALUE 0.
       01 W-CANT-ACTUALIZ    PIC 9(7) VALUE 0.
       01 W-CANT-RECHAZADOS  PIC 9(7) VALUE 0.
       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-SIN-CUIT    PIC 9(5) VALUE 0.
       01 W-CANT-NO-PADRON   PIC 9(5) VALUE 0.
       01 W-CANT-COND-IVA    PIC 9(5) VALUE 0.
       01 W-CANT-EXCLUIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-ALTO-RIESGO PIC 9(5) VALUE 0.
       01 W-CANT-ALIC-PROPIA PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "CARGA DEL PADRON DE CONTRIBUYENTES - "
                       W-FECHA-SISTEMA
               PERFORM CARGO-UN-RENGLON THRU F-CARGO-UN-RENGLON
                   UNTIL W-FIN-ENTRADA = "S"
               IF W-CANT-LEIDOS = 0
                  DISPLAY "padron.txt vacio o inexistente, no se "
                          "cruzan los clientes"
                  MOVE 8 TO RETURN-CODE
               ELSE
                  DISPLAY " "
                  DISPLAY "CRUCE DE CLIENTES CONTRA EL PADRON"
                  PERFORM CRUZO-UN-CLIENTE THRU F-CRUZO-UN-CLIENTE
                      UNTIL W-FIN-CLIENTES = "S"
               END-IF
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Renglones leidos            : " W-CANT-LEIDOS.
            DISPLAY "Altas en el padron          : " W-CANT-ALTAS.
            DISPLAY "Actualizados                : " W-CANT-ACTUALIZ.
            DISPLAY "Rechazados                  : " W-CANT-RECHAZADOS.
            DISPLAY "Clientes cruzados           : " W-CANT-CLIENTES.
            DISPLAY "Sin CUIT                    : " W-CANT-SIN-CUIT.
            DISPLAY "CUIT fuera del padron AFIP  : " W-CANT-NO-PADRON.
            DISPLAY "Condicion IVA distinta      : " W-CANT-COND-IVA.
            DISPLAY "Excluidos                   : " W-CANT-EXCLUIDOS.
            DISPLAY "Alto riesgo fiscal          : "
                    W-CANT-ALTO-RIESGO.
            DISPLAY "Con alicuota IIBB propia    : "
                    W-CANT-ALIC-PROPIA.
            IF RETURN-CODE = 0
               IF W-CANT-RECHAZADOS > 0 OR W-CANT-SIN-CUIT > 0
                     OR W-CANT-NO-PADRON > 0 OR W-CANT-COND-IVA > 0
                     OR W-CANT-EXCLUIDOS > 0
                     OR W-CANT-ALTO-RIESGO > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O PADRON-CONTRIBUYENTES.
            IF ST-PADRON > "07"
               DISPLAY "Error abriendo Padron: " ST-PADRON
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PADRON-ENTRADA.
            IF ST-ENTRADA > "07"
               DISPLAY "Error abriendo padron.txt: " ST-ENTRADA
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE PADRON-CONTRIBUYENTES.
            CLOSE PADRON-ENTRADA.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-UN-RENGLON: valida el renglon y lo graba; el mismo CUIT
      * y origen de una carga anterior se pisa con la vigencia nueva.
       CARGO-UN-RENGLON.
            READ PADRON-ENTRADA
              AT END
                MOVE "S" TO W-FIN-ENTRADA
                GO TO F-CARGO-UN-RENGLON
            END-READ.
            ADD 1 TO W-RENGLON.
            ADD 1 TO W-CANT-LEIDOS.
            MOVE SPACES TO W-MOTIVO.
            EVALUATE TRUE
               WHEN PDI-ORIGEN = SPACES
                  MOVE "origen en blanco" TO W-MOTIVO
               WHEN PDI-CUIT IS NOT NUMERIC OR PDI-CUIT = 0
                  MOVE "CUIT invalido" TO W-MOTIVO
               WHEN PDI-FECHA-DESDE IS NOT NUMERIC
                     OR PDI-FECHA-HASTA IS NOT NUMERIC
                  MOVE "vigencia invalida" TO W-MOTIVO
               WHEN PDI-FECHA-DESDE > PDI-FECHA-HASTA
                  MOVE "vigencia desde mayor que hasta" TO W-MOTIVO
               WHEN PDI-ALICUOTA-PERC IS NOT NUMERIC
                     OR PDI-ALICUOTA-RET IS NOT NUMERIC
                  MOVE "alicuota invalida" TO W-MOTIVO
               WHEN PDI-MARCA NOT = SPACE AND PDI-MARCA NOT = "E"
                     AND PDI-MARCA NOT = "R"
                  MOVE "marca invalida" TO W-MOTIVO
            END-EVALUATE.
            IF W-MOTIVO NOT = SPACES
               ADD 1 TO W-CANT-RECHAZADOS
               DISPLAY "DIFERENCIA: renglon " W-RENGLON
                       " rechazado, " W-MOTIVO
               GO TO F-CARGO-UN-RENGLON
            END-IF.
            INITIALIZE REG-PADRON REPLACING NUMERIC DATA BY ZERO
                                    ALPHANUMERIC DATA BY SPACES.
            MOVE PDI-CUIT TO PAD-CUIT.
            MOVE PDI-ORIGEN TO PAD-ORIGEN.
            MOVE PDI-FECHA-DESDE TO PAD-FECHA-DESDE.
            MOVE PDI-FECHA-HASTA TO PAD-FECHA-HASTA.
            MOVE PDI-ALICUOTA-PERC TO PAD-ALICUOTA-PERCEPCION.
            MOVE PDI-ALICUOTA-RET TO PAD-ALICUOTA-RETENCION.
            MOVE PDI-CONDICION-IVA TO PAD-CONDICION-IVA.
            MOVE PDI-MARCA TO PAD-MARCA.
            MOVE PDI-DENOMINACION TO PAD-DENOMINACION.
            MOVE W-FECHA-SISTEMA TO PAD-FECHA-CARGA.
            MOVE W-OPERADOR-BATCH TO PAD-USUARIO-CARGA.
            WRITE REG-PADRON
              INVALID KEY
                REWRITE REG-PADRON
                  INVALID KEY
                    ADD 1 TO W-CANT-RECHAZADOS
                    DISPLAY "DIFERENCIA: renglon " W-RENGLON
                            " no se pudo grabar (" ST-PADRON ")"
                  NOT INVALID KEY
                    ADD 1 TO W-CANT-ACTUALIZ
                END-REWRITE
              NOT INVALID KEY
                ADD 1 TO W-CANT-ALTAS
            END-WRITE.

       F-CARGO-UN-RENGLON.
            EXIT.

      * CRUZO-UN-CLIENTE: recorre los registros del CUIT vigentes hoy
      * (todos los origenes quedan juntos por la clave).
       CRUZO-UN-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CLIENTES
                GO TO F-CRUZO-UN-CLIENTE
            END-READ.
            IF CLI-BAJA-LOGICA
               GO TO F-CRUZO-UN-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-CLIENTES.
            IF CLI_CUIT IS NOT NUMERIC OR CLI_CUIT = 0
               ADD 1 TO W-CANT-SIN-CUIT
               DISPLAY "DIFERENCIA: cliente " CLI_ID " sin CUIT"
               GO TO F-CRUZO-UN-CLIENTE
            END-IF.
            IF CLI_CONDICION_IVA = SPACES
               MOVE "CF" TO W-CONDICION-CLIENTE
            ELSE
               MOVE CLI_CONDICION_IVA TO W-CONDICION-CLIENTE
            END-IF.
            MOVE "N" TO W-HAY-AFIP.
            MOVE "N" TO W-HAY-JURIS.
            MOVE CLI_CUIT TO PAD-CUIT.
            MOVE LOW-VALUES TO PAD-ORIGEN.
            START PADRON-CONTRIBUYENTES KEY IS NOT LESS THAN PAD-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-PADRON
              NOT INVALID KEY MOVE "N" TO W-FIN-PADRON
            END-START.
            PERFORM CRUZO-UN-REGISTRO THRU F-CRUZO-UN-REGISTRO
                UNTIL W-FIN-PADRON = "S".
            IF W-HAY-AFIP = "N"
               ADD 1 TO W-CANT-NO-PADRON
               DISPLAY "DIFERENCIA: cliente " CLI_ID " CUIT "
                       CLI_CUIT " no figura vigente en el padron AFIP"
            END-IF.
            IF W-HAY-JURIS = "S"
               ADD 1 TO W-CANT-ALIC-PROPIA
            END-IF.

       F-CRUZO-UN-CLIENTE.
            EXIT.

       CRUZO-UN-REGISTRO.
            READ PADRON-CONTRIBUYENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-PADRON
                GO TO F-CRUZO-UN-REGISTRO
            END-READ.
            IF PAD-CUIT NOT = CLI_CUIT
               MOVE "S" TO W-FIN-PADRON
               GO TO F-CRUZO-UN-REGISTRO
            END-IF.
            IF W-FECHA-SISTEMA < PAD-FECHA-DESDE
                  OR W-FECHA-SISTEMA > PAD-FECHA-HASTA
               GO TO F-CRUZO-UN-REGISTRO
            END-IF.
            IF PAD-ORIGEN-AFIP
               MOVE "S" TO W-HAY-AFIP
               IF PAD-CONDICION-IVA NOT = SPACES
                     AND PAD-CONDICION-IVA NOT = W-CONDICION-CLIENTE
                  ADD 1 TO W-CANT-COND-IVA
                  DISPLAY "DIFERENCIA: cliente " CLI_ID
                          " condicion IVA " W-CONDICION-CLIENTE
                          ", en AFIP " PAD-CONDICION-IVA
               END-IF
            ELSE
               IF PAD-ORIGEN = CLI_JURISDICCION
                  MOVE "S" TO W-HAY-JURIS
               END-IF
            END-IF.
            IF PAD-EXCLUIDO
               ADD 1 TO W-CANT-EXCLUIDOS
               DISPLAY "DIFERENCIA: cliente " CLI_ID " CUIT "
                       CLI_CUIT " excluido en el padron " PAD-ORIGEN
            END-IF.
            IF PAD-ALTO-RIESGO
               ADD 1 TO W-CANT-ALTO-RIESGO
               DISPLAY "DIFERENCIA: cliente " CLI_ID " CUIT "
                       CLI_CUIT " de alto riesgo fiscal en "
                       PAD-ORIGEN
            END-IF.

       F-CRUZO-UN-REGISTRO.
            EXIT.

       END PROGRAM "IMPORT-PADRON".
