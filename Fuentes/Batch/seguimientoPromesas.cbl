      *          re-procesar la misma promesa manana, y al pie se
      *          reporta la tasa de cumplimiento por operador y por
      *          cliente -- para saber de quien valen las promesas.
      * Mod: 15/10/2026 EK - La vispera del seguimiento se le recuerda
      *      al cliente la promesa por NOTIFICACIONES.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-FECHA-PROX-SEG  PIC 9(8).
       01 W-PAGO-HALLADO    PIC X.
       01 W-YA-PROCESADA    PIC X.
       01 W-FECHA-MANANA    PIC 9(8).

      * Recordatorio de la promesa al cliente (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "PV".
       01 W-NTF-VENDEDOR     PIC X(5) VALUE SPACES.
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30) VALUE "SEGUIMIENTO-PROMESAS".
       01 W-NTF-GRABADO      PIC X.
       01 W-CANT-RECORDATORIOS PIC 9(5) VALUE 0.

      * Veredictos anteriores, cargados una vez para no volver a
      * juzgar la misma promesa en cada corrida.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-DIAS-SEG =
               FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA) + 1.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-SEG)
              TO W-FECHA-MANANA.
            PERFORM CARGO-PREVIOS THRU F-CARGO-PREVIOS.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN-GESTION NOT = "S"
                   PERFORM JUZGO-UNA-PROMESA
                       THRU F-JUZGO-UNA-PROMESA
                END-IF
                IF GC-PROMESA-PAGO
                      AND GC-FECHA-SEGUIMIENTO = W-FECHA-MANANA
                   PERFORM RECUERDO-PROMESA THRU F-RECUERDO-PROMESA
                END-IF
            END-READ.

       F-PROCESO-GESTIONES.
            EXIT.

      * RECUERDO-PROMESA: el dia anterior al seguimiento el cliente
      * recibe el recordatorio de lo que prometio pagar.
       RECUERDO-PROMESA.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING "PROMESA " GC-FECHA-GESTION
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            STRING "Le recordamos el compromiso de pago acordado el "
                   GC-FECHA-GESTION(7:2) "/" GC-FECHA-GESTION(5:2) "/"
                   GC-FECHA-GESTION(1:4) ", que vence el "
                   GC-FECHA-SEGUIMIENTO(7:2) "/"
                   GC-FECHA-SEGUIMIENTO(5:2) "/"
                   GC-FECHA-SEGUIMIENTO(1:4) "."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO GC-CLI-ID
                 W-NTF-VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            ADD 1 TO W-CANT-RECORDATORIOS.

       F-RECUERDO-PROMESA.
            EXIT.

       JUZGO-UNA-PROMESA.
            MOVE "N" TO W-YA-PROCESADA.
            PERFORM COMPARO-PREVIO THRU F-COMPARO-PREVIO
            DISPLAY " ".
            DISPLAY "Promesas cumplidas : " W-CANT-CUMPLIDAS.
            DISPLAY "Promesas incumplidas: " W-CANT-ROTAS.
            DISPLAY "Recordatorios      : " W-CANT-RECORDATORIOS.
            DISPLAY " ".
            DISPLAY "CUMPLIMIENTO POR OPERADOR".
            PERFORM LISTO-UN-OPERADOR THRU F-LISTO-UN-OPERADOR
