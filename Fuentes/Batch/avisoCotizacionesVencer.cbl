      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Aviso de cotizaciones por vencer. Recorre COTIZACIONES
      *          y, por cada cotizacion todavia pendiente cuya validez
      *          (COT-VALIDEZ) vence exactamente dentro de nnn dias,
      *          deja en NOTIFICACIONES (GRABO-NOTIFICACION) el aviso
      *          al cliente y al vendedor que la cargo, para que se
      *          cierre la venta antes de tener que recotizar. Corre
      *          todas las noches, asi que cada cotizacion se avisa
      *          una sola vez. Se invoca con una tarjeta por SYSIN:
      *            nnn  dias de anticipacion (en blanco o 000 = 003).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AVISO-COTIZACIONES-VENCER".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cotizaciones.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cotizaciones.fd".

       WORKING-STORAGE SECTION.

       01 ST-COTIZACIONES    PIC XX.
       01 W-FIN              PIC X VALUE "N".

       01 W-TARJETA.
          05 W-DIAS-AVISO    PIC X(3).
          05 FILLER          PIC X(17).

       01 W-DIAS-ANTICIPO    PIC 9(3).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-VENCE      PIC 9(8).
       01 W-DIAS             PIC 9(7).

       01 W-CANT-LEIDAS      PIC 9(7) VALUE 0.
       01 W-CANT-AVISADAS    PIC 9(7) VALUE 0.
       01 TOTAL-ZZ           PIC ---------9,99.

      * Aviso al cliente y al vendedor (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "CV".
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30)
                             VALUE "AVISO-COTIZACIONES-VENCER".
       01 W-NTF-GRABADO      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE SPACES TO W-TARJETA.
            ACCEPT W-TARJETA.
            IF W-DIAS-AVISO IS NUMERIC AND W-DIAS-AVISO NOT = "000"
               MOVE W-DIAS-AVISO TO W-DIAS-ANTICIPO
            ELSE
               IF W-DIAS-AVISO NOT = SPACES
                     AND W-DIAS-AVISO NOT = "000"
                  DISPLAY "Tarjeta invalida: " W-TARJETA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE 3 TO W-DIAS-ANTICIPO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA)
                + W-DIAS-ANTICIPO.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS) TO W-FECHA-VENCE.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "AVISO DE COTIZACIONES POR VENCER - "
                       W-FECHA-SISTEMA " (vencen el " W-FECHA-VENCE ")"
               PERFORM PROCESO-COTIZACIONES
                  THRU F-PROCESO-COTIZACIONES
                   UNTIL W-FIN = "S"
               CLOSE COTIZACIONES
            END-IF.
            DISPLAY " ".
            DISPLAY "Cotizaciones leidas : " W-CANT-LEIDAS.
            DISPLAY "Cotizaciones avisadas: " W-CANT-AVISADAS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Cotizaciones: " ST-COTIZACIONES
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       PROCESO-COTIZACIONES.
            READ COTIZACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO W-CANT-LEIDAS
                IF COT-PENDIENTE AND COT-VALIDEZ = W-FECHA-VENCE
                   PERFORM AVISO-COTIZACION THRU F-AVISO-COTIZACION
                END-IF
            END-READ.

       F-PROCESO-COTIZACIONES.
            EXIT.

      * AVISO-COTIZACION: un solo llamado deja el aviso al cliente y la
      * copia al vendedor de la cotizacion.
       AVISO-COTIZACION.
            MOVE COT-TOTAL TO TOTAL-ZZ.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING "COTIZACION " COT-NUMERO
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            STRING "Su cotizacion " COT-NUMERO " del "
                   COT-FECHA(7:2) "/" COT-FECHA(5:2) "/"
                   COT-FECHA(1:4) " por $" TOTAL-ZZ
                   " vence el " COT-VALIDEZ(7:2) "/"
                   COT-VALIDEZ(5:2) "/" COT-VALIDEZ(1:4)
                   ". Confirme su pedido para mantener los precios."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO COT-CLI-ID
                 COT-VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            ADD 1 TO W-CANT-AVISADAS.
            DISPLAY "Cotizacion " COT-NUMERO " cliente " COT-CLI-ID
                    " vendedor " COT-VENDEDOR TOTAL-ZZ.

       F-AVISO-COTIZACION.
            EXIT.

       END PROGRAM "AVISO-COTIZACIONES-VENCER".
