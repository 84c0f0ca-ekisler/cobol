      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Retorno del gateway de e-mail / SMS. Lee
      *          notificacionesRetorno.txt, el archivo que devuelve el
      *          gateway por cada aviso que ENVIO-NOTIFICACIONES le
      *          paso, y cierra el aviso en NOTIFICACIONES: ENTREGADO
      *          o REBOTADO, con la fecha y el motivo que informa el
      *          gateway. Mismo formato H / D / T separado por punto y
      *          coma:
      *            D;clave;estado;fecha;motivo
      *          con estado D entregado o R rebotado. Cuando rebota un
      *          aviso de cobranzas al cliente (bloqueo de credito,
      *          cheque rechazado, promesa o cuota que vence) se deja
      *          un item de seguimiento en GESTION-COBRANZAS para hoy,
      *          asi el operador sabe que el cliente no se entero y lo
      *          llama. Un renglon que no calza (clave inexistente,
      *          aviso no enviado, estado desconocido) se lista como
      *          DIFERENCIA y el job termina con RETURN-CODE 4; el
      *          retorno repetido de un aviso ya cerrado se ignora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RETORNO-NOTIFICACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/notificaciones.sel".
              COPY "./sel/gestionCobranzas.sel".

           SELECT RETORNO-GATEWAY
             ASSIGN TO "./notificacionesRetorno.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-RETORNO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/notificaciones.fd".
              COPY "./fd/gestionCobranzas.fd".

       FD RETORNO-GATEWAY.
       01 REG-RETORNO        PIC X(120).

       WORKING-STORAGE SECTION.

       01 ST-NOTIFICACIONES  PIC XX.
       01 ST-GESTION         PIC XX.
       01 ST-RETORNO         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).

       01 W-RETORNO.
          05 W-RET-TIPO      PIC X.
          05 W-RET-CLAVE     PIC X(19).
          05 W-RET-ESTADO    PIC X.
             88 W-RET-ENTREGADO  VALUE "D".
             88 W-RET-REBOTADO   VALUE "R".
          05 W-RET-FECHA     PIC X(8).
          05 W-RET-MOTIVO    PIC X(30).

       01 W-CANT-RENGLONES   PIC 9(7) VALUE 0.
       01 W-CANT-ENTREGADOS  PIC 9(7) VALUE 0.
       01 W-CANT-REBOTADOS   PIC 9(7) VALUE 0.
       01 W-CANT-REPETIDOS   PIC 9(7) VALUE 0.
       01 W-CANT-SEGUIMIENTOS PIC 9(7) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               STOP RUN
            END-IF.
            DISPLAY "RETORNO DEL GATEWAY DE AVISOS - " W-FECHA-SISTEMA.
            PERFORM PROCESO-RETORNO THRU F-PROCESO-RETORNO
                UNTIL W-FIN = "S".
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Renglones de aviso : " W-CANT-RENGLONES.
            DISPLAY "Entregados         : " W-CANT-ENTREGADOS.
            DISPLAY "Rebotados          : " W-CANT-REBOTADOS.
            DISPLAY "  a seguimiento    : " W-CANT-SEGUIMIENTOS.
            DISPLAY "Repetidos          : " W-CANT-REPETIDOS.
            DISPLAY "Diferencias        : " W-CANT-DIFERENCIAS.
            IF W-CANT-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT RETORNO-GATEWAY.
            IF ST-RETORNO NOT = "00"
               DISPLAY "Sin archivo de retorno del gateway: "
                       ST-RETORNO
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN I-O NOTIFICACIONES.
            IF ST-NOTIFICACIONES > "07"
               DISPLAY "Error abriendo Notificaciones: "
                       ST-NOTIFICACIONES
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               CLOSE RETORNO-GATEWAY
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN EXTEND GESTION-COBRANZAS.
            IF ST-GESTION > "07"
               DISPLAY "Error abriendo Gestiones: " ST-GESTION
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               CLOSE RETORNO-GATEWAY
               CLOSE NOTIFICACIONES
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE RETORNO-GATEWAY.
            CLOSE NOTIFICACIONES.
            CLOSE GESTION-COBRANZAS.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO-RETORNO.
            READ RETORNO-GATEWAY
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-RETORNO
            END-READ.
            MOVE SPACES TO W-RETORNO.
            UNSTRING REG-RETORNO DELIMITED BY ";"
                INTO W-RET-TIPO W-RET-CLAVE W-RET-ESTADO
                     W-RET-FECHA W-RET-MOTIVO
            END-UNSTRING.
            IF W-RET-TIPO NOT = "D"
               GO TO F-PROCESO-RETORNO
            END-IF.
            ADD 1 TO W-CANT-RENGLONES.
            IF W-RET-CLAVE IS NOT NUMERIC
               DISPLAY "DIFERENCIA: clave invalida " W-RET-CLAVE
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RETORNO
            END-IF.
            IF NOT W-RET-ENTREGADO AND NOT W-RET-REBOTADO
               DISPLAY "DIFERENCIA: aviso " W-RET-CLAVE
                       " estado desconocido " W-RET-ESTADO
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RETORNO
            END-IF.
            MOVE W-RET-CLAVE TO NTF-CLAVE.
            READ NOTIFICACIONES KEY IS NTF-CLAVE
              INVALID KEY
                DISPLAY "DIFERENCIA: aviso " W-RET-CLAVE
                        " inexistente"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-RETORNO
            END-READ.
            IF NTF-ENTREGADA OR NTF-REBOTADA
               ADD 1 TO W-CANT-REPETIDOS
               GO TO F-PROCESO-RETORNO
            END-IF.
            IF NOT NTF-ENVIADA
               DISPLAY "DIFERENCIA: aviso " W-RET-CLAVE
                       " no figura enviado (estado " NTF-ESTADO ")"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RETORNO
            END-IF.
            IF W-RET-FECHA IS NUMERIC
               MOVE W-RET-FECHA TO NTF-FECHA-RETORNO
            ELSE
               MOVE W-FECHA-SISTEMA TO NTF-FECHA-RETORNO
            END-IF.
            IF W-RET-ENTREGADO
               SET NTF-ENTREGADA TO TRUE
            ELSE
               SET NTF-REBOTADA TO TRUE
               MOVE W-RET-MOTIVO TO NTF-MOTIVO
            END-IF.
            REWRITE REG-NOTIFICACION
              INVALID KEY
                DISPLAY "DIFERENCIA: error grabando aviso "
                        W-RET-CLAVE ": " ST-NOTIFICACIONES
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-RETORNO
            END-REWRITE.
            IF NTF-ENTREGADA
               ADD 1 TO W-CANT-ENTREGADOS
               GO TO F-PROCESO-RETORNO
            END-IF.
            ADD 1 TO W-CANT-REBOTADOS.
            DISPLAY "Rebotado " NTF-CLAVE " evento " NTF-EVENTO
                    " cliente " NTF-CLI-ID " " NTF-DIRECCION(1:30)
                    " " NTF-MOTIVO.
            IF NTF-PARA-CLIENTE
                  AND (NTF-BLOQUEO-CREDITO OR NTF-CHEQUE-RECHAZADO
                       OR NTF-PROMESA-VENCE OR NTF-CUOTA-IMPAGA)
               PERFORM GENERO-ITEM-SEGUIMIENTO
                  THRU F-GENERO-ITEM-SEGUIMIENTO
            END-IF.

       F-PROCESO-RETORNO.
            EXIT.

      * GENERO-ITEM-SEGUIMIENTO: el aviso de cobranzas no llego, asi
      * que queda un item para llamar hoy mismo, como los que deja
      * SEGUIMIENTO-PROMESAS para una promesa incumplida.
       GENERO-ITEM-SEGUIMIENTO.
            MOVE SPACES TO REG-GESTION-COBRANZAS.
            MOVE NTF-CLI-ID TO GC-CLI-ID.
            MOVE W-FECHA-SISTEMA TO GC-FECHA-GESTION.
            MOVE 0 TO GC-DIAS-MORA.
            SET GC-SEGUIMIENTO TO TRUE.
            MOVE W-FECHA-SISTEMA TO GC-FECHA-SEGUIMIENTO.
            MOVE "BATCH" TO GC-OPERADOR.
            STRING "AVISO " NTF-EVENTO " REBOTADO (" NTF-CANAL "): "
                   NTF-REFERENCIA
                DELIMITED BY SIZE INTO GC-OBSERVACIONES.
            WRITE REG-GESTION-COBRANZAS.
            ADD 1 TO W-CANT-SEGUIMIENTOS.

       F-GENERO-ITEM-SEGUIMIENTO.
            EXIT.

       END PROGRAM "RETORNO-NOTIFICACIONES".
