      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Envio de avisos al gateway de e-mail / SMS. Toma de
      *          NOTIFICACIONES (clave alterna NTF-ESTADO) cada aviso
      *          PENDIENTE que dejaron los programas con
      *          GRABO-NOTIFICACION, lo vuelca a
      *          notificacionesGateway.txt en el formato que levanta
      *          el gateway y lo marca ENVIADO con fecha y hora. El
      *          archivo lleva un renglon H (fecha y hora de la
      *          corrida), un renglon D por aviso y un renglon T con
      *          la cantidad, separados por punto y coma:
      *            D;clave;canal;destino;evento;texto
      *          La clave (fecha, hora y secuencia del aviso, 19
      *          digitos) es la que el gateway devuelve en el archivo
      *          de retorno que procesa RETORNO-NOTIFICACIONES. Un
      *          punto y coma dentro del texto se cambia por coma.
      *          Sin avisos pendientes el archivo sale igual, con H y
      *          T en cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ENVIO-NOTIFICACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/notificaciones.sel".

           SELECT GATEWAY-NOTIFICACIONES
             ASSIGN TO "./notificacionesGateway.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-GATEWAY.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/notificaciones.fd".

       FD GATEWAY-NOTIFICACIONES.
       01 REG-GATEWAY        PIC X(280).

       WORKING-STORAGE SECTION.

       01 ST-NOTIFICACIONES  PIC XX.
       01 ST-GATEWAY         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).

       01 W-LINEA-GATEWAY    PIC X(280).
       01 W-TEXTO            PIC X(160).
       01 W-CANT-EDIT        PIC 9(7).

       01 W-CANT-ENVIADOS    PIC 9(7) VALUE 0.
       01 W-CANT-EMAIL       PIC 9(7) VALUE 0.
       01 W-CANT-SMS         PIC 9(7) VALUE 0.
       01 W-CANT-ERRORES     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               STOP RUN
            END-IF.
            DISPLAY "ENVIO DE AVISOS AL GATEWAY - " W-FECHA-SISTEMA.
            PERFORM ESCRIBO-ENCABEZADO THRU F-ESCRIBO-ENCABEZADO.
            PERFORM ENVIO-UN-AVISO THRU F-ENVIO-UN-AVISO
                UNTIL W-FIN = "S".
            PERFORM ESCRIBO-TOTALES THRU F-ESCRIBO-TOTALES.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Avisos enviados : " W-CANT-ENVIADOS.
            DISPLAY "  por e-mail    : " W-CANT-EMAIL.
            DISPLAY "  por SMS       : " W-CANT-SMS.
            DISPLAY "Errores         : " W-CANT-ERRORES.
            IF W-CANT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN I-O NOTIFICACIONES.
            IF ST-NOTIFICACIONES > "07"
               DISPLAY "Error abriendo Notificaciones: "
                       ST-NOTIFICACIONES
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN OUTPUT GATEWAY-NOTIFICACIONES.
            IF ST-GATEWAY NOT = "00"
               DISPLAY "Error abriendo archivo del gateway: "
                       ST-GATEWAY
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               CLOSE NOTIFICACIONES
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE NOTIFICACIONES.
            CLOSE GATEWAY-NOTIFICACIONES.

       F-CIERRO-ARCHIVOS.
            EXIT.

       ESCRIBO-ENCABEZADO.
            MOVE SPACES TO W-LINEA-GATEWAY.
            STRING "H;"                          DELIMITED BY SIZE
                   W-FECHA-SISTEMA               DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-HORA-SISTEMA                DELIMITED BY SIZE
              INTO W-LINEA-GATEWAY
            END-STRING.
            WRITE REG-GATEWAY FROM W-LINEA-GATEWAY.

       F-ESCRIBO-ENCABEZADO.
            EXIT.

      * ENVIO-UN-AVISO: el aviso que se marca ENVIADO sale de la
      * clave alterna sobre la que se esta leyendo, asi que cada
      * vuelta se reposiciona en el primer PENDIENTE que quede.
       ENVIO-UN-AVISO.
            MOVE "P" TO NTF-ESTADO.
            START NOTIFICACIONES KEY IS NOT LESS THAN NTF-ESTADO
              INVALID KEY
                MOVE "S" TO W-FIN
                GO TO F-ENVIO-UN-AVISO
            END-START.
            READ NOTIFICACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-ENVIO-UN-AVISO
            END-READ.
            IF NOT NTF-PENDIENTE
               MOVE "S" TO W-FIN
               GO TO F-ENVIO-UN-AVISO
            END-IF.
            MOVE NTF-TEXTO TO W-TEXTO.
            INSPECT W-TEXTO REPLACING ALL ";" BY ",".
            MOVE SPACES TO W-LINEA-GATEWAY.
            STRING "D;"                          DELIMITED BY SIZE
                   NTF-CLAVE                     DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   NTF-CANAL                     DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   NTF-DIRECCION                 DELIMITED BY "  "
                   ";"                           DELIMITED BY SIZE
                   NTF-EVENTO                    DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-TEXTO                       DELIMITED BY "  "
              INTO W-LINEA-GATEWAY
            END-STRING.
            SET NTF-ENVIADA TO TRUE.
            MOVE W-FECHA-SISTEMA TO NTF-FECHA-ENVIO.
            MOVE W-HORA-SISTEMA TO NTF-HORA-ENVIO.
            REWRITE REG-NOTIFICACION
              INVALID KEY
                DISPLAY "Error marcando enviado el aviso " NTF-CLAVE
                        ": " ST-NOTIFICACIONES
                ADD 1 TO W-CANT-ERRORES
                MOVE "S" TO W-FIN
                GO TO F-ENVIO-UN-AVISO
            END-REWRITE.
            WRITE REG-GATEWAY FROM W-LINEA-GATEWAY.
            ADD 1 TO W-CANT-ENVIADOS.
            IF NTF-POR-EMAIL
               ADD 1 TO W-CANT-EMAIL
            ELSE
               ADD 1 TO W-CANT-SMS
            END-IF.

       F-ENVIO-UN-AVISO.
            EXIT.

       ESCRIBO-TOTALES.
            MOVE W-CANT-ENVIADOS TO W-CANT-EDIT.
            MOVE SPACES TO W-LINEA-GATEWAY.
            STRING "T;"                          DELIMITED BY SIZE
                   W-CANT-EDIT                   DELIMITED BY SIZE
              INTO W-LINEA-GATEWAY
            END-STRING.
            WRITE REG-GATEWAY FROM W-LINEA-GATEWAY.

       F-ESCRIBO-TOTALES.
            EXIT.

       END PROGRAM "ENVIO-NOTIFICACIONES".
