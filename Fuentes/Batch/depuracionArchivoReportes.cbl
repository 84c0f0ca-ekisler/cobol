      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Depuracion del archivo de reportes por retencion.
      *          Recorre INDICE-REPORTES y, para cada salida vigente
      *          cuya fecha de vencimiento (la que fijo su regla de
      *          REGLAS-ARCHIVO-REPORTES al archivarla: 10 anios un
      *          libro fiscal, 90 dias una lista de trabajo) ya paso,
      *          borra sus renglones de ARCHIVO-REPORTES y sus rangos
      *          de PAGINAS-CLIENTE-REPORTE. El registro del indice no
      *          se borra: queda en D con la fecha de depuracion, como
      *          constancia de que la salida existio y de cuando se
      *          elimino. Corre en la rama CICLOB85 antes de lanzar
      *          los pedidos de la noche. Sin parametros.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEPURACION-ARCHIVO-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/indiceReportes.sel".
              COPY "./sel/archivoReportes.sel".
              COPY "./sel/paginasClienteReporte.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/indiceReportes.fd".
              COPY "./fd/archivoReportes.fd".
              COPY "./fd/paginasClienteReporte.fd".

       WORKING-STORAGE SECTION.

       01 ST-INDICE-REP      PIC XX.
       01 ST-ARCHIVO-REP     PIC XX.
       01 ST-PAGINAS-CLI     PIC XX.
       01 W-FIN-INDICE       PIC X VALUE "N".
       01 W-FIN-RENGLONES    PIC X.
       01 W-FIN-PAGINAS      PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-ID-DEPURO        PIC 9(7).
       01 W-CANT-SALIDAS     PIC 9(7) VALUE 0.
       01 W-CANT-RENGLONES   PIC 9(9) VALUE 0.
       01 W-CANT-RANGOS      PIC 9(7) VALUE 0.
       01 W-CANT-VIGENTES    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            OPEN I-O INDICE-REPORTES.
            IF ST-INDICE-REP > "07"
               DISPLAY "Error abriendo Indice de Reportes: "
                       ST-INDICE-REP
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O ARCHIVO-REPORTES.
            OPEN I-O PAGINAS-CLIENTE-REPORTE.
            IF ST-ARCHIVO-REP > "07" OR ST-PAGINAS-CLI > "07"
               DISPLAY "Error abriendo el archivo de reportes: "
                       ST-ARCHIVO-REP " " ST-PAGINAS-CLI
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN-INDICE
            ELSE
               MOVE 0 TO IRP-ID
               START INDICE-REPORTES KEY IS NOT LESS THAN IRP-ID
                 INVALID KEY MOVE "S" TO W-FIN-INDICE
               END-START
            END-IF.
            PERFORM REVISO-SALIDA THRU F-REVISO-SALIDA
                UNTIL W-FIN-INDICE = "S".
            CLOSE INDICE-REPORTES.
            CLOSE ARCHIVO-REPORTES.
            CLOSE PAGINAS-CLIENTE-REPORTE.
            DISPLAY "DEPURACION DEL ARCHIVO DE REPORTES - "
                    W-FECHA-SISTEMA.
            DISPLAY "Salidas depuradas   : " W-CANT-SALIDAS.
            DISPLAY "Renglones borrados  : " W-CANT-RENGLONES.
            DISPLAY "Rangos de cliente   : " W-CANT-RANGOS.
            DISPLAY "Salidas vigentes    : " W-CANT-VIGENTES.
            STOP RUN.

       REVISO-SALIDA.
            READ INDICE-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-INDICE
                GO TO F-REVISO-SALIDA
            END-READ.
            IF NOT IRP-VIGENTE
               GO TO F-REVISO-SALIDA
            END-IF.
            IF IRP-FECHA-VENCE NOT < W-FECHA-SISTEMA
               ADD 1 TO W-CANT-VIGENTES
               GO TO F-REVISO-SALIDA
            END-IF.
            MOVE IRP-ID TO W-ID-DEPURO.
            PERFORM BORRO-RENGLONES THRU F-BORRO-RENGLONES.
            PERFORM BORRO-PAGINAS THRU F-BORRO-PAGINAS.
            SET IRP-DEPURADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO IRP-FECHA-DEPURADO.
            REWRITE REG-INDICE-REPORTE
              INVALID KEY
                DISPLAY "Error grabando el indice " IRP-ID ": "
                        ST-INDICE-REP
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                ADD 1 TO W-CANT-SALIDAS
                DISPLAY "Depurada " IRP-ID " " IRP-PROGRAMA " del "
                        IRP-FECHA-CORRIDA " (" IRP-CLASE ")"
            END-REWRITE.

       F-REVISO-SALIDA.
            EXIT.

       BORRO-RENGLONES.
            MOVE W-ID-DEPURO TO ARL-ID.
            MOVE 0 TO ARL-LINEA.
            START ARCHIVO-REPORTES KEY IS NOT LESS THAN ARL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM BORRO-UN-RENGLON THRU F-BORRO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-BORRO-RENGLONES.
            EXIT.

       BORRO-UN-RENGLON.
            READ ARCHIVO-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-BORRO-UN-RENGLON
            END-READ.
            IF ARL-ID NOT = W-ID-DEPURO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-BORRO-UN-RENGLON
            END-IF.
            DELETE ARCHIVO-REPORTES RECORD
              INVALID KEY
                DISPLAY "Error borrando renglon " ARL-LINEA
                        " de la salida " ARL-ID
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                ADD 1 TO W-CANT-RENGLONES
            END-DELETE.

       F-BORRO-UN-RENGLON.
            EXIT.

       BORRO-PAGINAS.
            MOVE W-ID-DEPURO TO PCR-ID.
            MOVE 0 TO PCR-SECUENCIA.
            START PAGINAS-CLIENTE-REPORTE KEY IS NOT LESS THAN PCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-PAGINAS
              NOT INVALID KEY MOVE "N" TO W-FIN-PAGINAS
            END-START.
            PERFORM BORRO-UN-RANGO THRU F-BORRO-UN-RANGO
                UNTIL W-FIN-PAGINAS = "S".

       F-BORRO-PAGINAS.
            EXIT.

       BORRO-UN-RANGO.
            READ PAGINAS-CLIENTE-REPORTE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-PAGINAS
                GO TO F-BORRO-UN-RANGO
            END-READ.
            IF PCR-ID NOT = W-ID-DEPURO
               MOVE "S" TO W-FIN-PAGINAS
               GO TO F-BORRO-UN-RANGO
            END-IF.
            DELETE PAGINAS-CLIENTE-REPORTE RECORD
              INVALID KEY
                DISPLAY "Error borrando paginas del cliente "
                        PCR-CLI-ID " de la salida " PCR-ID
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                ADD 1 TO W-CANT-RANGOS
            END-DELETE.

       F-BORRO-UN-RANGO.
            EXIT.

       END PROGRAM "DEPURACION-ARCHIVO-REPORTES".
