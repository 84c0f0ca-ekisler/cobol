      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte mensual de certificados de exencion /
      *          exclusion por vencer, paso de CICLOMES. Recorre
      *          CERTIFICADOS-EXENCION de punta a punta y lista los
      *          certificados cuya vigencia termina dentro de los
      *          proximos N dias (tarjeta por SYSIN; sin tarjeta o en
      *          cero, 30) con el cliente, para pedirle la renovacion
      *          antes de que la factura vuelva a percibir entero. Los
      *          ya vencidos no se listan: el vencimiento ya paso por
      *          un reporte anterior y la percepcion ya se cobra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CERTIFICADOS-VENCER".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/certificadosExencion.sel".
              COPY "./sel/clientes.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/certificadosExencion.fd".
              COPY "./fd/clientes.fd".

       WORKING-STORAGE SECTION.

       01 ST-CERTIFICADOS   PIC XX.
       01 ST-FILE           PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-DIAS            PIC 9(3).
       01 W-FECHA-HOY       PIC 9(8).
       01 W-FECHA-TOPE      PIC 9(8).
       01 W-NOMBRE          PIC X(30).
       01 W-CANT-VENCEN     PIC 9(5) VALUE 0.

       01 GUIONES           PIC X(72) VALUE ALL "-".
       01 PORCENTAJE-ZZ     PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Certificados que vencen en los proximos N dias: "
                    WITH NO ADVANCING.
            ACCEPT W-DIAS.
            IF W-DIAS NOT NUMERIC OR W-DIAS = 0
               MOVE 30 TO W-DIAS
            END-IF.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            COMPUTE W-FECHA-TOPE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) + W-DIAS).
            OPEN INPUT CERTIFICADOS-EXENCION.
            IF ST-CERTIFICADOS > "07"
               DISPLAY "Error abriendo Certificados: " ST-CERTIFICADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               CLOSE CERTIFICADOS-EXENCION
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE LOW-VALUES TO CEX-CLAVE.
            START CERTIFICADOS-EXENCION
                KEY IS NOT LESS THAN CEX-CLAVE
              INVALID KEY
                DISPLAY "No hay certificados cargados"
                MOVE "S" TO W-FIN
            END-START.
            DISPLAY "CERTIFICADOS DE EXENCION POR VENCER DEL "
                    W-FECHA-HOY " AL " W-FECHA-TOPE.
            DISPLAY GUIONES.
            DISPLAY "Cliente Nombre                         Imp Jur "
                    "Certificado    %    Hasta".
            DISPLAY GUIONES.
            PERFORM LISTO-UN-CERTIFICADO THRU F-LISTO-UN-CERTIFICADO
                UNTIL W-FIN = "S".
            CLOSE CERTIFICADOS-EXENCION.
            CLOSE CLIENTES.
            DISPLAY GUIONES.
            DISPLAY "Certificados por vencer: " W-CANT-VENCEN.
            STOP RUN.

       LISTO-UN-CERTIFICADO.
            READ CERTIFICADOS-EXENCION NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LISTO-UN-CERTIFICADO
            END-READ.
            IF CEX-VIGENCIA-HASTA < W-FECHA-HOY
                  OR CEX-VIGENCIA-HASTA > W-FECHA-TOPE
               GO TO F-LISTO-UN-CERTIFICADO
            END-IF.
            MOVE CEX-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE "** CLIENTE INEXISTENTE **" TO W-NOMBRE
              NOT INVALID KEY
                MOVE CLI_NOMBRE TO W-NOMBRE
            END-READ.
            MOVE CEX-PORCENTAJE TO PORCENTAJE-ZZ.
            ADD 1 TO W-CANT-VENCEN.
            DISPLAY CEX-CLI-ID " " W-NOMBRE " " CEX-IMPUESTO "  "
                    CEX-JURISDICCION " " CEX-NUMERO " " PORCENTAJE-ZZ
                    " " CEX-VIGENCIA-HASTA.

       F-LISTO-UN-CERTIFICADO.
            EXIT.

       END PROGRAM "REPORTE-CERTIFICADOS-VENCER".
