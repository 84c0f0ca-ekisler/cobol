      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Seguimiento de los recuperos del seguro de credito:
      *          recorre RECUPEROS-SEGURO y lista cada castigo de un
      *          cliente asegurado con lo esperado de la aseguradora,
      *          lo cobrado hasta hoy, lo que falta y los dias desde
      *          el castigo. Parametro: P = solo los pendientes (los
      *          que hay que reclamar), T = todos, con los cobrados y
      *          rechazados. Al pie, los totales por estado; lo
      *          pendiente de mas de 180 dias se marca para reclamar
      *          a la aseguradora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-RECUPEROS-SEGURO".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/recuperosSeguro.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/recuperosSeguro.fd".

       WORKING-STORAGE SECTION.

       01 ST-RECUPEROS      PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-SELECCION       PIC X.
          88 W-SOLO-PENDIENTES VALUE "P".
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-DIAS-HOY        PIC 9(7).
       01 W-DIAS-CASTIGO    PIC 9(5).
       01 W-FALTA           PIC S9(9)V9(2).
       01 W-DIAS-RECLAMO    PIC 9(3) VALUE 180.

       01 W-CANT-PENDIENTES PIC 9(5) VALUE 0.
       01 W-CANT-COBRADOS   PIC 9(5) VALUE 0.
       01 W-CANT-RECHAZADOS PIC 9(5) VALUE 0.
       01 W-CANT-A-RECLAMAR PIC 9(5) VALUE 0.
       01 W-TOTAL-ESPERADO  PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-COBRADO   PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-FALTA     PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-RECHAZADO PIC S9(11)V9(2) VALUE 0.

       01 ESPERADO-ZZ       PIC ---------9,99.
       01 COBRADO-ZZ        PIC ---------9,99.
       01 FALTA-ZZ          PIC ---------9,99.
       01 MONTO-ZZ          PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Listar (P = pendientes, T = todos): "
                    WITH NO ADVANCING.
            ACCEPT W-SELECCION.
            MOVE FUNCTION UPPER-CASE(W-SELECCION) TO W-SELECCION.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-DIAS-HOY =
                FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA).
            OPEN INPUT RECUPEROS-SEGURO.
            IF ST-RECUPEROS > "07"
               DISPLAY "Error abriendo Recuperos: " ST-RECUPEROS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            ELSE
               MOVE LOW-VALUES TO RSE-CLAVE
               START RECUPEROS-SEGURO KEY IS NOT LESS THAN RSE-CLAVE
                 INVALID KEY
                   DISPLAY "No hay recuperos registrados"
                   MOVE "S" TO W-FIN
               END-START
            END-IF.
            DISPLAY "RECUPEROS DEL SEGURO DE CREDITO AL "
                    W-FECHA-SISTEMA.
            DISPLAY "Cliente Factura   Castigo  Dias      Esperado"
                    "       Cobrado         Falta".
            PERFORM LISTO-UN-RECUPERO THRU F-LISTO-UN-RECUPERO
                UNTIL W-FIN = "S".
            CLOSE RECUPEROS-SEGURO.
            DISPLAY " ".
            MOVE W-TOTAL-FALTA TO MONTO-ZZ.
            DISPLAY "Pendientes de cobro   : " W-CANT-PENDIENTES
                    " falta " MONTO-ZZ.
            DISPLAY "  de mas de " W-DIAS-RECLAMO " dias : "
                    W-CANT-A-RECLAMAR.
            MOVE W-TOTAL-COBRADO TO MONTO-ZZ.
            DISPLAY "Cobrado al seguro     : " MONTO-ZZ
                    " (" W-CANT-COBRADOS " cerrados)".
            MOVE W-TOTAL-RECHAZADO TO MONTO-ZZ.
            DISPLAY "Rechazados            : " W-CANT-RECHAZADOS
                    " por " MONTO-ZZ.
            STOP RUN.

       LISTO-UN-RECUPERO.
            READ RECUPEROS-SEGURO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LISTO-UN-RECUPERO
            END-READ.
            ADD RSE-COBRADO TO W-TOTAL-COBRADO.
            EVALUATE TRUE
               WHEN RSE-PENDIENTE
                  ADD 1 TO W-CANT-PENDIENTES
               WHEN RSE-COBRADO-TOTAL
                  ADD 1 TO W-CANT-COBRADOS
               WHEN RSE-RECHAZADO
                  ADD 1 TO W-CANT-RECHAZADOS
                  ADD RSE-ESPERADO TO W-TOTAL-RECHAZADO
            END-EVALUATE.
            IF W-SOLO-PENDIENTES AND NOT RSE-PENDIENTE
               GO TO F-LISTO-UN-RECUPERO
            END-IF.
            COMPUTE W-DIAS-CASTIGO = W-DIAS-HOY -
                FUNCTION INTEGER-OF-DATE(RSE-FECHA-CASTIGO).
            MOVE 0 TO W-FALTA.
            IF RSE-PENDIENTE
               COMPUTE W-FALTA = RSE-ESPERADO - RSE-COBRADO
               ADD W-FALTA TO W-TOTAL-FALTA
            END-IF.
            MOVE RSE-ESPERADO TO ESPERADO-ZZ.
            MOVE RSE-COBRADO TO COBRADO-ZZ.
            MOVE W-FALTA TO FALTA-ZZ.
            DISPLAY RSE-CLI-ID " " RSE-FACT-NUMERO " "
                    RSE-FECHA-CASTIGO " " W-DIAS-CASTIGO " "
                    ESPERADO-ZZ " " COBRADO-ZZ " " FALTA-ZZ.
            EVALUATE TRUE
               WHEN RSE-PENDIENTE
                  IF W-DIAS-CASTIGO > W-DIAS-RECLAMO
                     ADD 1 TO W-CANT-A-RECLAMAR
                     DISPLAY "  *** RECLAMAR A LA ASEGURADORA ***"
                  END-IF
               WHEN RSE-COBRADO-TOTAL
                  DISPLAY "  cobrado el " RSE-FECHA-COBRO
               WHEN RSE-RECHAZADO
                  DISPLAY "  rechazado: " RSE-OBSERVACION
            END-EVALUATE.

       F-LISTO-UN-RECUPERO.
            EXIT.

       END PROGRAM "REPORTE-RECUPEROS-SEGURO".
