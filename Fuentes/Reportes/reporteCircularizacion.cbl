      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte de diferencias de la circularizacion de
      *          saldos de un ejercicio. Cuenta la muestra por estado
      *          de respuesta y, para cada cliente disconforme, lista
      *          nuestro saldo al corte, el que informo el cliente y
      *          la diferencia, junto con las cobranzas en transito:
      *          recibos vigentes del cliente fechados en los dias
      *          siguientes al corte (por defecto 15), que el cliente
      *          ya descargo y nosotros todavia no. Lo que la
      *          diferencia no explica por transito queda como
      *          diferencia a investigar. Los pendientes y sin
      *          respuesta se listan aparte para procedimientos
      *          alternativos del auditor.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CIRCULARIZACION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/circularizacion.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/cobranzas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/circularizacion.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/cobranzas.fd".

       WORKING-STORAGE SECTION.

       01 ST-CIRCULARIZACION PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-AUX          PIC X.

       01 W-EJERCICIO        PIC 9(4).
       01 W-DIAS-TRANSITO    PIC 9(3).
       01 W-FECHA-CORTE      PIC 9(8).
       01 W-FECHA-HASTA      PIC 9(8).
       01 W-DIAS-CORTE       PIC 9(7).

       01 W-TRANSITO         PIC S9(9)V9(2).
       01 W-SIN-EXPLICAR     PIC S9(9)V9(2).
       01 W-CANT-TRANSITO    PIC 9(3).

       01 W-CANT-PENDIENTE   PIC 9(5) VALUE 0.
       01 W-CANT-CONFORME    PIC 9(5) VALUE 0.
       01 W-CANT-DISCONFORME PIC 9(5) VALUE 0.
       01 W-CANT-SIN-RESP    PIC 9(5) VALUE 0.
       01 W-SALDO-MUESTRA    PIC S9(11)V9(2) VALUE 0.
       01 W-SALDO-CONFORME   PIC S9(11)V9(2) VALUE 0.
       01 W-TOT-DIFERENCIA   PIC S9(11)V9(2) VALUE 0.
       01 W-TOT-TRANSITO     PIC S9(11)V9(2) VALUE 0.
       01 W-TOT-SIN-EXPLICAR PIC S9(11)V9(2) VALUE 0.

       01 MONTO-ZZ           PIC ---------9,99.
       01 CLIENTE-ZZ         PIC ---------9,99.
       01 DIF-ZZ             PIC ---------9,99.
       01 TRANS-ZZ           PIC ---------9,99.
       01 EXPL-ZZ            PIC ---------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Ejercicio (AAAA): " WITH NO ADVANCING.
            ACCEPT W-EJERCICIO.
            DISPLAY "Dias de cobranzas en transito (0=15): "
                    WITH NO ADVANCING.
            ACCEPT W-DIAS-TRANSITO.
            IF W-DIAS-TRANSITO = 0
               MOVE 15 TO W-DIAS-TRANSITO
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "DIFERENCIAS DE CIRCULARIZACION - EJERCICIO "
                       W-EJERCICIO " CORTE " W-FECHA-CORTE
               DISPLAY "Transito: recibos hasta el " W-FECHA-HASTA
               DISPLAY "CLIENTE NOMBRE                     "
                       "NUESTRO SALDO SALDO CLIENTE"
               DISPLAY "           DIFERENCIA      TRANSITO "
                       "SIN EXPLICAR"
               PERFORM LISTO-UN-CIRCULARIZADO
                  THRU F-LISTO-UN-CIRCULARIZADO
                   UNTIL W-FIN = "S"
               PERFORM LISTO-TOTALES THRU F-LISTO-TOTALES
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

      * ABRO-ARCHIVOS: la cabecera del ejercicio (cliente 0) da la
      * fecha de corte; sin cabecera no hubo circularizacion.
       ABRO-ARCHIVOS.
            OPEN INPUT CIRCULARIZACION.
            IF ST-CIRCULARIZACION > "07"
               DISPLAY "Error abriendo Circularizacion: "
                       ST-CIRCULARIZACION
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT CLIENTES.
            OPEN INPUT COBRANZAS.
            MOVE W-EJERCICIO TO CIR-EJERCICIO.
            MOVE 0 TO CIR-CLI-ID.
            READ CIRCULARIZACION KEY IS CIR-CLAVE
              INVALID KEY
                DISPLAY "El ejercicio " W-EJERCICIO
                        " no fue circularizado"
                MOVE "S" TO W-FIN
                GO TO F-ABRO-ARCHIVOS
            END-READ.
            MOVE CIRC-FECHA-CORTE TO W-FECHA-CORTE.
            COMPUTE W-DIAS-CORTE =
                FUNCTION INTEGER-OF-DATE(W-FECHA-CORTE).
            COMPUTE W-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
                W-DIAS-CORTE + W-DIAS-TRANSITO).
            START CIRCULARIZACION KEY IS GREATER THAN CIR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN
            END-START.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CIRCULARIZACION.
            CLOSE CLIENTES.
            CLOSE COBRANZAS.

       F-CIERRO-ARCHIVOS.
            EXIT.

       LISTO-UN-CIRCULARIZADO.
            READ CIRCULARIZACION NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LISTO-UN-CIRCULARIZADO
            END-READ.
            IF CIR-EJERCICIO NOT = W-EJERCICIO
               MOVE "S" TO W-FIN
               GO TO F-LISTO-UN-CIRCULARIZADO
            END-IF.
            ADD CIR-SALDO TO W-SALDO-MUESTRA.
            MOVE CIR-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            EVALUATE TRUE
               WHEN CIR-CONFORME
                  ADD 1 TO W-CANT-CONFORME
                  ADD CIR-SALDO TO W-SALDO-CONFORME
               WHEN CIR-DISCONFORME
                  ADD 1 TO W-CANT-DISCONFORME
                  PERFORM LISTO-DIFERENCIA THRU F-LISTO-DIFERENCIA
               WHEN CIR-SIN-RESPUESTA
                  ADD 1 TO W-CANT-SIN-RESP
                  PERFORM LISTO-SIN-RESPUESTA
                     THRU F-LISTO-SIN-RESPUESTA
               WHEN OTHER
                  ADD 1 TO W-CANT-PENDIENTE
                  PERFORM LISTO-SIN-RESPUESTA
                     THRU F-LISTO-SIN-RESPUESTA
            END-EVALUATE.

       F-LISTO-UN-CIRCULARIZADO.
            EXIT.

       LISTO-DIFERENCIA.
            PERFORM SUMO-TRANSITO THRU F-SUMO-TRANSITO.
            COMPUTE W-SIN-EXPLICAR = CIR-DIFERENCIA - W-TRANSITO.
            ADD CIR-DIFERENCIA TO W-TOT-DIFERENCIA.
            ADD W-TRANSITO TO W-TOT-TRANSITO.
            ADD W-SIN-EXPLICAR TO W-TOT-SIN-EXPLICAR.
            MOVE CIR-SALDO TO MONTO-ZZ.
            MOVE CIR-SALDO-CLIENTE TO CLIENTE-ZZ.
            MOVE CIR-DIFERENCIA TO DIF-ZZ.
            MOVE W-TRANSITO TO TRANS-ZZ.
            MOVE W-SIN-EXPLICAR TO EXPL-ZZ.
            DISPLAY CIR-CLI-ID " " CLI_NOMBRE(1:25) " " MONTO-ZZ
                    " " CLIENTE-ZZ.
            DISPLAY "        " DIF-ZZ " " TRANS-ZZ " " EXPL-ZZ
                    " (" W-CANT-TRANSITO " recibos)".
            IF CIR-OBSERVACIONES NOT = SPACES
               DISPLAY "        " CIR-OBSERVACIONES
            END-IF.

       F-LISTO-DIFERENCIA.
            EXIT.

       LISTO-SIN-RESPUESTA.
            MOVE CIR-SALDO TO MONTO-ZZ.
            DISPLAY CIR-CLI-ID " " CLI_NOMBRE(1:25) " " MONTO-ZZ
                    "  estado " CIR-ESTADO.

       F-LISTO-SIN-RESPUESTA.
            EXIT.

      * SUMO-TRANSITO: recibos vigentes del cliente con fecha
      * posterior al corte y dentro de la ventana de transito.
       SUMO-TRANSITO.
            MOVE 0 TO W-TRANSITO W-CANT-TRANSITO.
            MOVE CIR-CLI-ID TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM SUMO-UN-RECIBO THRU F-SUMO-UN-RECIBO
                UNTIL W-FIN-AUX = "S".

       F-SUMO-TRANSITO.
            EXIT.

       SUMO-UN-RECIBO.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-SUMO-UN-RECIBO
            END-READ.
            IF COB-CLI-ID NOT = CIR-CLI-ID
               MOVE "S" TO W-FIN-AUX
               GO TO F-SUMO-UN-RECIBO
            END-IF.
            IF (COB-ESTADO = SPACE OR COB-ACTIVA)
                  AND COB-FECHA > W-FECHA-CORTE
                  AND COB-FECHA NOT > W-FECHA-HASTA
               ADD COB-MONTO TO W-TRANSITO
               ADD 1 TO W-CANT-TRANSITO
            END-IF.

       F-SUMO-UN-RECIBO.
            EXIT.

       LISTO-TOTALES.
            DISPLAY "----------------------------------------".
            MOVE W-SALDO-MUESTRA TO MONTO-ZZ.
            DISPLAY "Saldo circularizado : " MONTO-ZZ.
            MOVE W-SALDO-CONFORME TO MONTO-ZZ.
            DISPLAY "Conformes     " W-CANT-CONFORME "  " MONTO-ZZ.
            DISPLAY "Disconformes  " W-CANT-DISCONFORME.
            DISPLAY "Sin respuesta " W-CANT-SIN-RESP.
            DISPLAY "Pendientes    " W-CANT-PENDIENTE.
            MOVE W-TOT-DIFERENCIA TO DIF-ZZ.
            MOVE W-TOT-TRANSITO TO TRANS-ZZ.
            MOVE W-TOT-SIN-EXPLICAR TO EXPL-ZZ.
            DISPLAY "Diferencia total    : " DIF-ZZ.
            DISPLAY "En transito         : " TRANS-ZZ.
            DISPLAY "Sin explicar        : " EXPL-ZZ.

       F-LISTO-TOTALES.
            EXIT.

       END PROGRAM "REPORTE-CIRCULARIZACION".
