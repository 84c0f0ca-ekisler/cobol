      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Corrida de comparacion del acceso por fecha a
      *          FACTURA. Los pasos nocturnos que antes recorrian
      *          factura.dat de punta a punta (CIERRE-VENTAS-DIARIO,
      *          RESUMEN-EJECUTIVO-NOCTURNO, CONTROL-INTEGRIDAD-
      *          FACTURAS, FACTURAS-ELECTRONICAS-AFIP y EXTRACTO-
      *          VENTAS-CSV) ahora hacen START por las alternas
      *          FACT-FECHA y FACT-FECHA-MODIF. Este job, a pedido,
      *          saca para un dia las mismas cifras por los dos
      *          caminos -- el recorrido completo de siempre y el
      *          acceso por fecha -- y las pone lado a lado:
      *            - comprobantes activos del dia, notas de credito,
      *              anulados y la venta neta del dia (lo que acumula
      *              el cierre y muestra el resumen ejecutivo),
      *            - comprobantes de otros dias modificados ese dia
      *              (lo que agrega el control de integridad),
      *            - comprobantes sin exportar a AFIP dentro de la
      *              ventana de dias de la exportacion nocturna,
      *            - registros del archivo por clave primaria contra
      *              la alterna FACT-FECHA completa.
      *          Ademas cuenta los comprobantes sin exportar con
      *          fecha anterior a la ventana, que la corrida nocturna
      *          no va a ver y piden una exportacion con tarjeta "T".
      *          Toda diferencia o pendiente fuera de ventana deja
      *          RETURN-CODE 4. Tarjetas: fecha a comparar (AAAAMMDD,
      *          0 = hoy) y dias de la ventana AFIP (0 = 10, el mismo
      *          defecto de la exportacion).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMPARACION-ACCESO-FACTURAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".

       WORKING-STORAGE SECTION.

       01 ST-FACTURA         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FECHA-VALIDA     PIC X.

       01 W-FECHA-CONTROL    PIC 9(8).
       01 W-FECHA-CONTROL-R REDEFINES W-FECHA-CONTROL.
          05 FCO-ANIO        PIC 9(4).
          05 FCO-MES         PIC 9(2).
          05 FCO-DIA         PIC 9(2).
       01 W-DIAS-VENTANA     PIC 9(3).
       01 W-DIAS-DESDE       PIC 9(7).
       01 W-FECHA-DESDE      PIC 9(8).

      * Cifras por camino: (1) recorrido completo por FACT-NUMERO,
      * (2) acceso por las alternas de fecha.
       01 W-CAMINO           PIC 9.
       01 TOTALES-CAMINO.
          05 TOT-CAMINO OCCURS 2 TIMES.
             10 TOT-CANT-ACTIVOS  PIC 9(7).
             10 TOT-CANT-NC       PIC 9(7).
             10 TOT-CANT-ANULADOS PIC 9(7).
             10 TOT-VENTA-NETA    PIC S9(11)V9(2).
             10 TOT-CANT-MODIF    PIC 9(7).
             10 TOT-PEND-AFIP     PIC 9(7).
             10 TOT-REGISTROS     PIC 9(7).

       01 W-PEND-FUERA       PIC 9(7) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(3) VALUE 0.

      * Linea de comparacion: concepto, las dos cifras y el resultado.
       01 W-CONCEPTO         PIC X(34).
       01 W-CIFRA-1          PIC S9(11)V9(2).
       01 W-CIFRA-2          PIC S9(11)V9(2).
       01 W-CIFRA-1-ZZ       PIC -(11)9,99.
       01 W-CIFRA-2-ZZ       PIC -(11)9,99.
       01 W-RESULTADO        PIC X(18).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            INITIALIZE TOTALES-CAMINO.
            PERFORM RECORRIDO-COMPLETO THRU F-RECORRIDO-COMPLETO.
            PERFORM ACCESO-POR-FECHA THRU F-ACCESO-POR-FECHA.
            CLOSE FACTURA.
            PERFORM IMPRIMO-COMPARACION THRU F-IMPRIMO-COMPARACION.
            IF W-CANT-DIFERENCIAS NOT = 0 OR W-PEND-FUERA NOT = 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

      * PIDO-PARAMETROS: fecha a comparar y ventana de la exportacion
      * AFIP, con el desde que usa FACTURAS-ELECTRONICAS-AFIP.
       PIDO-PARAMETROS.
            DISPLAY "Fecha a comparar (AAAAMMDD, 0=hoy): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-CONTROL.
            IF W-FECHA-CONTROL = 0
               ACCEPT W-FECHA-CONTROL FROM DATE YYYYMMDD
            END-IF.
            CALL "VALIDO-FECHA" USING FCO-ANIO FCO-MES FCO-DIA
                 W-FECHA-VALIDA.
            IF W-FECHA-VALIDA NOT = "S" OR FCO-MES > 12
               DISPLAY "Fecha invalida: " W-FECHA-CONTROL
               MOVE "S" TO W-FIN
               GO TO F-PIDO-PARAMETROS
            END-IF.
            DISPLAY "Dias de ventana AFIP (0=10): " WITH NO ADVANCING.
            ACCEPT W-DIAS-VENTANA.
            IF W-DIAS-VENTANA = 0
               MOVE 10 TO W-DIAS-VENTANA
            END-IF.
            COMPUTE W-DIAS-DESDE =
                FUNCTION INTEGER-OF-DATE(W-FECHA-CONTROL)
                - W-DIAS-VENTANA.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-DESDE)
                TO W-FECHA-DESDE.

       F-PIDO-PARAMETROS.
            EXIT.

      * CAMINO 1: el recorrido completo de siempre, por FACT-NUMERO.
      * Cada registro pasa por todas las acumulaciones.
       RECORRIDO-COMPLETO.
            MOVE 1 TO W-CAMINO.
            MOVE 0 TO FACT-NUMERO.
            START FACTURA KEY IS NOT LESS THAN FACT-NUMERO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM LEO-COMPLETO THRU F-LEO-COMPLETO
                UNTIL W-FIN = "S".

       F-RECORRIDO-COMPLETO.
            EXIT.

       LEO-COMPLETO.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO TOT-REGISTROS(W-CAMINO)
                PERFORM ACUMULO-ALTA THRU F-ACUMULO-ALTA
                PERFORM ACUMULO-MODIF THRU F-ACUMULO-MODIF
                PERFORM ACUMULO-PEND-AFIP THRU F-ACUMULO-PEND-AFIP
                IF NOT FACT-ANULADA AND NOT FACT-AFIP-EXPORTADA
                      AND FACT-FECHA < W-FECHA-DESDE
                   ADD 1 TO W-PEND-FUERA
                END-IF
            END-READ.

       F-LEO-COMPLETO.
            EXIT.

      * CAMINO 2: el acceso por fecha, con los mismos START que usan
      * los pasos nocturnos.
       ACCESO-POR-FECHA.
            MOVE 2 TO W-CAMINO.
            MOVE W-FECHA-CONTROL TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM LEO-ALTAS-DIA THRU F-LEO-ALTAS-DIA
                UNTIL W-FIN = "S".
            MOVE W-FECHA-CONTROL TO FACT-FECHA-MODIF.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA-MODIF
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM LEO-MODIF-DIA THRU F-LEO-MODIF-DIA
                UNTIL W-FIN = "S".
            MOVE W-FECHA-DESDE TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM LEO-VENTANA-AFIP THRU F-LEO-VENTANA-AFIP
                UNTIL W-FIN = "S".
            MOVE LOW-VALUES TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM CUENTO-POR-FECHA THRU F-CUENTO-POR-FECHA
                UNTIL W-FIN = "S".

       F-ACCESO-POR-FECHA.
            EXIT.

       LEO-ALTAS-DIA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF FACT-FECHA NOT = W-FECHA-CONTROL
                   MOVE "S" TO W-FIN
                ELSE
                   PERFORM ACUMULO-ALTA THRU F-ACUMULO-ALTA
                END-IF
            END-READ.

       F-LEO-ALTAS-DIA.
            EXIT.

       LEO-MODIF-DIA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF FACT-FECHA-MODIF NOT = W-FECHA-CONTROL
                   MOVE "S" TO W-FIN
                ELSE
                   PERFORM ACUMULO-MODIF THRU F-ACUMULO-MODIF
                END-IF
            END-READ.

       F-LEO-MODIF-DIA.
            EXIT.

       LEO-VENTANA-AFIP.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                PERFORM ACUMULO-PEND-AFIP THRU F-ACUMULO-PEND-AFIP
            END-READ.

       F-LEO-VENTANA-AFIP.
            EXIT.

       CUENTO-POR-FECHA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO TOT-REGISTROS(W-CAMINO)
            END-READ.

       F-CUENTO-POR-FECHA.
            EXIT.

      * Acumulaciones comunes a los dos caminos: cada una vuelve a
      * preguntar su condicion, asi el recorrido completo y el acceso
      * por fecha cuentan con el mismo criterio.
      * ACUMULO-ALTA: comprobante con fecha del dia; la venta neta es
      * la de CIERRE-VENTAS-DIARIO (la nota de credito resta).
       ACUMULO-ALTA.
            IF FACT-FECHA NOT = W-FECHA-CONTROL
               GO TO F-ACUMULO-ALTA
            END-IF.
            IF FACT-ANULADA
               ADD 1 TO TOT-CANT-ANULADOS(W-CAMINO)
               GO TO F-ACUMULO-ALTA
            END-IF.
            ADD 1 TO TOT-CANT-ACTIVOS(W-CAMINO).
            IF FACT-TIPO-NOTA-CREDITO
               ADD 1 TO TOT-CANT-NC(W-CAMINO)
               SUBTRACT FACT-TOTAL FROM TOT-VENTA-NETA(W-CAMINO)
            ELSE
               ADD FACT-TOTAL TO TOT-VENTA-NETA(W-CAMINO)
            END-IF.

       F-ACUMULO-ALTA.
            EXIT.

      * ACUMULO-MODIF: comprobante activo de otro dia modificado en
      * el dia, el agregado del control de integridad.
       ACUMULO-MODIF.
            IF FACT-FECHA-MODIF = W-FECHA-CONTROL
                  AND FACT-FECHA NOT = W-FECHA-CONTROL
                  AND NOT FACT-ANULADA
               ADD 1 TO TOT-CANT-MODIF(W-CAMINO)
            END-IF.

       F-ACUMULO-MODIF.
            EXIT.

      * ACUMULO-PEND-AFIP: activo sin exportar con fecha dentro de la
      * ventana (desde el W-FECHA-DESDE en adelante).
       ACUMULO-PEND-AFIP.
            IF NOT FACT-ANULADA AND NOT FACT-AFIP-EXPORTADA
                  AND FACT-FECHA NOT < W-FECHA-DESDE
               ADD 1 TO TOT-PEND-AFIP(W-CAMINO)
            END-IF.

       F-ACUMULO-PEND-AFIP.
            EXIT.

      * IMPRIMO-COMPARACION: una linea por cifra con los dos caminos.
       IMPRIMO-COMPARACION.
            DISPLAY "COMPARACION DE ACCESO A FACTURA - DIA "
                    W-FECHA-CONTROL.
            DISPLAY "Ventana AFIP desde " W-FECHA-DESDE.
            DISPLAY " ".
            DISPLAY "Concepto                          "
                    "  Recorrido completo    Acceso por fecha".
            MOVE "Comprobantes activos del dia" TO W-CONCEPTO.
            MOVE TOT-CANT-ACTIVOS(1) TO W-CIFRA-1.
            MOVE TOT-CANT-ACTIVOS(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "  de los cuales notas de credito" TO W-CONCEPTO.
            MOVE TOT-CANT-NC(1) TO W-CIFRA-1.
            MOVE TOT-CANT-NC(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "Comprobantes anulados del dia" TO W-CONCEPTO.
            MOVE TOT-CANT-ANULADOS(1) TO W-CIFRA-1.
            MOVE TOT-CANT-ANULADOS(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "Venta neta del dia" TO W-CONCEPTO.
            MOVE TOT-VENTA-NETA(1) TO W-CIFRA-1.
            MOVE TOT-VENTA-NETA(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "Otros dias modificados en el dia" TO W-CONCEPTO.
            MOVE TOT-CANT-MODIF(1) TO W-CIFRA-1.
            MOVE TOT-CANT-MODIF(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "Sin exportar a AFIP en ventana" TO W-CONCEPTO.
            MOVE TOT-PEND-AFIP(1) TO W-CIFRA-1.
            MOVE TOT-PEND-AFIP(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            MOVE "Registros del archivo" TO W-CONCEPTO.
            MOVE TOT-REGISTROS(1) TO W-CIFRA-1.
            MOVE TOT-REGISTROS(2) TO W-CIFRA-2.
            PERFORM COMPARO-CIFRA THRU F-COMPARO-CIFRA.
            DISPLAY " ".
            IF W-PEND-FUERA NOT = 0
               DISPLAY "PENDIENTE: " W-PEND-FUERA " comprobante(s) "
                       "sin exportar con fecha anterior al "
                       W-FECHA-DESDE
               DISPLAY "           correr FACTURAS-ELECTRONICAS-AFIP "
                       "con tarjeta T"
            END-IF.
            IF W-CANT-DIFERENCIAS = 0
               DISPLAY "Los dos caminos coinciden."
            ELSE
               DISPLAY "DIFERENCIAS: " W-CANT-DIFERENCIAS
                       " cifra(s) no coinciden -- reorganizar "
                       "factura.dat con REORG-INDEXADOS"
            END-IF.

       F-IMPRIMO-COMPARACION.
            EXIT.

       COMPARO-CIFRA.
            MOVE W-CIFRA-1 TO W-CIFRA-1-ZZ.
            MOVE W-CIFRA-2 TO W-CIFRA-2-ZZ.
            IF W-CIFRA-1 = W-CIFRA-2
               MOVE "coincide" TO W-RESULTADO
            ELSE
               MOVE "*** DIFERENCIA ***" TO W-RESULTADO
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            DISPLAY W-CONCEPTO " " W-CIFRA-1-ZZ "  " W-CIFRA-2-ZZ
                    "  " W-RESULTADO.

       F-COMPARO-CIFRA.
            EXIT.

       END PROGRAM "COMPARACION-ACCESO-FACTURAS".
