      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Coeficientes anuales de Convenio Multilateral (CM05).
      *          Ingresos Brutos se paga por Convenio Multilateral y
      *          los coeficientes se calculaban en una planilla. Pide
      *          el ejercicio cerrado (AAAA) y acumula por
      *          jurisdiccion (FACT-JURISDICCION) los ingresos netos
      *          del ano de FACTURA, con las notas de credito restando
      *          y el mismo neto sin IVA ni percepcion que POSICION-
      *          FISCAL; los gastos por jurisdiccion los toma de
      *          gastosConvenio.dat, que carga contaduria. Para cada
      *          jurisdiccion calcula el coeficiente de ingresos, el de
      *          gastos y el unificado (la mitad de cada uno) a cuatro
      *          decimales; la diferencia de redondeo para que sumen
      *          1,0000 se carga a la jurisdiccion de mayor
      *          coeficiente. Imprime el papel de trabajo del CM05 y
      *          graba los coeficientes en COEFICIENTES-CONVENIO para
      *          el ano siguiente, que es el que usa POSICION-FISCAL
      *          para distribuir la base mensual. Sin ingresos o sin
      *          gastos del ejercicio no graba nada y termina con
      *          RETURN-CODE 8; ventas sin jurisdiccion o gastos en una
      *          jurisdiccion sin ventas terminan con RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COEFICIENTES-CONVENIO".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/factura.sel".
              COPY "./sel/gastosConvenio.sel".
              COPY "./sel/coeficientesConvenio.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/gastosConvenio.fd".
              COPY "./fd/coeficientesConvenio.fd".

       WORKING-STORAGE SECTION.

       01 ST-FACTURA        PIC XX.
       01 ST-GASTOS-CM      PIC XX.
       01 ST-COEFICIENTES   PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-LECTURA     PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-OPERADOR-BATCH  PIC X(8) VALUE "CONVENIO".

       01 W-ANIO-BASE       PIC 9(4).
       01 W-ANIO-APLICACION PIC 9(4).
       01 W-ANIO-FACT       PIC 9(4).
       01 W-RESTO-FECHA     PIC 9(4).

      * Mismo neto de ventas que POSICION-FISCAL: FACT-TOTAL viaja con
      * IVA incluido y con la percepcion de IIBB.
       01 W-ALICUOTA-IVA    PIC 9V99 VALUE 1,21.
       01 W-NETO            PIC S9(9)V99.
       01 W-SIGNO           PIC S9(1) VALUE 1.

       01 W-TABLA-JURIS.
          03 W-JUR-ENTRADA OCCURS 24 TIMES.
             05 W-JUR-CODIGO        PIC X(3).
             05 W-JUR-INGRESOS      PIC S9(11)V99.
             05 W-JUR-GASTOS        PIC S9(11)V99.
             05 W-JUR-COEF-ING      PIC 9V9(4).
             05 W-JUR-COEF-GAS      PIC 9V9(4).
             05 W-JUR-COEFICIENTE   PIC 9V9(4).
       01 W-CANT-JURIS      PIC 9(2) VALUE 0.
       01 W-INDICE-JUR      PIC 9(2).
       01 W-JUR-HALLADA     PIC 9(2).
       01 W-JUR-BUSCADA     PIC X(3).
       01 W-JUR-MAYOR       PIC 9(2).

       01 W-TOTAL-INGRESOS  PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-GASTOS    PIC S9(11)V99 VALUE 0.
       01 W-SIN-JURIS       PIC S9(11)V99 VALUE 0.
       01 W-SUMA-COEF       PIC 9V9(4).
       01 W-SUMA-COEF-ING   PIC 9V9(4).
       01 W-SUMA-COEF-GAS   PIC 9V9(4).
       01 W-AJUSTE          PIC S9V9(4).

       01 W-CANT-FACTURAS   PIC 9(7) VALUE 0.
       01 W-CANT-GASTOS     PIC 9(5) VALUE 0.
       01 W-CANT-GRABADOS   PIC 9(5) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(5) VALUE 0.

       01 IMPORTE-ZZ        PIC -----------9,99.
       01 ING-ZZ            PIC -----------9,99.
       01 GAS-ZZ            PIC -----------9,99.
       01 COEF-ING-ZZ       PIC 9,9999.
       01 COEF-GAS-ZZ       PIC 9,9999.
       01 COEF-ZZ           PIC 9,9999.
       01 AJUSTE-ZZ         PIC -9,9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Ejercicio base (AAAA): " WITH NO ADVANCING.
            ACCEPT W-ANIO-BASE.
            IF W-ANIO-BASE < 2000
               DISPLAY "Ejercicio invalido: " W-ANIO-BASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE W-ANIO-APLICACION = W-ANIO-BASE + 1.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            INITIALIZE W-TABLA-JURIS
                REPLACING NUMERIC DATA BY ZEROES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "CONVENIO MULTILATERAL - CM05 - EJERCICIO "
                    W-ANIO-BASE " - COEFICIENTES " W-ANIO-APLICACION.
            DISPLAY " ".
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM ACUMULO-UNA-VENTA THRU F-ACUMULO-UNA-VENTA
                UNTIL W-FIN-LECTURA = "S".
            PERFORM CARGO-GASTOS THRU F-CARGO-GASTOS.
            IF W-SIN-JURIS NOT = 0
               MOVE W-SIN-JURIS TO IMPORTE-ZZ
               DISPLAY "DIFERENCIA: ventas sin jurisdiccion de IIBB "
                       "por" IMPORTE-ZZ " (fuera del coeficiente)"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.
            IF W-TOTAL-INGRESOS NOT > 0 OR W-TOTAL-GASTOS NOT > 0
               DISPLAY "Sin ingresos o sin gastos del ejercicio "
                       W-ANIO-BASE ", no se calculan coeficientes"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CALCULO-UNA-JURIS THRU F-CALCULO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            PERFORM AJUSTO-REDONDEO THRU F-AJUSTO-REDONDEO.
            PERFORM LISTO-CM05 THRU F-LISTO-CM05.
            PERFORM BORRO-COEFICIENTES THRU F-BORRO-COEFICIENTES.
            PERFORM GRABO-UN-COEFICIENTE THRU F-GRABO-UN-COEFICIENTE
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Comprobantes del ejercicio : " W-CANT-FACTURAS.
            DISPLAY "Renglones de gastos        : " W-CANT-GASTOS.
            DISPLAY "Coeficientes grabados      : " W-CANT-GRABADOS.
            DISPLAY "Diferencias halladas       : " W-CANT-DIFERENCIAS.
            IF W-CANT-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O COEFICIENTES-CONVENIO.
            IF ST-COEFICIENTES > "07"
               DISPLAY "Error abriendo coeficientesConvenio.dat: "
                       ST-COEFICIENTES
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE COEFICIENTES-CONVENIO.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * ACUMULO-UNA-VENTA: FACTURA de punta a punta (el ano no es la
      * clave), activas del ejercicio.
       ACUMULO-UNA-VENTA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-ACUMULO-UNA-VENTA
            END-READ.
            DIVIDE FACT-FECHA BY 10000
               GIVING W-ANIO-FACT REMAINDER W-RESTO-FECHA.
            IF FACT-ANULADA OR W-ANIO-FACT NOT = W-ANIO-BASE
               GO TO F-ACUMULO-UNA-VENTA
            END-IF.
            ADD 1 TO W-CANT-FACTURAS.
            IF FACT-TIPO-NOTA-CREDITO
               MOVE -1 TO W-SIGNO
            ELSE
               MOVE 1 TO W-SIGNO
            END-IF.
            IF FACT-CONDICION-IVA = "EX"
               COMPUTE W-NETO =
                   (FACT-TOTAL - FACT-PERCEPCION-IIBB) * W-SIGNO
            ELSE
               COMPUTE W-NETO ROUNDED =
                   ((FACT-TOTAL - FACT-PERCEPCION-IIBB)
                       / W-ALICUOTA-IVA) * W-SIGNO
            END-IF.
            IF FACT-JURISDICCION = SPACES
               ADD W-NETO TO W-SIN-JURIS
               GO TO F-ACUMULO-UNA-VENTA
            END-IF.
            MOVE FACT-JURISDICCION TO W-JUR-BUSCADA.
            PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS.
            IF W-JUR-HALLADA NOT = 0
               ADD W-NETO TO W-JUR-INGRESOS(W-JUR-HALLADA)
               ADD W-NETO TO W-TOTAL-INGRESOS
            END-IF.

       F-ACUMULO-UNA-VENTA.
            EXIT.

      * CARGO-GASTOS: los renglones de gastosConvenio.dat del
      * ejercicio pedido; los de otros anos se ignoran.
       CARGO-GASTOS.
            OPEN INPUT GASTOS-CONVENIO.
            IF ST-GASTOS-CM NOT = "00"
               DISPLAY "gastosConvenio.dat inexistente"
               GO TO F-CARGO-GASTOS
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM CARGO-UN-GASTO THRU F-CARGO-UN-GASTO
                UNTIL W-FIN-LECTURA = "S".
            CLOSE GASTOS-CONVENIO.

       F-CARGO-GASTOS.
            EXIT.

       CARGO-UN-GASTO.
            READ GASTOS-CONVENIO
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-CARGO-UN-GASTO
            END-READ.
            IF GCM-ANIO IS NOT NUMERIC OR GCM-ANIO NOT = W-ANIO-BASE
               GO TO F-CARGO-UN-GASTO
            END-IF.
            IF GCM-GASTOS IS NOT NUMERIC OR GCM-JURISDICCION = SPACES
               DISPLAY "DIFERENCIA: renglon de gastos invalido "
                       REG-GASTOS-CONVENIO
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-CARGO-UN-GASTO
            END-IF.
            ADD 1 TO W-CANT-GASTOS.
            MOVE GCM-JURISDICCION TO W-JUR-BUSCADA.
            PERFORM BUSCO-JURIS THRU F-BUSCO-JURIS.
            IF W-JUR-HALLADA NOT = 0
               ADD GCM-GASTOS TO W-JUR-GASTOS(W-JUR-HALLADA)
               ADD GCM-GASTOS TO W-TOTAL-GASTOS
            END-IF.

       F-CARGO-UN-GASTO.
            EXIT.

      * BUSCO-JURIS: mismo esquema que POSICION-FISCAL, da de alta la
      * jurisdiccion si no estaba; con la tabla llena devuelve cero.
       BUSCO-JURIS.
            MOVE 0 TO W-JUR-HALLADA.
            PERFORM COMPARO-UNA-JURIS THRU F-COMPARO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS
                       OR W-JUR-HALLADA NOT = 0.
            IF W-JUR-HALLADA = 0
               IF W-CANT-JURIS < 24
                  ADD 1 TO W-CANT-JURIS
                  MOVE W-JUR-BUSCADA TO W-JUR-CODIGO(W-CANT-JURIS)
                  MOVE W-CANT-JURIS TO W-JUR-HALLADA
               ELSE
                  DISPLAY "DIFERENCIA: tabla de jurisdicciones llena,"
                          " se ignora " W-JUR-BUSCADA
                  ADD 1 TO W-CANT-DIFERENCIAS
               END-IF
            END-IF.

       F-BUSCO-JURIS.
            EXIT.

       COMPARO-UNA-JURIS.
            IF W-JUR-CODIGO(W-INDICE-JUR) = W-JUR-BUSCADA
               MOVE W-INDICE-JUR TO W-JUR-HALLADA
            END-IF.

       F-COMPARO-UNA-JURIS.
            EXIT.

      * CALCULO-UNA-JURIS: una jurisdiccion con ventas negativas en
      * el ano (solo notas de credito) queda en cero.
       CALCULO-UNA-JURIS.
            IF W-JUR-INGRESOS(W-INDICE-JUR) > 0
               COMPUTE W-JUR-COEF-ING(W-INDICE-JUR) ROUNDED =
                       W-JUR-INGRESOS(W-INDICE-JUR) / W-TOTAL-INGRESOS
            END-IF.
            IF W-JUR-GASTOS(W-INDICE-JUR) > 0
               COMPUTE W-JUR-COEF-GAS(W-INDICE-JUR) ROUNDED =
                       W-JUR-GASTOS(W-INDICE-JUR) / W-TOTAL-GASTOS
            END-IF.
            COMPUTE W-JUR-COEFICIENTE(W-INDICE-JUR) ROUNDED =
                    (W-JUR-COEF-ING(W-INDICE-JUR)
                   + W-JUR-COEF-GAS(W-INDICE-JUR)) / 2.
            IF W-JUR-GASTOS(W-INDICE-JUR) > 0
                  AND W-JUR-INGRESOS(W-INDICE-JUR) NOT > 0
               DISPLAY "DIFERENCIA: jurisdiccion "
                       W-JUR-CODIGO(W-INDICE-JUR)
                       " con gastos y sin ingresos en el ejercicio"
               ADD 1 TO W-CANT-DIFERENCIAS
            END-IF.

       F-CALCULO-UNA-JURIS.
            EXIT.

      * AJUSTO-REDONDEO: el CM05 exige que los coeficientes sumen
      * exactamente 1,0000; la diferencia de redondeo va a la
      * jurisdiccion de mayor coeficiente.
       AJUSTO-REDONDEO.
            MOVE 0 TO W-SUMA-COEF.
            MOVE 0 TO W-SUMA-COEF-ING.
            MOVE 0 TO W-SUMA-COEF-GAS.
            MOVE 1 TO W-JUR-MAYOR.
            PERFORM SUMO-UN-COEFICIENTE THRU F-SUMO-UN-COEFICIENTE
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            COMPUTE W-AJUSTE = 1 - W-SUMA-COEF.
            IF W-AJUSTE NOT = 0
               ADD W-AJUSTE TO W-JUR-COEFICIENTE(W-JUR-MAYOR)
               MOVE W-AJUSTE TO AJUSTE-ZZ
               DISPLAY "Ajuste de redondeo " AJUSTE-ZZ " aplicado a "
                       W-JUR-CODIGO(W-JUR-MAYOR)
            END-IF.

       F-AJUSTO-REDONDEO.
            EXIT.

       SUMO-UN-COEFICIENTE.
            ADD W-JUR-COEFICIENTE(W-INDICE-JUR) TO W-SUMA-COEF.
            ADD W-JUR-COEF-ING(W-INDICE-JUR) TO W-SUMA-COEF-ING.
            ADD W-JUR-COEF-GAS(W-INDICE-JUR) TO W-SUMA-COEF-GAS.
            IF W-JUR-COEFICIENTE(W-INDICE-JUR) >
                  W-JUR-COEFICIENTE(W-JUR-MAYOR)
               MOVE W-INDICE-JUR TO W-JUR-MAYOR
            END-IF.

       F-SUMO-UN-COEFICIENTE.
            EXIT.

      ******************************************************************
      * LISTO-CM05: papel de trabajo, una linea por jurisdiccion con
      * ingresos, gastos y los tres coeficientes, y la linea de
      * totales.
      ******************************************************************
       LISTO-CM05.
            DISPLAY " ".
            DISPLAY "JUR        INGRESOS  COEF.ING          GASTOS"
                    "  COEF.GAS  COEF.UNIF".
            PERFORM LISTO-UNA-JURIS THRU F-LISTO-UNA-JURIS
                VARYING W-INDICE-JUR FROM 1 BY 1
                    UNTIL W-INDICE-JUR > W-CANT-JURIS.
            MOVE W-TOTAL-INGRESOS TO ING-ZZ.
            MOVE W-TOTAL-GASTOS TO GAS-ZZ.
            MOVE W-SUMA-COEF-ING TO COEF-ING-ZZ.
            MOVE W-SUMA-COEF-GAS TO COEF-GAS-ZZ.
            MOVE 1 TO COEF-ZZ.
            DISPLAY "TOT" ING-ZZ "    " COEF-ING-ZZ GAS-ZZ "    "
                    COEF-GAS-ZZ "     " COEF-ZZ.

       F-LISTO-CM05.
            EXIT.

       LISTO-UNA-JURIS.
            MOVE W-JUR-INGRESOS(W-INDICE-JUR) TO ING-ZZ.
            MOVE W-JUR-GASTOS(W-INDICE-JUR) TO GAS-ZZ.
            MOVE W-JUR-COEF-ING(W-INDICE-JUR) TO COEF-ING-ZZ.
            MOVE W-JUR-COEF-GAS(W-INDICE-JUR) TO COEF-GAS-ZZ.
            MOVE W-JUR-COEFICIENTE(W-INDICE-JUR) TO COEF-ZZ.
            DISPLAY W-JUR-CODIGO(W-INDICE-JUR) ING-ZZ "    "
                    COEF-ING-ZZ GAS-ZZ "    " COEF-GAS-ZZ "     "
                    COEF-ZZ.

       F-LISTO-UNA-JURIS.
            EXIT.

      * BORRO-COEFICIENTES: recalcular el ano borra primero lo que
      * hubiera, asi una jurisdiccion que dejo de tener movimiento no
      * queda con el coeficiente de la corrida anterior.
       BORRO-COEFICIENTES.
            MOVE W-ANIO-APLICACION TO CCM-ANIO.
            MOVE LOW-VALUES TO CCM-JURISDICCION.
            START COEFICIENTES-CONVENIO
                KEY IS NOT LESS THAN CCM-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LECTURA
              NOT INVALID KEY MOVE "N" TO W-FIN-LECTURA
            END-START.
            PERFORM BORRO-UN-COEFICIENTE THRU F-BORRO-UN-COEFICIENTE
                UNTIL W-FIN-LECTURA = "S".

       F-BORRO-COEFICIENTES.
            EXIT.

       BORRO-UN-COEFICIENTE.
            READ COEFICIENTES-CONVENIO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-BORRO-UN-COEFICIENTE
            END-READ.
            IF CCM-ANIO NOT = W-ANIO-APLICACION
               MOVE "S" TO W-FIN-LECTURA
               GO TO F-BORRO-UN-COEFICIENTE
            END-IF.
            DELETE COEFICIENTES-CONVENIO RECORD
              INVALID KEY
                DISPLAY "Error borrando coeficiente " CCM-CLAVE
                        ": " ST-COEFICIENTES
            END-DELETE.

       F-BORRO-UN-COEFICIENTE.
            EXIT.

       GRABO-UN-COEFICIENTE.
            INITIALIZE REG-COEFICIENTE-CM
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-ANIO-APLICACION TO CCM-ANIO.
            MOVE W-JUR-CODIGO(W-INDICE-JUR) TO CCM-JURISDICCION.
            MOVE W-ANIO-BASE TO CCM-ANIO-BASE.
            MOVE W-JUR-INGRESOS(W-INDICE-JUR) TO CCM-INGRESOS.
            MOVE W-JUR-GASTOS(W-INDICE-JUR) TO CCM-GASTOS.
            MOVE W-JUR-COEF-ING(W-INDICE-JUR) TO CCM-COEF-INGRESOS.
            MOVE W-JUR-COEF-GAS(W-INDICE-JUR) TO CCM-COEF-GASTOS.
            MOVE W-JUR-COEFICIENTE(W-INDICE-JUR) TO CCM-COEFICIENTE.
            MOVE W-FECHA-SISTEMA TO CCM-FECHA-PROCESO.
            MOVE W-OPERADOR-BATCH TO CCM-USUARIO.
            WRITE REG-COEFICIENTE-CM
              INVALID KEY
                REWRITE REG-COEFICIENTE-CM
                  INVALID KEY
                    DISPLAY "Error grabando coeficiente " CCM-CLAVE
                            ": " ST-COEFICIENTES
                END-REWRITE
              NOT INVALID KEY
                ADD 1 TO W-CANT-GRABADOS
            END-WRITE.

       F-GRABO-UN-COEFICIENTE.
            EXIT.

       END PROGRAM "COEFICIENTES-CONVENIO".
