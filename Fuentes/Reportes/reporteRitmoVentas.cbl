      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Ritmo de ventas dentro del mes. fuente03.cbl arma la
      *          tabla VALORES (VALOR-VENTA(MM, DD)) para repartir el
      *          total mensual de un cliente entre los dias del mes,
      *          pero nunca se uso fuera de la demo. Este reporte
      *          diario toma el objetivo del mes de cada cliente --
      *          su presupuesto (PRESUPUESTO-VENTAS) o, a eleccion, lo
      *          que compro el mismo mes del anio anterior
      *          (VENTAS-HISTORICO) -- lo reparte dia por dia en la
      *          tabla de asignacion diaria (solo los dias habiles
      *          segun PROXIMO-DIA-HABIL llevan venta) y compara lo
      *          esperado acumulado hasta hoy contra lo facturado de
      *          verdad en el mes (FACTURA por cliente: facturas
      *          suman, notas de credito restan, anuladas no cuentan).
      *          Proyecta el cierre del mes al ritmo actual y marca
      *          la cuenta que viene atrasada mas del porcentaje
      *          pedido, para que ventas actue antes de que el mes
      *          cierre y no despues, con REPORTE-VENTAS-MENSUALES. Al
      *          pie, los mismos totales por CLI_CATEGORIA y por
      *          vendedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-RITMO-VENTAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/presupuestoVentas.sel".
              COPY "./sel/ventasHistorico.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/presupuestoVentas.fd".
              COPY "./fd/ventasHistorico.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-PRESUPUESTO     PIC XX.
       01 ST-HISTORICO       PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 FECHA-SISTEMA-R REDEFINES W-FECHA-SISTEMA.
          05 FS-ANIO         PIC 9(4).
          05 FS-MES          PIC 99.
          05 FS-DIA          PIC 99.
       01 W-PRIMER-DIA       PIC 9(8).
       01 W-ANIO-BASE        PIC 9(4).

      * W-BASE: de donde sale el objetivo del mes.
       01 W-BASE             PIC X VALUE "P".
          88 W-BASE-PRESUPUESTO  VALUE "P".
          88 W-BASE-HISTORICO    VALUE "H".
       01 W-PORC-ALERTA      PIC 9(3) VALUE 0.

      * VALORES: la asignacion diaria del mes, con la misma forma que
      * la tabla de fuente03.cbl; VALOR-DIA es el peso del dia (1 si
      * es habil, 0 si no) y la parte del objetivo que le toca sale
      * de ese peso sobre el total de dias habiles del mes.
       01 VALORES.
          05 VALOR-DIA       PIC 9 OCCURS 31 TIMES.
       01 W-DIA              PIC 99.
       01 W-DIA-VALIDO       PIC X.
       01 W-FECHA-DIA        PIC 9(8).
       01 W-FECHA-HABIL      PIC 9(8).
       01 W-HABILES-MES      PIC 99 VALUE 0.
       01 W-HABILES-HOY      PIC 99 VALUE 0.

       01 W-OBJETIVO         PIC S9(9)V99.
       01 W-ESPERADO         PIC S9(9)V99.
       01 W-REAL             PIC S9(9)V99.
       01 W-PROYECTADO       PIC S9(9)V99.
       01 W-ATRASO           PIC S9(5)V99.
       01 W-ATRASADO         PIC X.

      * Subtotales por CLI_CATEGORIA y por vendedor.
       01 TABLA-CATEGORIAS.
          05 CAT-DATOS OCCURS 20 TIMES.
             10 CAT-CODIGO      PIC X(10).
             10 CAT-CANT        PIC 9(5).
             10 CAT-ATRASADOS   PIC 9(5).
             10 CAT-OBJETIVO    PIC S9(11)V99.
             10 CAT-ESPERADO    PIC S9(11)V99.
             10 CAT-REAL        PIC S9(11)V99.
             10 CAT-PROYECTADO  PIC S9(11)V99.
       01 W-CANT-CATEGORIAS  PIC 99 VALUE 0.
       01 W-INDICE-CAT       PIC 99.
       01 W-CAT-HALLADO      PIC 99.

       01 TABLA-VENDEDORES.
          05 VDR-DATOS OCCURS 50 TIMES.
             10 VDR-CODIGO      PIC X(5).
             10 VDR-CANT        PIC 9(5).
             10 VDR-ATRASADOS   PIC 9(5).
             10 VDR-OBJETIVO    PIC S9(11)V99.
             10 VDR-ESPERADO    PIC S9(11)V99.
             10 VDR-REAL        PIC S9(11)V99.
             10 VDR-PROYECTADO  PIC S9(11)V99.
       01 W-CANT-VENDEDORES  PIC 99 VALUE 0.
       01 W-INDICE-VDR       PIC 99.
       01 W-VDR-HALLADO      PIC 99.

       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-ATRASADOS   PIC 9(7) VALUE 0.
       01 W-CANT-SIN-CLIENTE PIC 9(7) VALUE 0.
       01 W-TOTAL-OBJETIVO   PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-ESPERADO   PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-REAL       PIC S9(11)V99 VALUE 0.
       01 W-TOTAL-PROYECTADO PIC S9(11)V99 VALUE 0.

       01 OBJETIVO-ZZ        PIC ----------9,99.
       01 ESPERADO-ZZ        PIC ----------9,99.
       01 REAL-ZZ            PIC ----------9,99.
       01 PROYECTADO-ZZ      PIC ----------9,99.
       01 ATRASO-ZZ          PIC ----9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Objetivo del mes (P = presupuesto, H = mismo mes "
                    "del anio anterior): " WITH NO ADVANCING.
            ACCEPT W-BASE.
            MOVE FUNCTION UPPER-CASE(W-BASE) TO W-BASE.
            IF NOT W-BASE-HISTORICO
               MOVE "P" TO W-BASE
            END-IF.
            DISPLAY "Porcentaje de atraso a marcar (020): "
                    WITH NO ADVANCING.
            ACCEPT W-PORC-ALERTA.
            IF W-PORC-ALERTA NOT NUMERIC OR W-PORC-ALERTA = 0
               MOVE 20 TO W-PORC-ALERTA
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO W-PRIMER-DIA.
            MOVE "01" TO W-PRIMER-DIA(7:2).
            PERFORM ARMO-VALORES THRU F-ARMO-VALORES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "RITMO DE VENTAS DEL MES " FS-ANIO "/" FS-MES
                       " AL " W-FECHA-SISTEMA
               IF W-BASE-PRESUPUESTO
                  MOVE FS-ANIO TO W-ANIO-BASE
                  DISPLAY "Objetivo: presupuesto del mes"
               ELSE
                  COMPUTE W-ANIO-BASE = FS-ANIO - 1
                  DISPLAY "Objetivo: venta del mismo mes de "
                          W-ANIO-BASE
               END-IF
               DISPLAY "Dias habiles del mes: " W-HABILES-MES
                       "  transcurridos: " W-HABILES-HOY
                       "  alerta con atraso mayor al "
                       W-PORC-ALERTA "%"
               DISPLAY "Cliente Nombre               Categoria  Vend."
                       "      Objetivo      Esperado          Real"
                       "    Proyectado  Atraso%"
               PERFORM LEO-OBJETIVOS THRU F-LEO-OBJETIVOS
                   UNTIL W-FIN = "S"
               PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

      * ARMO-VALORES: peso de cada dia del mes en curso; los dias
      * que no existen en el mes (VALIDO-FECHA) y los no habiles
      * quedan en cero.
       ARMO-VALORES.
            MOVE 0 TO W-HABILES-MES.
            MOVE 0 TO W-HABILES-HOY.
            PERFORM PESO-UN-DIA THRU F-PESO-UN-DIA
                VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > 31.

       F-ARMO-VALORES.
            EXIT.

       PESO-UN-DIA.
            MOVE 0 TO VALOR-DIA(W-DIA).
            CALL "VALIDO-FECHA" USING FS-ANIO FS-MES W-DIA
                 W-DIA-VALIDO.
            IF W-DIA-VALIDO NOT = "S"
               GO TO F-PESO-UN-DIA
            END-IF.
            MOVE W-FECHA-SISTEMA TO W-FECHA-DIA.
            MOVE W-DIA TO W-FECHA-DIA(7:2).
            CALL "PROXIMO-DIA-HABIL" USING W-FECHA-DIA W-FECHA-HABIL.
            IF W-FECHA-HABIL NOT = W-FECHA-DIA
               GO TO F-PESO-UN-DIA
            END-IF.
            MOVE 1 TO VALOR-DIA(W-DIA).
            ADD 1 TO W-HABILES-MES.
            IF W-DIA NOT > FS-DIA
               ADD 1 TO W-HABILES-HOY
            END-IF.

       F-PESO-UN-DIA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.
            IF W-BASE-PRESUPUESTO
               OPEN INPUT PRESUPUESTO-VENTAS
               IF ST-PRESUPUESTO > "07"
                  DISPLAY "Error abriendo Presupuesto de Ventas: "
                          ST-PRESUPUESTO
                  MOVE 8 TO RETURN-CODE
                  MOVE "S" TO W-FIN
               END-IF
            ELSE
               OPEN INPUT VENTAS-HISTORICO
               IF ST-HISTORICO > "07"
                  DISPLAY "Error abriendo Ventas Historico: "
                          ST-HISTORICO
                  MOVE 8 TO RETURN-CODE
                  MOVE "S" TO W-FIN
               END-IF
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            IF W-BASE-PRESUPUESTO
               CLOSE PRESUPUESTO-VENTAS
            ELSE
               CLOSE VENTAS-HISTORICO
            END-IF.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-OBJETIVOS: un renglon del archivo base por cliente y
      * anio; solo cuenta el anio que corresponde a la base elegida.
       LEO-OBJETIVOS.
            IF W-BASE-PRESUPUESTO
               READ PRESUPUESTO-VENTAS
                 AT END
                   MOVE "S" TO W-FIN
                   GO TO F-LEO-OBJETIVOS
               END-READ
               IF PV-ANIO NOT = W-ANIO-BASE
                  GO TO F-LEO-OBJETIVOS
               END-IF
               MOVE PV-CLI-ID TO CLI_ID
               MOVE PV-MONTO(FS-MES) TO W-OBJETIVO
            ELSE
               READ VENTAS-HISTORICO
                 AT END
                   MOVE "S" TO W-FIN
                   GO TO F-LEO-OBJETIVOS
               END-READ
               IF VH-ANIO NOT = W-ANIO-BASE
                  GO TO F-LEO-OBJETIVOS
               END-IF
               MOVE VH-CLI-ID TO CLI_ID
               MOVE VH-TOTAL(FS-MES) TO W-OBJETIVO
            END-IF.
            IF W-OBJETIVO NOT > 0
               GO TO F-LEO-OBJETIVOS
            END-IF.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                ADD 1 TO W-CANT-SIN-CLIENTE
                DISPLAY "Objetivo de cliente inexistente: " CLI_ID
                GO TO F-LEO-OBJETIVOS
            END-READ.
            IF NOT CLI-ACTIVO
               GO TO F-LEO-OBJETIVOS
            END-IF.
            PERFORM COMPARO-UN-CLIENTE THRU F-COMPARO-UN-CLIENTE.

       F-LEO-OBJETIVOS.
            EXIT.

      * COMPARO-UN-CLIENTE: esperado = la parte del objetivo de los
      * dias habiles ya transcurridos; proyectado = lo facturado
      * llevado al total de dias habiles al mismo ritmo.
       COMPARO-UN-CLIENTE.
            ADD 1 TO W-CANT-CLIENTES.
            PERFORM SUMO-FACTURAS-MES THRU F-SUMO-FACTURAS-MES.
            MOVE 0 TO W-ESPERADO.
            MOVE 0 TO W-PROYECTADO.
            MOVE 0 TO W-ATRASO.
            MOVE "N" TO W-ATRASADO.
            IF W-HABILES-MES > 0
               COMPUTE W-ESPERADO ROUNDED =
                   W-OBJETIVO * W-HABILES-HOY / W-HABILES-MES
            END-IF.
            IF W-HABILES-HOY > 0
               COMPUTE W-PROYECTADO ROUNDED =
                   W-REAL * W-HABILES-MES / W-HABILES-HOY
            ELSE
               MOVE W-REAL TO W-PROYECTADO
            END-IF.
            IF W-ESPERADO > 0
               COMPUTE W-ATRASO ROUNDED =
                   (W-ESPERADO - W-REAL) * 100 / W-ESPERADO
               IF W-ATRASO > W-PORC-ALERTA
                  MOVE "S" TO W-ATRASADO
                  ADD 1 TO W-CANT-ATRASADOS
               END-IF
            END-IF.
            MOVE W-OBJETIVO TO OBJETIVO-ZZ.
            MOVE W-ESPERADO TO ESPERADO-ZZ.
            MOVE W-REAL TO REAL-ZZ.
            MOVE W-PROYECTADO TO PROYECTADO-ZZ.
            MOVE W-ATRASO TO ATRASO-ZZ.
            DISPLAY CLI_ID " " CLI_NOMBRE(1:20) " " CLI_CATEGORIA " "
                    CLI_VENDEDOR " " OBJETIVO-ZZ " " ESPERADO-ZZ " "
                    REAL-ZZ " " PROYECTADO-ZZ " " ATRASO-ZZ.
            IF W-ATRASADO = "S"
               DISPLAY "  *** ATRASADO MAS DEL " W-PORC-ALERTA
                       "% CONTRA EL RITMO ESPERADO ***"
            END-IF.
            ADD W-OBJETIVO TO W-TOTAL-OBJETIVO.
            ADD W-ESPERADO TO W-TOTAL-ESPERADO.
            ADD W-REAL TO W-TOTAL-REAL.
            ADD W-PROYECTADO TO W-TOTAL-PROYECTADO.
            PERFORM ACUMULO-CATEGORIA THRU F-ACUMULO-CATEGORIA.
            PERFORM ACUMULO-VENDEDOR THRU F-ACUMULO-VENDEDOR.

       F-COMPARO-UN-CLIENTE.
            EXIT.

      * SUMO-FACTURAS-MES: los comprobantes del cliente por la clave
      * alternativa FACT-CLI-ID, del primer dia del mes a hoy.
       SUMO-FACTURAS-MES.
            MOVE 0 TO W-REAL.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM SUMO-UNA-FACTURA THRU F-SUMO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".

       F-SUMO-FACTURAS-MES.
            EXIT.

       SUMO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-SUMO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-FACTURAS
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF NOT FACT-ACTIVA
                  OR FACT-FECHA < W-PRIMER-DIA
                  OR FACT-FECHA > W-FECHA-SISTEMA
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO
               SUBTRACT FACT-TOTAL FROM W-REAL
            ELSE
               ADD FACT-TOTAL TO W-REAL
            END-IF.

       F-SUMO-UNA-FACTURA.
            EXIT.

       ACUMULO-CATEGORIA.
            MOVE 0 TO W-CAT-HALLADO.
            PERFORM COMPARO-CATEGORIA THRU F-COMPARO-CATEGORIA
                VARYING W-INDICE-CAT FROM 1 BY 1
                    UNTIL W-INDICE-CAT > W-CANT-CATEGORIAS
                       OR W-CAT-HALLADO NOT = 0.
            IF W-CAT-HALLADO NOT = 0
               MOVE W-CAT-HALLADO TO W-INDICE-CAT
            ELSE
               IF W-CANT-CATEGORIAS = 20
                  GO TO F-ACUMULO-CATEGORIA
               END-IF
               ADD 1 TO W-CANT-CATEGORIAS
               MOVE W-CANT-CATEGORIAS TO W-INDICE-CAT
               MOVE CLI_CATEGORIA TO CAT-CODIGO(W-INDICE-CAT)
               MOVE 0 TO CAT-CANT(W-INDICE-CAT)
                         CAT-ATRASADOS(W-INDICE-CAT)
                         CAT-OBJETIVO(W-INDICE-CAT)
                         CAT-ESPERADO(W-INDICE-CAT)
                         CAT-REAL(W-INDICE-CAT)
                         CAT-PROYECTADO(W-INDICE-CAT)
            END-IF.
            ADD 1 TO CAT-CANT(W-INDICE-CAT).
            IF W-ATRASADO = "S"
               ADD 1 TO CAT-ATRASADOS(W-INDICE-CAT)
            END-IF.
            ADD W-OBJETIVO TO CAT-OBJETIVO(W-INDICE-CAT).
            ADD W-ESPERADO TO CAT-ESPERADO(W-INDICE-CAT).
            ADD W-REAL TO CAT-REAL(W-INDICE-CAT).
            ADD W-PROYECTADO TO CAT-PROYECTADO(W-INDICE-CAT).

       F-ACUMULO-CATEGORIA.
            EXIT.

       COMPARO-CATEGORIA.
            IF CAT-CODIGO(W-INDICE-CAT) = CLI_CATEGORIA
               MOVE W-INDICE-CAT TO W-CAT-HALLADO
            END-IF.

       F-COMPARO-CATEGORIA.
            EXIT.

       ACUMULO-VENDEDOR.
            MOVE 0 TO W-VDR-HALLADO.
            PERFORM COMPARO-VENDEDOR THRU F-COMPARO-VENDEDOR
                VARYING W-INDICE-VDR FROM 1 BY 1
                    UNTIL W-INDICE-VDR > W-CANT-VENDEDORES
                       OR W-VDR-HALLADO NOT = 0.
            IF W-VDR-HALLADO NOT = 0
               MOVE W-VDR-HALLADO TO W-INDICE-VDR
            ELSE
               IF W-CANT-VENDEDORES = 50
                  GO TO F-ACUMULO-VENDEDOR
               END-IF
               ADD 1 TO W-CANT-VENDEDORES
               MOVE W-CANT-VENDEDORES TO W-INDICE-VDR
               MOVE CLI_VENDEDOR TO VDR-CODIGO(W-INDICE-VDR)
               MOVE 0 TO VDR-CANT(W-INDICE-VDR)
                         VDR-ATRASADOS(W-INDICE-VDR)
                         VDR-OBJETIVO(W-INDICE-VDR)
                         VDR-ESPERADO(W-INDICE-VDR)
                         VDR-REAL(W-INDICE-VDR)
                         VDR-PROYECTADO(W-INDICE-VDR)
            END-IF.
            ADD 1 TO VDR-CANT(W-INDICE-VDR).
            IF W-ATRASADO = "S"
               ADD 1 TO VDR-ATRASADOS(W-INDICE-VDR)
            END-IF.
            ADD W-OBJETIVO TO VDR-OBJETIVO(W-INDICE-VDR).
            ADD W-ESPERADO TO VDR-ESPERADO(W-INDICE-VDR).
            ADD W-REAL TO VDR-REAL(W-INDICE-VDR).
            ADD W-PROYECTADO TO VDR-PROYECTADO(W-INDICE-VDR).

       F-ACUMULO-VENDEDOR.
            EXIT.

       COMPARO-VENDEDOR.
            IF VDR-CODIGO(W-INDICE-VDR) = CLI_VENDEDOR
               MOVE W-INDICE-VDR TO W-VDR-HALLADO
            END-IF.

       F-COMPARO-VENDEDOR.
            EXIT.

       IMPRIMO-RESUMEN.
            DISPLAY " ".
            DISPLAY "POR CATEGORIA  Clientes Atras.      Objetivo"
                    "      Esperado          Real    Proyectado".
            PERFORM IMPRIMO-CATEGORIA THRU F-IMPRIMO-CATEGORIA
                VARYING W-INDICE-CAT FROM 1 BY 1
                    UNTIL W-INDICE-CAT > W-CANT-CATEGORIAS.
            DISPLAY " ".
            DISPLAY "POR VENDEDOR   Clientes Atras.      Objetivo"
                    "      Esperado          Real    Proyectado".
            PERFORM IMPRIMO-VENDEDOR THRU F-IMPRIMO-VENDEDOR
                VARYING W-INDICE-VDR FROM 1 BY 1
                    UNTIL W-INDICE-VDR > W-CANT-VENDEDORES.
            DISPLAY " ".
            MOVE W-TOTAL-OBJETIVO TO OBJETIVO-ZZ.
            MOVE W-TOTAL-ESPERADO TO ESPERADO-ZZ.
            MOVE W-TOTAL-REAL TO REAL-ZZ.
            MOVE W-TOTAL-PROYECTADO TO PROYECTADO-ZZ.
            DISPLAY "TOTAL          " W-CANT-CLIENTES " "
                    W-CANT-ATRASADOS " " OBJETIVO-ZZ " " ESPERADO-ZZ
                    " " REAL-ZZ " " PROYECTADO-ZZ.
            DISPLAY "Objetivos sin cliente: " W-CANT-SIN-CLIENTE.

       F-IMPRIMO-RESUMEN.
            EXIT.

       IMPRIMO-CATEGORIA.
            MOVE CAT-OBJETIVO(W-INDICE-CAT) TO OBJETIVO-ZZ.
            MOVE CAT-ESPERADO(W-INDICE-CAT) TO ESPERADO-ZZ.
            MOVE CAT-REAL(W-INDICE-CAT) TO REAL-ZZ.
            MOVE CAT-PROYECTADO(W-INDICE-CAT) TO PROYECTADO-ZZ.
            DISPLAY CAT-CODIGO(W-INDICE-CAT) "     "
                    CAT-CANT(W-INDICE-CAT) " "
                    CAT-ATRASADOS(W-INDICE-CAT) " " OBJETIVO-ZZ " "
                    ESPERADO-ZZ " " REAL-ZZ " " PROYECTADO-ZZ.

       F-IMPRIMO-CATEGORIA.
            EXIT.

       IMPRIMO-VENDEDOR.
            MOVE VDR-OBJETIVO(W-INDICE-VDR) TO OBJETIVO-ZZ.
            MOVE VDR-ESPERADO(W-INDICE-VDR) TO ESPERADO-ZZ.
            MOVE VDR-REAL(W-INDICE-VDR) TO REAL-ZZ.
            MOVE VDR-PROYECTADO(W-INDICE-VDR) TO PROYECTADO-ZZ.
            DISPLAY VDR-CODIGO(W-INDICE-VDR) "          "
                    VDR-CANT(W-INDICE-VDR) " "
                    VDR-ATRASADOS(W-INDICE-VDR) " " OBJETIVO-ZZ " "
                    ESPERADO-ZZ " " REAL-ZZ " " PROYECTADO-ZZ.

       F-IMPRIMO-VENDEDOR.
            EXIT.

       END PROGRAM "REPORTE-RITMO-VENTAS".
