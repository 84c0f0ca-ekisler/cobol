      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reposicion nocturna de los fondos fijos de sucursal.
      *          Para cada fondo que pidio reposicion en
      *          ABM-FONDOS-FIJOS totaliza los vales pendientes y los
      *          asienta en ASIENTO-DIARIO: debe la cuenta de gasto de
      *          cada concepto (el neto si la factura discrimina, si
      *          no el total) y el IVA credito fiscal, debe o haber
      *          Diferencias de caja por los arqueos con diferencia,
      *          haber Bancos por el efectivo que se repone. Cada vale
      *          con CUIT de una factura entra al Libro IVA Compras
      *          como factura de proveedor ya pagada (FACTURAS-
      *          PROVEEDOR con saldo cero y su FP-IVA). El vale queda
      *          R con el numero de reposicion y el fondo vuelve al
      *          autorizado. Un alta, cambio de autorizado o cierre
      *          de un fondo se asienta aca por diferencia contra
      *          FF-AUTORIZ-ASENTADO (Fondo fijo contra Bancos).
      *          Corre en CICLONOC despues de CIERRE-VENTAS-DIARIO
      *          (que abre ASIENTO-DIARIO de nuevo cada dia) y antes
      *          de MAYORIZACION-ASIENTOS; ASIENTO-DIARIO se abre
      *          EXTEND. Cuentas de conceptosFondoFijo.dat y del
      *          programa, validadas contra PLAN-CUENTAS como en el
      *          cierre: una cuenta mal, o una reposicion que no
      *          coincide con autorizado menos saldo, se informa como
      *          DIFERENCIA (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPOSICION-FONDOS-FIJOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/fondosFijos.sel".
              COPY "./sel/valesFondoFijo.sel".
              COPY "./sel/conceptosFondoFijo.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/asientoDiario.sel".
              COPY "./sel/planCuentas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/fondosFijos.fd".
              COPY "./fd/valesFondoFijo.fd".
              COPY "./fd/conceptosFondoFijo.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/asientoDiario.fd".
              COPY "./fd/planCuentas.fd".

       WORKING-STORAGE SECTION.

       01 ST-FONDOS         PIC XX.
       01 ST-VALES          PIC XX.
       01 ST-CONCEPTOS      PIC XX.
       01 ST-FACT-PROV      PIC XX.
       01 ST-FP-IVA         PIC XX.
       01 ST-ASIENTO        PIC XX.
       01 ST-PLAN-CUENTAS   PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-VALES       PIC X.
       01 W-FIN-FACT-PROV   PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).

      * Cuentas del plan que asienta la reposicion, ademas de la de
      * gasto de cada concepto. VALIDO-CUENTAS-ASIENTO las controla
      * contra PLAN-CUENTAS antes de grabar nada.
       01 W-CTA-BANCOS      PIC X(10) VALUE "1.1.01".
       01 W-CTA-FONDO-FIJO  PIC X(10) VALUE "1.1.02".
       01 W-CTA-IVA-CF      PIC X(10) VALUE "1.1.06".
       01 W-CTA-DIF-CAJA    PIC X(10) VALUE "5.2.10".
       01 W-CTA-A-VALIDAR   PIC X(10).
       01 W-CUENTAS-VALIDAS PIC X VALUE "S".
       01 W-HAY-DIFERENCIA  PIC X VALUE "N".

      * Renglon de asiento a grabar por GRABO-RENGLON-ASIENTO.
       01 W-ASI-CUENTA      PIC X(10).
       01 W-ASI-DEBE-HABER  PIC X.
       01 W-ASI-IMPORTE     PIC 9(9)V9(2).
       01 W-ASI-COMPROBANTE PIC 9(9).
       01 W-ASI-LEYENDA     PIC X(30).
       01 W-ASI-EMPRESA     PIC 9(2).
       01 W-TOTAL-DEBE      PIC 9(11)V9(2) VALUE 0.
       01 W-TOTAL-HABER     PIC 9(11)V9(2) VALUE 0.
       01 W-TOTAL-ASIENTO-ZZ PIC Z(10)9,99.

      * Conceptos de gasto: la tabla de siempre, que conceptosFondo
      * Fijo.dat pisa entera al leer su primer registro, la misma de
      * ABM-FONDOS-FIJOS.
       01 W-FIN-CONCEPTOS    PIC X VALUE "N".
       01 W-CONCEPTOS-RESET  PIC X VALUE "N".
       01 TABLA-CONCEPTOS.
          05 FILLER PIC X(44) VALUE
             "TAXITaxis y remises               5.2.01    ".
          05 FILLER PIC X(44) VALUE
             "CORRCorreo y mensajeria           5.2.02    ".
          05 FILLER PIC X(44) VALUE
             "LIMPLimpieza y cafeteria          5.2.03    ".
          05 FILLER PIC X(44) VALUE
             "LIBRLibreria y papeleria          5.2.04    ".
          05 FILLER PIC X(44) VALUE
             "VARIGastos varios                 5.2.09    ".
          05 FILLER PIC X(660) VALUE SPACES.
       01 CONCEPTOS-R REDEFINES TABLA-CONCEPTOS.
          05 CONC-DATOS OCCURS 20 TIMES.
             10 CONC-CODIGO      PIC X(4).
             10 CONC-DESCRIPCION PIC X(30).
             10 CONC-CUENTA      PIC X(10).
       01 W-CANT-CONCEPTOS   PIC 99 VALUE 5.
       01 W-IND-CONCEPTO     PIC 99.
       01 W-CTA-GASTO        PIC X(10).

      * Fondo en proceso.
       01 W-AUTORIZ-OBJETIVO PIC 9(7)V9(2).
       01 W-DIF-AUTORIZADO  PIC S9(7)V9(2).
       01 W-REPOSICION      PIC 9(7).
       01 W-TOTAL-REPOSICION PIC S9(9)V9(2).
       01 W-ESPERADO        PIC S9(9)V9(2).
       01 W-CANT-VALES-FONDO PIC 9(5).

      * Numero interno de las facturas de proveedor que se graban:
      * sigue al ultimo de FACTURAS-PROVEEDOR.
       01 W-ULTIMO-FP       PIC 9(9) VALUE 0.
       01 W-DOCUMENTO       PIC X(15).

       01 W-CANT-FONDOS     PIC 9(5) VALUE 0.
       01 W-CANT-REPUESTOS  PIC 9(5) VALUE 0.
       01 W-CANT-VALES      PIC 9(7) VALUE 0.
       01 W-CANT-FACT-PROV  PIC 9(7) VALUE 0.
       01 IMPORTE-ZZ        PIC ---------9,99.
       01 IMPORTE2-ZZ       PIC ---------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM LEO-CONCEPTOS THRU F-LEO-CONCEPTOS
               PERFORM VALIDO-CUENTAS-ASIENTO
                  THRU F-VALIDO-CUENTAS-ASIENTO
               PERFORM BUSCO-ULTIMO-FP THRU F-BUSCO-ULTIMO-FP
               DISPLAY "REPOSICION DE FONDOS FIJOS DEL "
                       W-FECHA-SISTEMA
               MOVE LOW-VALUES TO FF-SUCURSAL
               START FONDOS-FIJOS KEY IS NOT LESS THAN FF-SUCURSAL
                 INVALID KEY
                   DISPLAY "No hay fondos fijos registrados"
                   MOVE "S" TO W-FIN
               END-START
               PERFORM PROCESO-UN-FONDO THRU F-PROCESO-UN-FONDO
                   UNTIL W-FIN = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
            END-IF.
            DISPLAY "Checkpoint: " W-CANT-FONDOS " fondo(s), "
                    W-CANT-REPUESTOS " repuesto(s), " W-CANT-VALES
                    " vale(s), " W-CANT-FACT-PROV
                    " factura(s) al Libro IVA Compras".
            MOVE W-TOTAL-DEBE TO W-TOTAL-ASIENTO-ZZ.
            DISPLAY "Asiento fondos fijos - debe:  " W-TOTAL-ASIENTO-ZZ.
            MOVE W-TOTAL-HABER TO W-TOTAL-ASIENTO-ZZ.
            DISPLAY "Asiento fondos fijos - haber: " W-TOTAL-ASIENTO-ZZ.
            IF W-CUENTAS-VALIDAS NOT = "S" OR W-HAY-DIFERENCIA = "S"
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN I-O FONDOS-FIJOS.
            IF ST-FONDOS > "07"
               DISPLAY "Error abriendo Fondos Fijos: " ST-FONDOS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN I-O VALES-FONDO-FIJO.
            IF ST-VALES > "07"
               DISPLAY "Error abriendo Vales: " ST-VALES
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Facturas Proveedor: "
                       ST-FACT-PROV
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O FP-IVA.
            IF ST-FP-IVA > "07"
               DISPLAY "Error abriendo FP-IVA: " ST-FP-IVA
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN EXTEND ASIENTO-DIARIO.
            IF ST-ASIENTO > "07"
               DISPLAY "Error abriendo asientoDiario.txt: " ST-ASIENTO
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FONDOS-FIJOS.
            CLOSE VALES-FONDO-FIJO.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE FP-IVA.
            CLOSE ASIENTO-DIARIO.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-CONCEPTOS: conceptosFondoFijo.dat, si existe y tiene
      * registros, reemplaza la tabla embebida.
       LEO-CONCEPTOS.
            OPEN INPUT CONCEPTOS-FONDO-FIJO.
            IF ST-CONCEPTOS = "00"
               MOVE "N" TO W-CONCEPTOS-RESET
               MOVE "N" TO W-FIN-CONCEPTOS
               PERFORM LEO-UN-CONCEPTO THRU F-LEO-UN-CONCEPTO
                   UNTIL W-FIN-CONCEPTOS = "S"
               CLOSE CONCEPTOS-FONDO-FIJO
            END-IF.

       F-LEO-CONCEPTOS.
            EXIT.

       LEO-UN-CONCEPTO.
            READ CONCEPTOS-FONDO-FIJO
              AT END
                MOVE "S" TO W-FIN-CONCEPTOS
              NOT AT END
                IF W-CONCEPTOS-RESET NOT = "S"
                   MOVE SPACES TO TABLA-CONCEPTOS
                   MOVE 0 TO W-CANT-CONCEPTOS
                   MOVE "S" TO W-CONCEPTOS-RESET
                END-IF
                IF W-CANT-CONCEPTOS < 20
                   ADD 1 TO W-CANT-CONCEPTOS
                   MOVE REG-CONCEPTO-FONDO-FIJO
                     TO CONC-DATOS(W-CANT-CONCEPTOS)
                ELSE
                   DISPLAY "Tabla de conceptos llena, se ignora: "
                           CFF-CODIGO
                   MOVE "S" TO W-FIN-CONCEPTOS
                END-IF
            END-READ.

       F-LEO-UN-CONCEPTO.
            EXIT.

      * VALIDO-CUENTAS-ASIENTO: toda cuenta que la reposicion asienta
      * debe existir en PLAN-CUENTAS, estar activa y ser imputable,
      * igual que en CIERRE-VENTAS-DIARIO.
       VALIDO-CUENTAS-ASIENTO.
            OPEN INPUT PLAN-CUENTAS.
            IF ST-PLAN-CUENTAS > "07"
               DISPLAY "DIFERENCIA: no se pudo abrir PLAN-CUENTAS ("
                       ST-PLAN-CUENTAS ")"
               MOVE "N" TO W-CUENTAS-VALIDAS
               GO TO F-VALIDO-CUENTAS-ASIENTO
            END-IF.
            MOVE W-CTA-BANCOS TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            MOVE W-CTA-FONDO-FIJO TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            MOVE W-CTA-IVA-CF TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            MOVE W-CTA-DIF-CAJA TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.
            PERFORM VALIDO-CUENTA-CONCEPTO
               THRU F-VALIDO-CUENTA-CONCEPTO
                VARYING W-IND-CONCEPTO FROM 1 BY 1
                    UNTIL W-IND-CONCEPTO > W-CANT-CONCEPTOS.
            CLOSE PLAN-CUENTAS.

       F-VALIDO-CUENTAS-ASIENTO.
            EXIT.

       VALIDO-CUENTA-CONCEPTO.
            MOVE CONC-CUENTA(W-IND-CONCEPTO) TO W-CTA-A-VALIDAR.
            PERFORM VALIDO-UNA-CUENTA THRU F-VALIDO-UNA-CUENTA.

       F-VALIDO-CUENTA-CONCEPTO.
            EXIT.

       VALIDO-UNA-CUENTA.
            MOVE W-CTA-A-VALIDAR TO PC-CODIGO.
            READ PLAN-CUENTAS KEY IS PC-CODIGO
              INVALID KEY
                DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                        " inexistente en el plan de cuentas"
                MOVE "N" TO W-CUENTAS-VALIDAS
              NOT INVALID KEY
                IF NOT PC-ACTIVA
                   DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                           " inactiva en el plan de cuentas"
                   MOVE "N" TO W-CUENTAS-VALIDAS
                END-IF
                IF NOT PC-ES-IMPUTABLE
                   DISPLAY "DIFERENCIA: cuenta " W-CTA-A-VALIDAR
                           " no imputable en el plan de cuentas"
                   MOVE "N" TO W-CUENTAS-VALIDAS
                END-IF
            END-READ.

       F-VALIDO-UNA-CUENTA.
            EXIT.

      * BUSCO-ULTIMO-FP: el ultimo numero interno de FACTURAS-
      * PROVEEDOR, recorriendo el archivo por la clave principal.
       BUSCO-ULTIMO-FP.
            MOVE 0 TO W-ULTIMO-FP.
            MOVE 0 TO FP-ID.
            START FACTURAS-PROVEEDOR KEY IS NOT LESS THAN FP-ID
              INVALID KEY
                GO TO F-BUSCO-ULTIMO-FP
            END-START.
            MOVE "N" TO W-FIN-FACT-PROV.
            PERFORM MIRO-UNA-FACT-PROV THRU F-MIRO-UNA-FACT-PROV
                UNTIL W-FIN-FACT-PROV = "S".

       F-BUSCO-ULTIMO-FP.
            EXIT.

       MIRO-UNA-FACT-PROV.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACT-PROV
              NOT AT END
                MOVE FP-ID TO W-ULTIMO-FP
            END-READ.

       F-MIRO-UNA-FACT-PROV.
            EXIT.

      * PROCESO-UN-FONDO: primero el autorizado (alta, cambio o
      * cierre no asentados todavia), despues la reposicion si la
      * sucursal la pidio.
       PROCESO-UN-FONDO.
            READ FONDOS-FIJOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-UN-FONDO
            END-READ.
            ADD 1 TO W-CANT-FONDOS.
            IF FF-EMPRESA = 0
               MOVE 1 TO W-ASI-EMPRESA
            ELSE
               MOVE FF-EMPRESA TO W-ASI-EMPRESA
            END-IF.
            PERFORM ASIENTO-AUTORIZADO THRU F-ASIENTO-AUTORIZADO.
            IF FF-PIDE-REPOSICION
               PERFORM REPONGO-FONDO THRU F-REPONGO-FONDO
            END-IF.
            REWRITE REG-FONDO-FIJO
              INVALID KEY
                DISPLAY "Error regrabando el fondo " FF-SUCURSAL
                        ": " ST-FONDOS
            END-REWRITE.

       F-PROCESO-UN-FONDO.
            EXIT.

      * ASIENTO-AUTORIZADO: un fondo activo tiene que estar en la
      * cuenta Fondo fijo por su autorizado; uno cerrado, por cero.
      * La diferencia sale de (o vuelve a) Bancos.
       ASIENTO-AUTORIZADO.
            IF FF-ACTIVO
               MOVE FF-AUTORIZADO TO W-AUTORIZ-OBJETIVO
            ELSE
               MOVE 0 TO W-AUTORIZ-OBJETIVO
            END-IF.
            COMPUTE W-DIF-AUTORIZADO = W-AUTORIZ-OBJETIVO
                                       - FF-AUTORIZ-ASENTADO.
            IF W-DIF-AUTORIZADO = 0
               GO TO F-ASIENTO-AUTORIZADO
            END-IF.
            MOVE 0 TO W-ASI-COMPROBANTE.
            MOVE SPACES TO W-ASI-LEYENDA.
            STRING "FONDO FIJO " FF-SUCURSAL " AUTORIZADO"
                   DELIMITED BY SIZE INTO W-ASI-LEYENDA.
            IF W-DIF-AUTORIZADO > 0
               MOVE W-DIF-AUTORIZADO TO W-ASI-IMPORTE
               MOVE W-CTA-FONDO-FIJO TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
               MOVE W-CTA-BANCOS TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            ELSE
               COMPUTE W-ASI-IMPORTE = 0 - W-DIF-AUTORIZADO
               MOVE W-CTA-BANCOS TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
               MOVE W-CTA-FONDO-FIJO TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            MOVE W-DIF-AUTORIZADO TO IMPORTE-ZZ.
            DISPLAY FF-SUCURSAL " autorizado asentado por "
                    IMPORTE-ZZ.
            MOVE W-AUTORIZ-OBJETIVO TO FF-AUTORIZ-ASENTADO.

       F-ASIENTO-AUTORIZADO.
            EXIT.

      * REPONGO-FONDO: los vales pendientes y las diferencias de
      * arqueo del fondo. Lo que se repone (haber Bancos) tiene que
      * ser lo que le falta al sobre para volver al autorizado; si
      * no coincide se informa, pero el fondo se repone igual.
       REPONGO-FONDO.
            COMPUTE W-REPOSICION = FF-ULTIMA-REPOSICION + 1.
            MOVE 0 TO W-TOTAL-REPOSICION.
            MOVE 0 TO W-CANT-VALES-FONDO.
            MOVE FF-SUCURSAL TO VFF-SUCURSAL.
            MOVE 0 TO VFF-NUMERO.
            MOVE "N" TO W-FIN-VALES.
            START VALES-FONDO-FIJO KEY IS NOT LESS THAN VFF-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-VALES
            END-START.
            PERFORM REPONGO-UN-VALE THRU F-REPONGO-UN-VALE
                UNTIL W-FIN-VALES = "S".
            MOVE W-REPOSICION TO W-ASI-COMPROBANTE.
            MOVE SPACES TO W-ASI-LEYENDA.
            STRING "FONDO FIJO " FF-SUCURSAL " ARQUEO"
                   DELIMITED BY SIZE INTO W-ASI-LEYENDA.
            IF FF-DIF-PENDIENTE < 0
               COMPUTE W-ASI-IMPORTE = 0 - FF-DIF-PENDIENTE
               MOVE W-CTA-DIF-CAJA TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            IF FF-DIF-PENDIENTE > 0
               MOVE FF-DIF-PENDIENTE TO W-ASI-IMPORTE
               MOVE W-CTA-DIF-CAJA TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            SUBTRACT FF-DIF-PENDIENTE FROM W-TOTAL-REPOSICION.
            MOVE SPACES TO W-ASI-LEYENDA.
            STRING "FONDO FIJO " FF-SUCURSAL " REPOSICION"
                   DELIMITED BY SIZE INTO W-ASI-LEYENDA.
            IF W-TOTAL-REPOSICION > 0
               MOVE W-TOTAL-REPOSICION TO W-ASI-IMPORTE
               MOVE W-CTA-BANCOS TO W-ASI-CUENTA
               MOVE "H" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            IF W-TOTAL-REPOSICION < 0
               COMPUTE W-ASI-IMPORTE = 0 - W-TOTAL-REPOSICION
               MOVE W-CTA-BANCOS TO W-ASI-CUENTA
               MOVE "D" TO W-ASI-DEBE-HABER
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            COMPUTE W-ESPERADO = FF-AUTORIZADO - FF-SALDO.
            MOVE W-TOTAL-REPOSICION TO IMPORTE-ZZ.
            DISPLAY FF-SUCURSAL " reposicion " W-REPOSICION ": "
                    W-CANT-VALES-FONDO " vale(s), repone "
                    IMPORTE-ZZ.
            IF W-ESPERADO NOT = W-TOTAL-REPOSICION
               MOVE W-ESPERADO TO IMPORTE2-ZZ
               DISPLAY "DIFERENCIA: el fondo " FF-SUCURSAL
                       " esperaba reponer " IMPORTE2-ZZ
               MOVE "S" TO W-HAY-DIFERENCIA
            END-IF.
            MOVE FF-AUTORIZADO TO FF-SALDO.
            MOVE 0 TO FF-DIF-PENDIENTE.
            MOVE "N" TO FF-REPONER.
            MOVE W-REPOSICION TO FF-ULTIMA-REPOSICION.
            MOVE W-FECHA-SISTEMA TO FF-FECHA-REPOSICION.
            MOVE W-FECHA-SISTEMA TO FF-FECHA-MODIF.
            MOVE "BATCH" TO FF-USUARIO-MODIF.
            ADD 1 TO W-CANT-REPUESTOS.

       F-REPONGO-FONDO.
            EXIT.

      * REPONGO-UN-VALE: gasto e IVA del vale, la factura al Libro
      * IVA Compras si tiene CUIT, y el vale pasa a repuesto.
       REPONGO-UN-VALE.
            READ VALES-FONDO-FIJO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-VALES
                GO TO F-REPONGO-UN-VALE
            END-READ.
            IF VFF-SUCURSAL NOT = FF-SUCURSAL
               MOVE "S" TO W-FIN-VALES
               GO TO F-REPONGO-UN-VALE
            END-IF.
            IF NOT VFF-PENDIENTE
               GO TO F-REPONGO-UN-VALE
            END-IF.
            PERFORM BUSCO-CUENTA-GASTO THRU F-BUSCO-CUENTA-GASTO.
            MOVE VFF-NUMERO TO W-ASI-COMPROBANTE.
            MOVE SPACES TO W-ASI-LEYENDA.
            STRING "FONDO FIJO " FF-SUCURSAL " " VFF-CONCEPTO
                   DELIMITED BY SIZE INTO W-ASI-LEYENDA.
            MOVE W-CTA-GASTO TO W-ASI-CUENTA.
            MOVE "D" TO W-ASI-DEBE-HABER.
            IF VFF-DISCRIMINA
               MOVE VFF-NETO TO W-ASI-IMPORTE
            ELSE
               MOVE VFF-TOTAL TO W-ASI-IMPORTE
            END-IF.
            PERFORM GRABO-RENGLON-ASIENTO THRU F-GRABO-RENGLON-ASIENTO.
            IF VFF-DISCRIMINA AND VFF-IVA > 0
               MOVE W-CTA-IVA-CF TO W-ASI-CUENTA
               MOVE VFF-IVA TO W-ASI-IMPORTE
               PERFORM GRABO-RENGLON-ASIENTO
                  THRU F-GRABO-RENGLON-ASIENTO
            END-IF.
            ADD VFF-TOTAL TO W-TOTAL-REPOSICION.
            MOVE 0 TO VFF-FP-ID.
            IF VFF-CUIT NOT = 0 AND VFF-LETRA-VALIDA
               PERFORM GRABO-FACTURA-PROVEEDOR
                  THRU F-GRABO-FACTURA-PROVEEDOR
            END-IF.
            MOVE "R" TO VFF-ESTADO.
            MOVE W-REPOSICION TO VFF-REPOSICION.
            MOVE W-FECHA-SISTEMA TO VFF-FECHA-REPOSICION.
            MOVE W-FECHA-SISTEMA TO VFF-FECHA-MODIF.
            MOVE "BATCH" TO VFF-USUARIO-MODIF.
            REWRITE REG-VALE-FONDO-FIJO
              INVALID KEY
                DISPLAY "Error regrabando el vale " VFF-CLAVE ": "
                        ST-VALES
            END-REWRITE.
            ADD 1 TO W-CANT-VALES-FONDO.
            ADD 1 TO W-CANT-VALES.

       F-REPONGO-UN-VALE.
            EXIT.

      * BUSCO-CUENTA-GASTO: la cuenta del concepto del vale; un
      * concepto que ya no esta en la tabla va a Gastos varios (la
      * cuenta del concepto VARI, o la ultima de la tabla) y se
      * informa.
       BUSCO-CUENTA-GASTO.
            MOVE SPACES TO W-CTA-GASTO.
            PERFORM MIRO-UN-CONCEPTO THRU F-MIRO-UN-CONCEPTO
                VARYING W-IND-CONCEPTO FROM 1 BY 1
                    UNTIL W-IND-CONCEPTO > W-CANT-CONCEPTOS
                       OR W-CTA-GASTO NOT = SPACES.
            IF W-CTA-GASTO = SPACES
               DISPLAY "DIFERENCIA: concepto " VFF-CONCEPTO
                       " del vale " VFF-CLAVE " fuera de la tabla"
               MOVE "S" TO W-HAY-DIFERENCIA
               MOVE CONC-CUENTA(W-CANT-CONCEPTOS) TO W-CTA-GASTO
            END-IF.

       F-BUSCO-CUENTA-GASTO.
            EXIT.

       MIRO-UN-CONCEPTO.
            IF CONC-CODIGO(W-IND-CONCEPTO) = VFF-CONCEPTO
               MOVE CONC-CUENTA(W-IND-CONCEPTO) TO W-CTA-GASTO
            END-IF.

       F-MIRO-UN-CONCEPTO.
            EXIT.

      * GRABO-FACTURA-PROVEEDOR: la factura del vale entra a cuentas
      * a pagar ya pagada (la pago el fondo) para que el Libro IVA
      * Compras la tome con su CUIT y su desglose. Sin proveedor
      * del maestro: el libro toma el CUIT de FP-IVA.
       GRABO-FACTURA-PROVEEDOR.
            ADD 1 TO W-ULTIMO-FP.
            INITIALIZE REG-FACTURA-PROV.
            MOVE W-ULTIMO-FP TO FP-ID.
            MOVE 0 TO FP-PROVEEDOR.
            MOVE SPACES TO W-DOCUMENTO.
            STRING VFF-LETRA VFF-PUNTO-VENTA "-" VFF-COMPROBANTE
                   DELIMITED BY SIZE INTO W-DOCUMENTO.
            MOVE W-DOCUMENTO TO FP-DOCUMENTO.
            MOVE VFF-FECHA TO FP-FECHA.
            MOVE VFF-FECHA TO FP-FECHA-VTO.
            MOVE VFF-TOTAL TO FP-IMPORTE.
            MOVE 0 TO FP-SALDO.
            MOVE "P" TO FP-ESTADO.
            MOVE 0 TO FP-COMP-NUMERO.
            MOVE SPACES TO FP-CALCE.
            MOVE SPACES TO FP-DIF-TIPO.
            MOVE SPACES TO FP-USUARIO-LIBERA.
            MOVE SPACES TO FP-PRORRATEADA.
            MOVE W-ASI-EMPRESA TO FP-EMPRESA.
            MOVE W-FECHA-SISTEMA TO FP-FECHA-ALTA.
            MOVE "BATCH" TO FP-USUARIO-ALTA.
            WRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "DIFERENCIA: no se pudo grabar la factura "
                        "del vale " VFF-CLAVE ": " ST-FACT-PROV
                MOVE "S" TO W-HAY-DIFERENCIA
                GO TO F-GRABO-FACTURA-PROVEEDOR
            END-WRITE.
            INITIALIZE REG-FP-IVA.
            MOVE W-ULTIMO-FP TO FPIV-ID.
            MOVE VFF-LETRA TO FPIV-LETRA.
            MOVE VFF-PUNTO-VENTA TO FPIV-PUNTO-VENTA.
            MOVE VFF-COMPROBANTE TO FPIV-NUMERO.
            MOVE VFF-CUIT TO FPIV-CUIT.
            IF VFF-DISCRIMINA
               MOVE VFF-ALICUOTA TO FPIV-ALICUOTA(1)
               MOVE VFF-NETO TO FPIV-NETO(1)
               MOVE VFF-IVA TO FPIV-IVA(1)
            ELSE
               MOVE VFF-TOTAL TO FPIV-NO-GRAVADO
            END-IF.
            MOVE SPACES TO FPIV-PERC-IIBB-JURIS.
            MOVE W-FECHA-SISTEMA TO FPIV-FECHA-ALTA.
            MOVE "BATCH" TO FPIV-USUARIO-ALTA.
            WRITE REG-FP-IVA
              INVALID KEY
                DISPLAY "DIFERENCIA: no se pudo grabar el IVA de la "
                        "factura " FP-ID ": " ST-FP-IVA
                MOVE "S" TO W-HAY-DIFERENCIA
            END-WRITE.
            MOVE W-ULTIMO-FP TO VFF-FP-ID.
            ADD 1 TO W-CANT-FACT-PROV.

       F-GRABO-FACTURA-PROVEEDOR.
            EXIT.

       GRABO-RENGLON-ASIENTO.
            INITIALIZE REG-ASIENTO-DIARIO.
            MOVE W-FECHA-SISTEMA TO ASI-FECHA.
            MOVE W-ASI-CUENTA TO ASI-CUENTA.
            MOVE W-ASI-DEBE-HABER TO ASI-DEBE-HABER.
            MOVE W-ASI-IMPORTE TO ASI-IMPORTE.
            MOVE W-ASI-COMPROBANTE TO ASI-COMPROBANTE.
            MOVE 0 TO ASI-CLI-ID.
            MOVE "FONDOFIJ" TO ASI-ORIGEN.
            MOVE W-ASI-LEYENDA TO ASI-LEYENDA.
            MOVE W-ASI-EMPRESA TO ASI-EMPRESA.
            WRITE REG-ASIENTO-DIARIO.
            IF ST-ASIENTO NOT = "00"
               DISPLAY "Error grabando asientoDiario.txt: " ST-ASIENTO
               GO TO F-GRABO-RENGLON-ASIENTO
            END-IF.
            IF ASI-DEBE
               ADD ASI-IMPORTE TO W-TOTAL-DEBE
            ELSE
               ADD ASI-IMPORTE TO W-TOTAL-HABER
            END-IF.

       F-GRABO-RENGLON-ASIENTO.
            EXIT.

       END PROGRAM "REPOSICION-FONDOS-FIJOS".
