      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Ordenes de pago y archivo de transferencias desde la
      *          propuesta de pagos aprobada. Toma las mismas facturas
      *          que PROPUESTA-PAGOS (abiertas, no retenidas por el
      *          calce, que vencen hasta la fecha tope), salvo las que
      *          el tesorero tacho de la propuesta en papel
      *          (exclusionesPago.dat, un FP-ID por renglon), y arma
      *          una orden de pago numerada por proveedor (serie CEN/P
      *          de PROXIMO-NUMERO) con las facturas que cancela, las
      *          retenciones de Ganancias e IIBB sobre el pago -- mismo
      *          calculo que REGISTRO-PAGO de ABM-CTAS-PAGAR -- y el
      *          neto a transferir. Cada orden va como un renglon al
      *          archivo de pago masivo del banco
      *          (transferenciasBanco.txt: encabezado, un detalle por
      *          orden, cola con cantidad y total), las facturas
      *          quedan "en orden de pago" y la orden se lista por
      *          SYSOUT para el proveedor. El saldo de las facturas
      *          recien se toca cuando el banco confirma
      *          (CONFIRMACION-TRANSFERENCIAS). Un proveedor sin CBU
      *          en provCuentas.dat no entra en la corrida (se lista
      *          al pie y termina con RETURN-CODE 4). Una corrida por
      *          dia: el archivo del banco se regenera en cada una.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ORDENES-PAGO".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/provCuentas.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/ordenesPago.sel".
              COPY "./sel/opRenglones.sel".
              COPY "./sel/regimenesRetencion.sel".
              COPY "./sel/pagosProveedor.sel".

           SELECT OPTIONAL EXCLUSIONES-PAGO
             ASSIGN TO "./exclusionesPago.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-EXCLUSIONES.

           SELECT TRANSFERENCIAS-BANCO
             ASSIGN TO "./transferenciasBanco.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-TRANSFERENCIAS.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/provCuentas.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/ordenesPago.fd".
              COPY "./fd/opRenglones.fd".
              COPY "./fd/regimenesRetencion.fd".
              COPY "./fd/pagosProveedor.fd".

       FD EXCLUSIONES-PAGO.
       01 REG-EXCLUSION.
          03 EXC-FP-ID           PIC 9(9).

       FD TRANSFERENCIAS-BANCO.
       01 REG-TRANSFERENCIA      PIC X(100).

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV       PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-PROV-CUENTAS    PIC XX.
       01 ST-FP-IVA          PIC XX.
       01 ST-ORDENES-PAGO    PIC XX.
       01 ST-OP-RENGLONES    PIC XX.
       01 ST-REGIMENES       PIC XX.
       01 ST-PAGOS           PIC XX.
       01 ST-EXCLUSIONES     PIC XX.
       01 ST-TRANSFERENCIAS  PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-ABORTO           PIC X VALUE "N".

       01 W-FECHA-TOPE       PIC 9(8).
       01 W-FECHA-PEDIDA     PIC 9(8).
       01 W-FECHA-PAGO       PIC 9(8).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-CUIT-EMPRESA     PIC 9(11).
       01 W-CBU-DEBITO       PIC X(22).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "ORDPAGO".

      * Facturas tachadas de la propuesta en papel.
       01 W-TABLA-EXCLUSIONES.
          03 W-EXC-FP-ID     PIC 9(9) OCCURS 200 TIMES.
       01 W-CANT-EXCLUSIONES PIC 9(3) VALUE 0.
       01 W-INDICE-EXC       PIC 9(3).
       01 W-EXCLUIDA         PIC X.
       01 W-FIN-EXCLUSIONES  PIC X.

      * Facturas del proveedor en curso: se juntan hasta el corte y
      * recien ahi se arma la orden. 60 facturas por proveedor y
      * corrida alcanzan; las que no entran quedan para otra orden.
       01 W-TABLA-FACTURAS.
          03 W-FAC-ENTRADA OCCURS 60 TIMES.
             05 W-FAC-ID         PIC 9(9).
             05 W-FAC-DOCUMENTO  PIC X(15).
             05 W-FAC-VTO        PIC 9(8).
             05 W-FAC-SALDO      PIC S9(9)V9(2).
             05 W-FAC-BASE       PIC S9(9)V9(2).
       01 W-CANT-FAC         PIC 99 VALUE 0.
       01 W-INDICE-FAC       PIC 99.
       01 W-PROVEEDOR-CORTE  PIC 9(5) VALUE 0.
       01 W-PROVEEDOR-SIGUIENTE PIC 9(5).

      * Retenciones: la misma tabla y el mismo calculo que
      * REGISTRO-PAGO de ABM-CTAS-PAGAR.
       01 W-TABLA-REGIMENES.
          03 W-RGR-ENTRADA OCCURS 30 TIMES.
             05 W-RGR-IMPUESTO  PIC X.
             05 W-RGR-CODIGO    PIC X(3).
             05 W-RGR-ALICUOTA  PIC 9(2)V9(4).
             05 W-RGR-MNI       PIC 9(9)V9(2).
             05 W-RGR-MINIMO    PIC 9(7)V9(2).
       01 W-CANT-REGIMENES   PIC 99 VALUE 0.
       01 W-INDICE-RGR       PIC 99.
       01 W-RGR-HALLADO      PIC 99.
       01 W-FIN-REGIMENES    PIC X.
       01 W-MES-PAGO         PIC 9(6).
       01 W-MES-REGISTRO     PIC 9(6).
       01 W-RESTO-FECHA      PIC 99.
       01 W-FIN-PAGOS        PIC X.
       01 W-BASE-SIN-IVA     PIC S9(11)V9(2).
       01 W-BASE-MES         PIC S9(11)V9(2).
       01 W-RETENIDO-MES-G   PIC S9(11)V9(2).
       01 W-RETENIDO-MES-I   PIC S9(11)V9(2).
       01 W-RETENIDO-CALC    PIC S9(11)V9(2).
       01 W-RET-CALCULO      PIC S9(11)V9(2).
       01 W-ALIC-CALCULO     PIC 9(2)V9(4).
       01 W-IMPUESTO-CALC    PIC X.
       01 W-CODIGO-CALC      PIC X(3).

       01 W-ORDEN-IMPORTE    PIC S9(9)V9(2).
       01 W-ORDEN-BASE       PIC S9(9)V9(2).
       01 W-ORDEN-RET-G      PIC S9(9)V9(2).
       01 W-ORDEN-ALIC-G     PIC 9(2)V9(4).
       01 W-ORDEN-RET-I      PIC S9(9)V9(2).
       01 W-ORDEN-ALIC-I     PIC 9(2)V9(4).
       01 W-ORDEN-NETO       PIC S9(9)V9(2).

       01 W-SUCURSAL-TESORERIA PIC X(3) VALUE "CEN".
       01 W-TIPO-SERIE       PIC X VALUE "P".
       01 W-NUMERO-SERIE     PIC 9(9).

      * Archivo de pago masivo del banco, renglones de 100 posiciones:
      * H encabezado (CUIT ordenante, CBU a debitar, fecha de pago,
      * lote), D un detalle por orden (CBU y CUIT del beneficiario,
      * importe con dos decimales implicitos, numero de orden como
      * referencia, que vuelve en el archivo de respuesta) y T cola
      * con cantidad e importe total de control.
       01 W-TRF-ENCABEZADO.
          03 W-TRH-TIPO         PIC X VALUE "H".
          03 W-TRH-CUIT         PIC 9(11).
          03 W-TRH-CBU          PIC X(22).
          03 W-TRH-FECHA-PAGO   PIC 9(8).
          03 W-TRH-LOTE         PIC 9(8).
          03 FILLER             PIC X(50) VALUE SPACES.
       01 W-TRF-DETALLE.
          03 W-TRD-TIPO         PIC X VALUE "D".
          03 W-TRD-CBU          PIC X(22).
          03 W-TRD-CUIT         PIC 9(11).
          03 W-TRD-IMPORTE      PIC 9(13)V9(2).
          03 W-TRD-REFERENCIA   PIC 9(9).
          03 W-TRD-NOMBRE       PIC X(30).
          03 FILLER             PIC X(12) VALUE SPACES.
       01 W-TRF-COLA.
          03 W-TRT-TIPO         PIC X VALUE "T".
          03 W-TRT-CANTIDAD     PIC 9(6).
          03 W-TRT-TOTAL        PIC 9(15)V9(2).
          03 FILLER             PIC X(76) VALUE SPACES.

       01 W-CANT-ORDENES     PIC 9(5) VALUE 0.
       01 W-CANT-FACTURAS    PIC 9(5) VALUE 0.
       01 W-CANT-EXCLUIDAS   PIC 9(5) VALUE 0.
       01 W-CANT-SIN-CBU     PIC 9(5) VALUE 0.
       01 W-CANT-NO-EMITIDAS PIC 9(5) VALUE 0.
       01 W-TOTAL-APLICADO   PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-RETENIDO   PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-TRANSFERIDO PIC S9(13)V9(2) VALUE 0.

       01 SALDO-ZZ           PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Vencimientos hasta (AAAAMMDD): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-TOPE.
            DISPLAY "Fecha de pago (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT W-FECHA-PEDIDA.
            DISPLAY "CUIT de la empresa: " WITH NO ADVANCING.
            ACCEPT W-CUIT-EMPRESA.
            DISPLAY "CBU de la cuenta a debitar: " WITH NO ADVANCING.
            ACCEPT W-CBU-DEBITO.
            IF W-CBU-DEBITO IS NOT NUMERIC
               DISPLAY "CBU invalido: " W-CBU-DEBITO
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            CALL "PROXIMO-DIA-HABIL" USING W-FECHA-PEDIDA W-FECHA-PAGO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DIVIDE W-FECHA-PAGO BY 100 GIVING W-MES-PAGO
                   REMAINDER W-RESTO-FECHA.
            PERFORM CARGO-EXCLUSIONES THRU F-CARGO-EXCLUSIONES.
            PERFORM CARGO-REGIMENES THRU F-CARGO-REGIMENES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "ORDENES DE PAGO - VENCIMIENTOS HASTA "
                       W-FECHA-TOPE " - PAGO EL " W-FECHA-PAGO
               PERFORM GRABO-ENCABEZADO-BANCO
                  THRU F-GRABO-ENCABEZADO-BANCO
               PERFORM LEO-FACTURAS THRU F-LEO-FACTURAS
                   UNTIL W-FIN = "S"
               IF W-CANT-FAC > 0 AND W-ABORTO NOT = "S"
                  PERFORM EMITO-ORDEN THRU F-EMITO-ORDEN
               END-IF
               PERFORM GRABO-COLA-BANCO THRU F-GRABO-COLA-BANCO
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Ordenes de pago emitidas : " W-CANT-ORDENES.
            DISPLAY "Facturas incluidas       : " W-CANT-FACTURAS.
            MOVE W-TOTAL-APLICADO TO TOTAL-ZZ.
            DISPLAY "Total aplicado a facturas: " TOTAL-ZZ.
            MOVE W-TOTAL-RETENIDO TO TOTAL-ZZ.
            DISPLAY "Total retenido           : " TOTAL-ZZ.
            MOVE W-TOTAL-TRANSFERIDO TO TOTAL-ZZ.
            DISPLAY "Total a transferir       : " TOTAL-ZZ.
            DISPLAY "Facturas excluidas       : " W-CANT-EXCLUIDAS.
            DISPLAY "Proveedores sin CBU      : " W-CANT-SIN-CBU.
            DISPLAY "Ordenes no emitidas      : " W-CANT-NO-EMITIDAS.
            IF W-ABORTO = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF W-CANT-SIN-CBU > 0 OR W-CANT-NO-EMITIDAS > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

      * CARGO-EXCLUSIONES: sin archivo se paga toda la propuesta.
       CARGO-EXCLUSIONES.
            OPEN INPUT EXCLUSIONES-PAGO.
            IF ST-EXCLUSIONES NOT = "00"
               GO TO F-CARGO-EXCLUSIONES
            END-IF.
            MOVE "N" TO W-FIN-EXCLUSIONES.
            PERFORM CARGO-UNA-EXCLUSION THRU F-CARGO-UNA-EXCLUSION
                UNTIL W-FIN-EXCLUSIONES = "S".
            CLOSE EXCLUSIONES-PAGO.

       F-CARGO-EXCLUSIONES.
            EXIT.

       CARGO-UNA-EXCLUSION.
            READ EXCLUSIONES-PAGO
              AT END
                MOVE "S" TO W-FIN-EXCLUSIONES
                GO TO F-CARGO-UNA-EXCLUSION
            END-READ.
            IF EXC-FP-ID IS NOT NUMERIC
               GO TO F-CARGO-UNA-EXCLUSION
            END-IF.
            IF W-CANT-EXCLUSIONES NOT < 200
               DISPLAY "Tabla de exclusiones llena, se ignora "
                       EXC-FP-ID
               GO TO F-CARGO-UNA-EXCLUSION
            END-IF.
            ADD 1 TO W-CANT-EXCLUSIONES.
            MOVE EXC-FP-ID TO W-EXC-FP-ID(W-CANT-EXCLUSIONES).

       F-CARGO-UNA-EXCLUSION.
            EXIT.

      * CARGO-REGIMENES: la tabla de regimenesRetencion.dat; sin el
      * archivo no se practica ninguna retencion.
       CARGO-REGIMENES.
            OPEN INPUT REGIMENES-RETENCION.
            IF ST-REGIMENES NOT = "00"
               GO TO F-CARGO-REGIMENES
            END-IF.
            MOVE "N" TO W-FIN-REGIMENES.
            PERFORM CARGO-UN-REGIMEN THRU F-CARGO-UN-REGIMEN
                UNTIL W-FIN-REGIMENES = "S".
            CLOSE REGIMENES-RETENCION.

       F-CARGO-REGIMENES.
            EXIT.

       CARGO-UN-REGIMEN.
            READ REGIMENES-RETENCION
              AT END
                MOVE "S" TO W-FIN-REGIMENES
                GO TO F-CARGO-UN-REGIMEN
            END-READ.
            IF W-CANT-REGIMENES NOT < 30
               DISPLAY "Tabla de regimenes llena, se ignora "
                       RGR-IMPUESTO RGR-CODIGO
               GO TO F-CARGO-UN-REGIMEN
            END-IF.
            IF RGR-ALICUOTA NOT NUMERIC
                  OR RGR-MINIMO-NO-IMPONIBLE NOT NUMERIC
                  OR RGR-MINIMO-RETENCION NOT NUMERIC
               GO TO F-CARGO-UN-REGIMEN
            END-IF.
            ADD 1 TO W-CANT-REGIMENES.
            MOVE RGR-IMPUESTO TO W-RGR-IMPUESTO(W-CANT-REGIMENES).
            MOVE RGR-CODIGO TO W-RGR-CODIGO(W-CANT-REGIMENES).
            MOVE RGR-ALICUOTA TO W-RGR-ALICUOTA(W-CANT-REGIMENES).
            MOVE RGR-MINIMO-NO-IMPONIBLE
              TO W-RGR-MNI(W-CANT-REGIMENES).
            MOVE RGR-MINIMO-RETENCION
              TO W-RGR-MINIMO(W-CANT-REGIMENES).

       F-CARGO-UN-REGIMEN.
            EXIT.

      * ABRO-ARCHIVOS: las facturas se recorren por la clave alterna
      * FP-PROVEEDOR, como en PROPUESTA-PAGOS, para cortar por
      * proveedor.
       ABRO-ARCHIVOS.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
               MOVE "S" TO W-FIN
            ELSE
               MOVE 0 TO FP-PROVEEDOR
               START FACTURAS-PROVEEDOR
                   KEY IS NOT LESS THAN FP-PROVEEDOR
                 INVALID KEY
                   DISPLAY "No hay facturas de proveedor"
                   MOVE "S" TO W-FIN
               END-START
            END-IF.
            OPEN INPUT PROVEEDORES.
            OPEN INPUT PROV-CUENTAS.
            OPEN INPUT FP-IVA.
            OPEN I-O ORDENES-PAGO.
            IF ST-ORDENES-PAGO > "07"
               DISPLAY "Error abriendo Ordenes de pago: "
                       ST-ORDENES-PAGO
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O OP-RENGLONES.
            IF ST-OP-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de ordenes: "
                       ST-OP-RENGLONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT TRANSFERENCIAS-BANCO.
            IF ST-TRANSFERENCIAS NOT = "00"
               DISPLAY "Error abriendo transferenciasBanco.txt: "
                       ST-TRANSFERENCIAS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE PROVEEDORES.
            CLOSE PROV-CUENTAS.
            CLOSE FP-IVA.
            CLOSE ORDENES-PAGO.
            CLOSE OP-RENGLONES.
            CLOSE TRANSFERENCIAS-BANCO.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-FACTURAS: al cambiar de proveedor se emite la orden del
      * anterior. Emitirla lee y regraba facturas por FP-ID, asi que
      * despues se vuelve a posicionar en el proveedor nuevo y su
      * primera factura se relee.
       LEO-FACTURAS.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-FACTURAS
            END-READ.
            IF FP-PROVEEDOR NOT = W-PROVEEDOR-CORTE
                  AND W-CANT-FAC > 0
               MOVE FP-PROVEEDOR TO W-PROVEEDOR-SIGUIENTE
               PERFORM EMITO-ORDEN THRU F-EMITO-ORDEN
               MOVE 0 TO W-CANT-FAC
               IF W-ABORTO = "S"
                  MOVE "S" TO W-FIN
                  GO TO F-LEO-FACTURAS
               END-IF
               MOVE W-PROVEEDOR-SIGUIENTE TO FP-PROVEEDOR
               START FACTURAS-PROVEEDOR
                   KEY IS NOT LESS THAN FP-PROVEEDOR
                 INVALID KEY
                   MOVE "S" TO W-FIN
               END-START
               GO TO F-LEO-FACTURAS
            END-IF.
            MOVE FP-PROVEEDOR TO W-PROVEEDOR-CORTE.
            IF NOT FP-ABIERTA OR FP-SALDO = 0
                  OR FP-FECHA-VTO > W-FECHA-TOPE
               GO TO F-LEO-FACTURAS
            END-IF.
            IF FP-RETENIDA
               GO TO F-LEO-FACTURAS
            END-IF.
            MOVE "N" TO W-EXCLUIDA.
            PERFORM BUSCO-EXCLUSION THRU F-BUSCO-EXCLUSION
                VARYING W-INDICE-EXC FROM 1 BY 1
                    UNTIL W-INDICE-EXC > W-CANT-EXCLUSIONES
                       OR W-EXCLUIDA = "S".
            IF W-EXCLUIDA = "S"
               ADD 1 TO W-CANT-EXCLUIDAS
               GO TO F-LEO-FACTURAS
            END-IF.
            IF W-CANT-FAC NOT < 60
               DISPLAY "Proveedor " FP-PROVEEDOR " con mas de 60 "
                       "facturas, queda para otra orden: " FP-ID
               GO TO F-LEO-FACTURAS
            END-IF.
            PERFORM AGREGO-FACTURA THRU F-AGREGO-FACTURA.

       F-LEO-FACTURAS.
            EXIT.

       BUSCO-EXCLUSION.
            IF W-EXC-FP-ID(W-INDICE-EXC) = FP-ID
               MOVE "S" TO W-EXCLUIDA
            END-IF.

       F-BUSCO-EXCLUSION.
            EXIT.

      * AGREGO-FACTURA: la base sujeta es la parte sin IVA del saldo
      * cuando la factura discrimina IVA; si no, el saldo entero.
       AGREGO-FACTURA.
            ADD 1 TO W-CANT-FAC.
            MOVE FP-ID TO W-FAC-ID(W-CANT-FAC).
            MOVE FP-DOCUMENTO TO W-FAC-DOCUMENTO(W-CANT-FAC).
            MOVE FP-FECHA-VTO TO W-FAC-VTO(W-CANT-FAC).
            MOVE FP-SALDO TO W-FAC-SALDO(W-CANT-FAC).
            MOVE FP-SALDO TO W-FAC-BASE(W-CANT-FAC).
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                MOVE SPACE TO FPIV-LETRA
            END-READ.
            IF FPIV-DISCRIMINA AND FP-IMPORTE > 0
               COMPUTE W-BASE-SIN-IVA =
                       FPIV-NETO(1) + FPIV-NETO(2) + FPIV-NETO(3)
                     + FPIV-NO-GRAVADO
               COMPUTE W-FAC-BASE(W-CANT-FAC) ROUNDED =
                       FP-SALDO * W-BASE-SIN-IVA / FP-IMPORTE
            END-IF.

       F-AGREGO-FACTURA.
            EXIT.

      * EMITO-ORDEN: la orden del proveedor W-PROVEEDOR-CORTE con las
      * facturas juntadas en la tabla (el que llama la vacia).
       EMITO-ORDEN.
            MOVE W-PROVEEDOR-CORTE TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                DISPLAY "Proveedor " W-PROVEEDOR-CORTE
                        " sin maestro, no se emite orden"
                ADD 1 TO W-CANT-NO-EMITIDAS
                GO TO F-EMITO-ORDEN
            END-READ.
            MOVE W-PROVEEDOR-CORTE TO PCB-PROVEEDOR.
            READ PROV-CUENTAS KEY IS PCB-PROVEEDOR
              INVALID KEY
                DISPLAY "Proveedor " W-PROVEEDOR-CORTE " - "
                        PROV-RAZONSOCIAL(1:30) " sin CBU, no se "
                        "transfiere"
                ADD 1 TO W-CANT-SIN-CBU
                GO TO F-EMITO-ORDEN
            END-READ.
            PERFORM CALCULO-RETENCIONES THRU F-CALCULO-RETENCIONES.
            IF W-ORDEN-NETO NOT > 0
               DISPLAY "Proveedor " W-PROVEEDOR-CORTE
                       " retenciones mayores que el pago, revise "
                       "los regimenes"
               ADD 1 TO W-CANT-NO-EMITIDAS
               GO TO F-EMITO-ORDEN
            END-IF.
            CALL "PROXIMO-NUMERO" USING W-SUCURSAL-TESORERIA
                 W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " W-SUCURSAL-TESORERIA "/"
                       W-TIPO-SERIE " sin cargar, se corta la corrida"
               MOVE "S" TO W-ABORTO
               GO TO F-EMITO-ORDEN
            END-IF.
            INITIALIZE REG-ORDEN-PAGO.
            MOVE W-NUMERO-SERIE TO OPG-NUMERO.
            MOVE W-PROVEEDOR-CORTE TO OPG-PROVEEDOR.
            MOVE W-FECHA-SISTEMA TO OPG-FECHA.
            MOVE W-FECHA-PAGO TO OPG-FECHA-PAGO.
            MOVE W-CANT-FAC TO OPG-CANT-FACTURAS.
            MOVE W-ORDEN-IMPORTE TO OPG-IMPORTE.
            MOVE W-ORDEN-BASE TO OPG-BASE-SUJETA.
            MOVE W-BASE-MES TO OPG-BASE-MES.
            MOVE W-ORDEN-RET-G TO OPG-RET-GANANCIAS.
            MOVE W-ORDEN-ALIC-G TO OPG-ALIC-GANANCIAS.
            MOVE W-ORDEN-RET-I TO OPG-RET-IIBB.
            MOVE W-ORDEN-ALIC-I TO OPG-ALIC-IIBB.
            MOVE W-ORDEN-NETO TO OPG-NETO.
            MOVE PCB-CBU TO OPG-CBU.
            MOVE PROV-CUIT TO OPG-CUIT.
            SET OPG-TRANSFERIDA TO TRUE.
            MOVE W-FECHA-SISTEMA TO OPG-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO OPG-USUARIO-ALTA.
            WRITE REG-ORDEN-PAGO
              INVALID KEY
                DISPLAY "Orden " OPG-NUMERO " ya existe, revise la "
                        "serie " W-SUCURSAL-TESORERIA "/" W-TIPO-SERIE
                MOVE "S" TO W-ABORTO
                GO TO F-EMITO-ORDEN
            END-WRITE.
            DISPLAY " ".
            DISPLAY "ORDEN DE PAGO " OPG-NUMERO " - Proveedor "
                    OPG-PROVEEDOR " " PROV-RAZONSOCIAL(1:30).
            DISPLAY "  CUIT " OPG-CUIT " CBU " OPG-CBU.
            PERFORM GRABO-RENGLON-ORDEN THRU F-GRABO-RENGLON-ORDEN
                VARYING W-INDICE-FAC FROM 1 BY 1
                    UNTIL W-INDICE-FAC > W-CANT-FAC.
            MOVE W-ORDEN-IMPORTE TO TOTAL-ZZ.
            DISPLAY "  Total facturas   : " TOTAL-ZZ.
            MOVE W-ORDEN-RET-G TO TOTAL-ZZ.
            DISPLAY "  Ret. Ganancias   : " TOTAL-ZZ.
            MOVE W-ORDEN-RET-I TO TOTAL-ZZ.
            DISPLAY "  Ret. IIBB        : " TOTAL-ZZ.
            MOVE W-ORDEN-NETO TO TOTAL-ZZ.
            DISPLAY "  Neto transferido : " TOTAL-ZZ.
            PERFORM GRABO-DETALLE-BANCO THRU F-GRABO-DETALLE-BANCO.
            ADD 1 TO W-CANT-ORDENES.
            ADD W-CANT-FAC TO W-CANT-FACTURAS.
            ADD W-ORDEN-IMPORTE TO W-TOTAL-APLICADO.
            ADD W-ORDEN-RET-G W-ORDEN-RET-I TO W-TOTAL-RETENIDO.
            ADD W-ORDEN-NETO TO W-TOTAL-TRANSFERIDO.

       F-EMITO-ORDEN.
            EXIT.

      * GRABO-RENGLON-ORDEN: renglon de la orden y la factura pasa a
      * "en orden de pago" con el saldo intacto.
       GRABO-RENGLON-ORDEN.
            INITIALIZE REG-OP-RENGLON.
            MOVE OPG-NUMERO TO OPR-NUMERO.
            MOVE W-INDICE-FAC TO OPR-RENGLON.
            MOVE W-FAC-ID(W-INDICE-FAC) TO OPR-FP-ID.
            MOVE W-FAC-DOCUMENTO(W-INDICE-FAC) TO OPR-DOCUMENTO.
            MOVE W-FAC-VTO(W-INDICE-FAC) TO OPR-FECHA-VTO.
            MOVE W-FAC-SALDO(W-INDICE-FAC) TO OPR-IMPORTE.
            MOVE W-FAC-BASE(W-INDICE-FAC) TO OPR-BASE-SUJETA.
            WRITE REG-OP-RENGLON
              INVALID KEY
                DISPLAY "Error grabando renglon " OPR-CLAVE ": "
                        ST-OP-RENGLONES
            END-WRITE.
            MOVE W-FAC-ID(W-INDICE-FAC) TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura " FP-ID " desaparecio del archivo"
                GO TO F-GRABO-RENGLON-ORDEN
            END-READ.
            SET FP-EN-ORDEN-PAGO TO TRUE.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error marcando factura " FP-ID ": "
                        ST-FACT-PROV
            END-REWRITE.
            MOVE OPR-IMPORTE TO SALDO-ZZ.
            DISPLAY "  " OPR-FP-ID SPACE OPR-DOCUMENTO
                    " vto " OPR-FECHA-VTO SALDO-ZZ.

       F-GRABO-RENGLON-ORDEN.
            EXIT.

      * CALCULO-RETENCIONES: total y base de la orden, y retencion de
      * cada impuesto sobre el acumulado del mes de la fecha de pago.
       CALCULO-RETENCIONES.
            MOVE 0 TO W-ORDEN-IMPORTE W-ORDEN-BASE.
            MOVE 0 TO W-ORDEN-RET-G W-ORDEN-RET-I.
            MOVE 0 TO W-ORDEN-ALIC-G W-ORDEN-ALIC-I.
            MOVE 0 TO W-BASE-MES.
            PERFORM SUMO-FACTURA-ORDEN THRU F-SUMO-FACTURA-ORDEN
                VARYING W-INDICE-FAC FROM 1 BY 1
                    UNTIL W-INDICE-FAC > W-CANT-FAC.
            MOVE W-ORDEN-IMPORTE TO W-ORDEN-NETO.
            IF PROV-REGIMEN-GANANCIAS NOT NUMERIC
               MOVE 0 TO PROV-REGIMEN-GANANCIAS
            END-IF.
            IF PROV-REGIMEN-GANANCIAS = 0
                  AND PROV-JURIS-RET-IIBB = SPACES
               GO TO F-CALCULO-RETENCIONES
            END-IF.
            PERFORM ACUMULO-MES-PROVEEDOR
               THRU F-ACUMULO-MES-PROVEEDOR.
            IF PROV-REGIMEN-GANANCIAS NOT = 0
               MOVE "G" TO W-IMPUESTO-CALC
               MOVE PROV-REGIMEN-GANANCIAS TO W-CODIGO-CALC
               MOVE W-RETENIDO-MES-G TO W-RETENIDO-CALC
               PERFORM CALCULO-UNA-RETENCION
                  THRU F-CALCULO-UNA-RETENCION
               MOVE W-RET-CALCULO TO W-ORDEN-RET-G
               MOVE W-ALIC-CALCULO TO W-ORDEN-ALIC-G
            END-IF.
            IF PROV-JURIS-RET-IIBB NOT = SPACES
               MOVE "I" TO W-IMPUESTO-CALC
               MOVE PROV-JURIS-RET-IIBB TO W-CODIGO-CALC
               MOVE W-RETENIDO-MES-I TO W-RETENIDO-CALC
               PERFORM CALCULO-UNA-RETENCION
                  THRU F-CALCULO-UNA-RETENCION
               MOVE W-RET-CALCULO TO W-ORDEN-RET-I
               MOVE W-ALIC-CALCULO TO W-ORDEN-ALIC-I
            END-IF.
            COMPUTE W-ORDEN-NETO =
                    W-ORDEN-IMPORTE - W-ORDEN-RET-G - W-ORDEN-RET-I.

       F-CALCULO-RETENCIONES.
            EXIT.

       SUMO-FACTURA-ORDEN.
            ADD W-FAC-SALDO(W-INDICE-FAC) TO W-ORDEN-IMPORTE.
            ADD W-FAC-BASE(W-INDICE-FAC) TO W-ORDEN-BASE.

       F-SUMO-FACTURA-ORDEN.
            EXIT.

       ACUMULO-MES-PROVEEDOR.
            MOVE 0 TO W-BASE-MES W-RETENIDO-MES-G W-RETENIDO-MES-I.
            OPEN INPUT PAGOS-PROVEEDOR.
            IF ST-PAGOS NOT = "00"
               GO TO F-ACUMULO-MES-PROVEEDOR
            END-IF.
            MOVE "N" TO W-FIN-PAGOS.
            PERFORM ACUMULO-UN-PAGO THRU F-ACUMULO-UN-PAGO
                UNTIL W-FIN-PAGOS = "S".
            CLOSE PAGOS-PROVEEDOR.

       F-ACUMULO-MES-PROVEEDOR.
            EXIT.

       ACUMULO-UN-PAGO.
            READ PAGOS-PROVEEDOR
              AT END
                MOVE "S" TO W-FIN-PAGOS
                GO TO F-ACUMULO-UN-PAGO
            END-READ.
            IF PAG-PROVEEDOR NOT = W-PROVEEDOR-CORTE
               GO TO F-ACUMULO-UN-PAGO
            END-IF.
            IF PAG-FECHA NOT NUMERIC
               GO TO F-ACUMULO-UN-PAGO
            END-IF.
            DIVIDE PAG-FECHA BY 100 GIVING W-MES-REGISTRO
                   REMAINDER W-RESTO-FECHA.
            IF W-MES-REGISTRO NOT = W-MES-PAGO
               GO TO F-ACUMULO-UN-PAGO
            END-IF.
            IF PAG-BASE-SUJETA IS NUMERIC
               ADD PAG-BASE-SUJETA TO W-BASE-MES
            ELSE
               ADD PAG-IMPORTE TO W-BASE-MES
            END-IF.
            IF PAG-RET-GANANCIAS IS NUMERIC
               ADD PAG-RET-GANANCIAS TO W-RETENIDO-MES-G
            END-IF.
            IF PAG-RET-IIBB IS NUMERIC
               ADD PAG-RET-IIBB TO W-RETENIDO-MES-I
            END-IF.

       F-ACUMULO-UN-PAGO.
            EXIT.

       CALCULO-UNA-RETENCION.
            MOVE 0 TO W-RET-CALCULO W-ALIC-CALCULO.
            MOVE 0 TO W-RGR-HALLADO.
            PERFORM BUSCO-REGIMEN THRU F-BUSCO-REGIMEN
                VARYING W-INDICE-RGR FROM 1 BY 1
                    UNTIL W-INDICE-RGR > W-CANT-REGIMENES
                       OR W-RGR-HALLADO NOT = 0.
            IF W-RGR-HALLADO = 0
               DISPLAY "Regimen " W-IMPUESTO-CALC "/" W-CODIGO-CALC
                       " del proveedor " W-PROVEEDOR-CORTE
                       " sin parametros, no se retiene"
               GO TO F-CALCULO-UNA-RETENCION
            END-IF.
            MOVE W-RGR-ALICUOTA(W-RGR-HALLADO) TO W-ALIC-CALCULO.
            COMPUTE W-RET-CALCULO ROUNDED =
                    (W-BASE-MES + W-ORDEN-BASE
                     - W-RGR-MNI(W-RGR-HALLADO))
                  * W-RGR-ALICUOTA(W-RGR-HALLADO) / 100
                  - W-RETENIDO-CALC.
            IF W-RET-CALCULO < 0
               MOVE 0 TO W-RET-CALCULO
            END-IF.
            IF W-RET-CALCULO < W-RGR-MINIMO(W-RGR-HALLADO)
               MOVE 0 TO W-RET-CALCULO
            END-IF.

       F-CALCULO-UNA-RETENCION.
            EXIT.

       BUSCO-REGIMEN.
            IF W-RGR-IMPUESTO(W-INDICE-RGR) = W-IMPUESTO-CALC
                  AND W-RGR-CODIGO(W-INDICE-RGR) = W-CODIGO-CALC
               MOVE W-INDICE-RGR TO W-RGR-HALLADO
            END-IF.

       F-BUSCO-REGIMEN.
            EXIT.

       GRABO-ENCABEZADO-BANCO.
            MOVE W-CUIT-EMPRESA TO W-TRH-CUIT.
            MOVE W-CBU-DEBITO TO W-TRH-CBU.
            MOVE W-FECHA-PAGO TO W-TRH-FECHA-PAGO.
            MOVE W-FECHA-SISTEMA TO W-TRH-LOTE.
            MOVE W-TRF-ENCABEZADO TO REG-TRANSFERENCIA.
            WRITE REG-TRANSFERENCIA.

       F-GRABO-ENCABEZADO-BANCO.
            EXIT.

       GRABO-DETALLE-BANCO.
            MOVE OPG-CBU TO W-TRD-CBU.
            MOVE OPG-CUIT TO W-TRD-CUIT.
            MOVE OPG-NETO TO W-TRD-IMPORTE.
            MOVE OPG-NUMERO TO W-TRD-REFERENCIA.
            MOVE PROV-RAZONSOCIAL TO W-TRD-NOMBRE.
            MOVE W-TRF-DETALLE TO REG-TRANSFERENCIA.
            WRITE REG-TRANSFERENCIA.

       F-GRABO-DETALLE-BANCO.
            EXIT.

       GRABO-COLA-BANCO.
            MOVE W-CANT-ORDENES TO W-TRT-CANTIDAD.
            MOVE W-TOTAL-TRANSFERIDO TO W-TRT-TOTAL.
            MOVE W-TRF-COLA TO REG-TRANSFERENCIA.
            WRITE REG-TRANSFERENCIA.

       F-GRABO-COLA-BANCO.
            EXIT.

       END PROGRAM "ORDENES-PAGO".
