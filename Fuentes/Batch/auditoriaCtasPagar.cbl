      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Auditoria periodica de cuentas a pagar. El control
      *          de duplicados del alta de ABM-CTAS-PAGAR solo mira
      *          las facturas del mismo codigo de proveedor y no ve
      *          los pagos; este job revisa FACTURAS-PROVEEDOR,
      *          pagosProveedor.dat, PROVEEDORES y PROV-CUENTAS
      *          completos, con cinco pasadas por SORT (el mismo
      *          esquema INPUT/OUTPUT PROCEDURE que
      *          REPORTE-LIBRO-IVA-COMPRAS), y lista como sospechosos:
      *            D  dos facturas con el mismo documento normalizado
      *               (NORMALIZO-DOCUMENTO) y el mismo CUIT, aunque
      *               esten cargadas a codigos de proveedor distintos;
      *            M  dos facturas del mismo CUIT por el mismo importe
      *               con fechas a no mas de nnn dias;
      *            P  una factura con pagos (REGISTRO-PAGO y ordenes
      *               de pago confirmadas, netos de reversas) que
      *               superan su importe;
      *            C  dos proveedores activos con el mismo CUIT;
      *            B  dos proveedores con la misma cuenta (CBU).
      *          Cada hallazgo nuevo se graba pendiente en
      *          HALLAZGOS-PAGAR, de donde lo toma la cola del
      *          supervisor (ABM-COLA-SUPERVISOR) para confirmarlo o
      *          descartarlo; uno que ya estaba grabado (pendiente o
      *          resuelto) no se repite. Se invoca con una tarjeta por
      *          SYSIN:
      *            nnn  dias para el mismo importe (en blanco o 000 =
      *                 030).
      *          RC 4 si hubo hallazgos nuevos; RC 8 si no se pudo
      *          abrir un archivo o la tarjeta es invalida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AUDITORIA-CTAS-PAGAR".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/pagosProveedor.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/provCuentas.sel".
              COPY "./sel/hallazgosPagar.sel".

              SELECT SORT-FACTURAS
                ASSIGN TO "./sortauditoriafacturas.tmp".
              SELECT SORT-PAGOS
                ASSIGN TO "./sortauditoriapagos.tmp".
              SELECT SORT-PROVEEDORES
                ASSIGN TO "./sortauditoriaproveedores.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/pagosProveedor.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/provCuentas.fd".
              COPY "./fd/hallazgosPagar.fd".

      * SFP-CUIT: el del maestro de proveedores; un proveedor sin CUIT
      * cargado va con su codigo en su lugar (no choca con un CUIT
      * real, que tiene 11 digitos). SFP-DOCUMENTO va normalizado.
       SD SORT-FACTURAS.
       01 SFP-REC.
          03 SFP-CUIT         PIC 9(11).
          03 SFP-DOCUMENTO    PIC X(15).
          03 SFP-IMPORTE      PIC S9(9)V99.
          03 SFP-FECHA        PIC 9(8).
          03 SFP-ID           PIC 9(9).
          03 SFP-PROVEEDOR    PIC 9(5).

       SD SORT-PAGOS.
       01 SPG-REC.
          03 SPG-FP-ID        PIC 9(9).
          03 SPG-PROVEEDOR    PIC 9(5).
          03 SPG-IMPORTE      PIC S9(9)V99.

      * SPV-CLAVE: el CUIT o el CBU, segun la pasada (W-TIPO-CLAVE).
       SD SORT-PROVEEDORES.
       01 SPV-REC.
          03 SPV-CLAVE        PIC X(22).
          03 SPV-PROVEEDOR    PIC 9(5).

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV       PIC XX.
       01 ST-PAGOS           PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-PROV-CUENTAS    PIC XX.
       01 ST-HALLAZGOS       PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-CARGA        PIC X.
       01 W-FIN-SORT         PIC X.

       01 W-TARJETA.
          05 W-DIAS-TARJETA  PIC X(3).
          05 FILLER          PIC X(17).

       01 W-DIAS-IMPORTE     PIC 9(3).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-DIAS-ENTRE       PIC S9(7).

      * Registro anterior de la pasada en curso: los duplicados se
      * detectan comparando cada registro ordenado con el anterior,
      * como DUPLICADOS-CLIENTES sobre CLIENTES.
       01 W-PRIMERA-VEZ      PIC X.
       01 W-ANT-CUIT         PIC 9(11).
       01 W-ANT-DOCUMENTO    PIC X(15).
       01 W-ANT-IMPORTE      PIC S9(9)V99.
       01 W-ANT-FECHA        PIC 9(8).
       01 W-ANT-ID           PIC 9(9).
       01 W-ANT-PROVEEDOR    PIC 9(5).
       01 W-ANT-CLAVE        PIC X(22).

       01 W-TIPO-CLAVE       PIC X.
       01 W-DOC-NORMALIZADO  PIC X(15).

      * Pagos por factura: corte de control por PAG-FP-ID.
       01 W-FP-ID-CORTE      PIC 9(9).
       01 W-PROV-CORTE       PIC 9(5).
       01 W-TOTAL-PAGADO     PIC S9(11)V99.
       01 W-CANT-PAGOS-FP    PIC 9(3).
       01 W-IMPORTE-FACTURA  PIC S9(9)V99.
       01 W-EXCESO           PIC S9(11)V99.

       01 W-CANT-FACTURAS    PIC 9(7) VALUE 0.
       01 W-CANT-PAGOS       PIC 9(7) VALUE 0.
       01 W-CANT-NUEVOS      PIC 9(5) VALUE 0.
       01 W-CANT-CONOCIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-TIPO-D      PIC 9(5) VALUE 0.
       01 W-CANT-TIPO-M      PIC 9(5) VALUE 0.
       01 W-CANT-TIPO-P      PIC 9(5) VALUE 0.
       01 W-CANT-TIPO-C      PIC 9(5) VALUE 0.
       01 W-CANT-TIPO-B      PIC 9(5) VALUE 0.

       01 GUIONES            PIC X(100) VALUE ALL "-".
       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE SPACES TO W-TARJETA.
            ACCEPT W-TARJETA.
            IF W-DIAS-TARJETA IS NUMERIC
                  AND W-DIAS-TARJETA NOT = "000"
               MOVE W-DIAS-TARJETA TO W-DIAS-IMPORTE
            ELSE
               IF W-DIAS-TARJETA NOT = SPACES
                     AND W-DIAS-TARJETA NOT = "000"
                  DISPLAY "Tarjeta invalida: " W-TARJETA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE 30 TO W-DIAS-IMPORTE
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               STOP RUN
            END-IF.
            DISPLAY "AUDITORIA DE CUENTAS A PAGAR - " W-FECHA-SISTEMA
                    " (mismo importe dentro de " W-DIAS-IMPORTE
                    " dias)".
            DISPLAY GUIONES.
            DISPLAY "T Ref. 1    Ref. 2    Prov.      Importe  "
                    "Detalle".
            DISPLAY GUIONES.
            SORT SORT-FACTURAS
              ON ASCENDING KEY SFP-CUIT SFP-DOCUMENTO SFP-ID
              INPUT PROCEDURE IS CARGO-FACTURAS THRU F-CARGO-FACTURAS
              OUTPUT PROCEDURE IS BUSCO-DOCUMENTOS
                  THRU F-BUSCO-DOCUMENTOS.
            SORT SORT-FACTURAS
              ON ASCENDING KEY SFP-CUIT SFP-IMPORTE SFP-FECHA SFP-ID
              INPUT PROCEDURE IS CARGO-FACTURAS THRU F-CARGO-FACTURAS
              OUTPUT PROCEDURE IS BUSCO-IMPORTES
                  THRU F-BUSCO-IMPORTES.
            SORT SORT-PAGOS
              ON ASCENDING KEY SPG-FP-ID
              INPUT PROCEDURE IS CARGO-PAGOS THRU F-CARGO-PAGOS
              OUTPUT PROCEDURE IS BUSCO-PAGOS-EXCEDIDOS
                  THRU F-BUSCO-PAGOS-EXCEDIDOS.
            MOVE "C" TO W-TIPO-CLAVE.
            SORT SORT-PROVEEDORES
              ON ASCENDING KEY SPV-CLAVE SPV-PROVEEDOR
              INPUT PROCEDURE IS CARGO-CUITS THRU F-CARGO-CUITS
              OUTPUT PROCEDURE IS BUSCO-CLAVES-COMPARTIDAS
                  THRU F-BUSCO-CLAVES-COMPARTIDAS.
            MOVE "B" TO W-TIPO-CLAVE.
            SORT SORT-PROVEEDORES
              ON ASCENDING KEY SPV-CLAVE SPV-PROVEEDOR
              INPUT PROCEDURE IS CARGO-CUENTAS THRU F-CARGO-CUENTAS
              OUTPUT PROCEDURE IS BUSCO-CLAVES-COMPARTIDAS
                  THRU F-BUSCO-CLAVES-COMPARTIDAS.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN.
            IF W-CANT-NUEVOS > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Facturas Proveedor: "
                       ST-FACT-PROV
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT PROVEEDORES.
            IF ST-PROVEEDORES > "07"
               DISPLAY "Error abriendo Proveedores: " ST-PROVEEDORES
               CLOSE FACTURAS-PROVEEDOR
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT PROV-CUENTAS.
            IF ST-PROV-CUENTAS > "07"
               DISPLAY "Error abriendo Cuentas Proveedor: "
                       ST-PROV-CUENTAS
               CLOSE FACTURAS-PROVEEDOR PROVEEDORES
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT PAGOS-PROVEEDOR.
            IF ST-PAGOS > "07"
               DISPLAY "Error abriendo Pagos Proveedor: " ST-PAGOS
               CLOSE FACTURAS-PROVEEDOR PROVEEDORES PROV-CUENTAS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN I-O HALLAZGOS-PAGAR.
            IF ST-HALLAZGOS > "07"
               DISPLAY "Error abriendo Hallazgos: " ST-HALLAZGOS
               CLOSE FACTURAS-PROVEEDOR PROVEEDORES PROV-CUENTAS
                     PAGOS-PROVEEDOR
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE PROVEEDORES.
            CLOSE PROV-CUENTAS.
            CLOSE PAGOS-PROVEEDOR.
            CLOSE HALLAZGOS-PAGAR.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-FACTURAS: recorre FACTURAS-PROVEEDOR de punta a punta;
      * sirve a las dos pasadas de facturas, asi que reposiciona el
      * archivo al principio cada vez.
       CARGO-FACTURAS.
            MOVE "N" TO W-FIN-CARGA.
            MOVE 0 TO W-CANT-FACTURAS.
            MOVE 0 TO FP-ID.
            START FACTURAS-PROVEEDOR KEY IS NOT LESS THAN FP-ID
              INVALID KEY
                MOVE "S" TO W-FIN-CARGA
            END-START.
            PERFORM CARGO-UNA-FACTURA THRU F-CARGO-UNA-FACTURA
                UNTIL W-FIN-CARGA = "S".

       F-CARGO-FACTURAS.
            EXIT.

       CARGO-UNA-FACTURA.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CARGA
                GO TO F-CARGO-UNA-FACTURA
            END-READ.
            ADD 1 TO W-CANT-FACTURAS.
            INITIALIZE SFP-REC
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE FP-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                MOVE FP-PROVEEDOR TO SFP-CUIT
              NOT INVALID KEY
                IF PROV-CUIT = 0
                   MOVE FP-PROVEEDOR TO SFP-CUIT
                ELSE
                   MOVE PROV-CUIT TO SFP-CUIT
                END-IF
            END-READ.
            CALL "NORMALIZO-DOCUMENTO" USING FP-DOCUMENTO
                                             W-DOC-NORMALIZADO.
            MOVE W-DOC-NORMALIZADO TO SFP-DOCUMENTO.
            MOVE FP-IMPORTE   TO SFP-IMPORTE.
            MOVE FP-FECHA     TO SFP-FECHA.
            MOVE FP-ID        TO SFP-ID.
            MOVE FP-PROVEEDOR TO SFP-PROVEEDOR.
            RELEASE SFP-REC.

       F-CARGO-UNA-FACTURA.
            EXIT.

      * BUSCO-DOCUMENTOS: con el orden CUIT + documento normalizado,
      * dos facturas consecutivas con los mismos valores son la misma
      * factura cargada dos veces (tipo D). Un documento en blanco no
      * se compara.
       BUSCO-DOCUMENTOS.
            MOVE "S" TO W-PRIMERA-VEZ.
            MOVE "N" TO W-FIN-SORT.
            PERFORM COMPARO-DOCUMENTO THRU F-COMPARO-DOCUMENTO
                UNTIL W-FIN-SORT = "S".

       F-BUSCO-DOCUMENTOS.
            EXIT.

       COMPARO-DOCUMENTO.
            RETURN SORT-FACTURAS
              AT END
                MOVE "S" TO W-FIN-SORT
                GO TO F-COMPARO-DOCUMENTO
            END-RETURN.
            IF W-PRIMERA-VEZ = "N"
                  AND SFP-CUIT = W-ANT-CUIT
                  AND SFP-DOCUMENTO = W-ANT-DOCUMENTO
                  AND SFP-DOCUMENTO NOT = SPACES
               INITIALIZE REG-HALLAZGO
                   REPLACING NUMERIC DATA BY ZERO
                             ALPHANUMERIC DATA BY SPACES
               SET HAL-DOCUMENTO-DUPLICADO TO TRUE
               MOVE W-ANT-ID      TO HAL-REF-1
               MOVE SFP-ID        TO HAL-REF-2
               MOVE SFP-PROVEEDOR TO HAL-PROVEEDOR
               MOVE SFP-IMPORTE   TO HAL-IMPORTE
               STRING "Mismo documento " SFP-DOCUMENTO " CUIT "
                      SFP-CUIT " prov. " W-ANT-PROVEEDOR "/"
                      SFP-PROVEEDOR
                   DELIMITED BY SIZE INTO HAL-DETALLE
               PERFORM GRABO-HALLAZGO THRU F-GRABO-HALLAZGO
            END-IF.
            PERFORM GUARDO-FACTURA-ANTERIOR
               THRU F-GUARDO-FACTURA-ANTERIOR.

       F-COMPARO-DOCUMENTO.
            EXIT.

      * BUSCO-IMPORTES: con el orden CUIT + importe + fecha, dos
      * facturas consecutivas por el mismo importe a no mas de
      * W-DIAS-IMPORTE dias son sospechosas (tipo M), salvo que ya
      * tengan el mismo documento (eso lo informo la pasada D).
       BUSCO-IMPORTES.
            MOVE "S" TO W-PRIMERA-VEZ.
            MOVE "N" TO W-FIN-SORT.
            PERFORM COMPARO-IMPORTE THRU F-COMPARO-IMPORTE
                UNTIL W-FIN-SORT = "S".

       F-BUSCO-IMPORTES.
            EXIT.

       COMPARO-IMPORTE.
            RETURN SORT-FACTURAS
              AT END
                MOVE "S" TO W-FIN-SORT
                GO TO F-COMPARO-IMPORTE
            END-RETURN.
            IF W-PRIMERA-VEZ = "N"
                  AND SFP-CUIT = W-ANT-CUIT
                  AND SFP-IMPORTE = W-ANT-IMPORTE
                  AND SFP-IMPORTE NOT = 0
               PERFORM ARMO-HALLAZGO-IMPORTE
                  THRU F-ARMO-HALLAZGO-IMPORTE
            END-IF.
            PERFORM GUARDO-FACTURA-ANTERIOR
               THRU F-GUARDO-FACTURA-ANTERIOR.

       F-COMPARO-IMPORTE.
            EXIT.

       ARMO-HALLAZGO-IMPORTE.
            IF SFP-DOCUMENTO = W-ANT-DOCUMENTO
                  AND SFP-DOCUMENTO NOT = SPACES
               GO TO F-ARMO-HALLAZGO-IMPORTE
            END-IF.
            COMPUTE W-DIAS-ENTRE =
                    FUNCTION INTEGER-OF-DATE(SFP-FECHA)
                  - FUNCTION INTEGER-OF-DATE(W-ANT-FECHA).
            IF W-DIAS-ENTRE > W-DIAS-IMPORTE
               GO TO F-ARMO-HALLAZGO-IMPORTE
            END-IF.
            INITIALIZE REG-HALLAZGO
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            SET HAL-IMPORTE-DUPLICADO TO TRUE.
            IF W-ANT-ID < SFP-ID
               MOVE W-ANT-ID TO HAL-REF-1
               MOVE SFP-ID   TO HAL-REF-2
            ELSE
               MOVE SFP-ID   TO HAL-REF-1
               MOVE W-ANT-ID TO HAL-REF-2
            END-IF.
            MOVE SFP-PROVEEDOR TO HAL-PROVEEDOR.
            MOVE SFP-IMPORTE   TO HAL-IMPORTE.
            STRING "Mismo importe CUIT " SFP-CUIT " fechas "
                   W-ANT-FECHA " y " SFP-FECHA
                DELIMITED BY SIZE INTO HAL-DETALLE.
            PERFORM GRABO-HALLAZGO THRU F-GRABO-HALLAZGO.

       F-ARMO-HALLAZGO-IMPORTE.
            EXIT.

       GUARDO-FACTURA-ANTERIOR.
            MOVE "N" TO W-PRIMERA-VEZ.
            MOVE SFP-CUIT      TO W-ANT-CUIT.
            MOVE SFP-DOCUMENTO TO W-ANT-DOCUMENTO.
            MOVE SFP-IMPORTE   TO W-ANT-IMPORTE.
            MOVE SFP-FECHA     TO W-ANT-FECHA.
            MOVE SFP-ID        TO W-ANT-ID.
            MOVE SFP-PROVEEDOR TO W-ANT-PROVEEDOR.

       F-GUARDO-FACTURA-ANTERIOR.
            EXIT.

      * CARGO-PAGOS: todo el ledger de pagos, con las reversas
      * (importe negativo) que descuentan el pago reversado. Un pago
      * sin factura (PAG-FP-ID en cero) no se puede controlar.
       CARGO-PAGOS.
            MOVE "N" TO W-FIN-CARGA.
            PERFORM CARGO-UN-PAGO THRU F-CARGO-UN-PAGO
                UNTIL W-FIN-CARGA = "S".

       F-CARGO-PAGOS.
            EXIT.

       CARGO-UN-PAGO.
            READ PAGOS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CARGA
                GO TO F-CARGO-UN-PAGO
            END-READ.
            IF PAG-FP-ID = 0
               GO TO F-CARGO-UN-PAGO
            END-IF.
            ADD 1 TO W-CANT-PAGOS.
            MOVE PAG-FP-ID     TO SPG-FP-ID.
            MOVE PAG-PROVEEDOR TO SPG-PROVEEDOR.
            MOVE PAG-IMPORTE   TO SPG-IMPORTE.
            RELEASE SPG-REC.

       F-CARGO-UN-PAGO.
            EXIT.

      * BUSCO-PAGOS-EXCEDIDOS: corte de control por factura; lo pagado
      * (PAG-IMPORTE es el bruto que consume el saldo, retenciones
      * incluidas) no puede superar FP-IMPORTE. Pagos contra una
      * factura que no existe se informan como excedidos por entero.
       BUSCO-PAGOS-EXCEDIDOS.
            MOVE "N" TO W-FIN-SORT.
            RETURN SORT-PAGOS
              AT END
                MOVE "S" TO W-FIN-SORT
            END-RETURN.
            PERFORM CONTROLO-PAGOS-FACTURA
               THRU F-CONTROLO-PAGOS-FACTURA
                UNTIL W-FIN-SORT = "S".

       F-BUSCO-PAGOS-EXCEDIDOS.
            EXIT.

       CONTROLO-PAGOS-FACTURA.
            MOVE SPG-FP-ID     TO W-FP-ID-CORTE.
            MOVE SPG-PROVEEDOR TO W-PROV-CORTE.
            MOVE 0 TO W-TOTAL-PAGADO.
            MOVE 0 TO W-CANT-PAGOS-FP.
            PERFORM SUMO-UN-PAGO THRU F-SUMO-UN-PAGO
                UNTIL W-FIN-SORT = "S"
                   OR SPG-FP-ID NOT = W-FP-ID-CORTE.
            MOVE W-FP-ID-CORTE TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                MOVE 0 TO W-IMPORTE-FACTURA
              NOT INVALID KEY
                MOVE FP-IMPORTE   TO W-IMPORTE-FACTURA
                MOVE FP-PROVEEDOR TO W-PROV-CORTE
            END-READ.
            IF W-TOTAL-PAGADO NOT > W-IMPORTE-FACTURA
               GO TO F-CONTROLO-PAGOS-FACTURA
            END-IF.
            COMPUTE W-EXCESO = W-TOTAL-PAGADO - W-IMPORTE-FACTURA.
            INITIALIZE REG-HALLAZGO
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            SET HAL-PAGO-EXCEDIDO TO TRUE.
            MOVE W-FP-ID-CORTE TO HAL-REF-1.
            MOVE W-PROV-CORTE  TO HAL-PROVEEDOR.
            MOVE W-EXCESO      TO HAL-IMPORTE.
            MOVE W-TOTAL-PAGADO TO TOTAL-ZZ.
            IF ST-FACT-PROV = "23"
               STRING "Factura inexistente, pagado " TOTAL-ZZ
                      " en " W-CANT-PAGOS-FP " pagos"
                   DELIMITED BY SIZE INTO HAL-DETALLE
            ELSE
               STRING "Pagado " TOTAL-ZZ " en " W-CANT-PAGOS-FP
                      " pagos, mas que la factura"
                   DELIMITED BY SIZE INTO HAL-DETALLE
            END-IF.
            PERFORM GRABO-HALLAZGO THRU F-GRABO-HALLAZGO.

       F-CONTROLO-PAGOS-FACTURA.
            EXIT.

       SUMO-UN-PAGO.
            ADD SPG-IMPORTE TO W-TOTAL-PAGADO.
            ADD 1 TO W-CANT-PAGOS-FP.
            RETURN SORT-PAGOS
              AT END
                MOVE "S" TO W-FIN-SORT
            END-RETURN.

       F-SUMO-UN-PAGO.
            EXIT.

      * CARGO-CUITS: los proveedores activos con CUIT cargado (uno
      * dado de baja ya no recibe facturas ni pagos).
       CARGO-CUITS.
            MOVE "N" TO W-FIN-CARGA.
            MOVE 0 TO PROV-CODIGO.
            START PROVEEDORES KEY IS NOT LESS THAN PROV-CODIGO
              INVALID KEY
                MOVE "S" TO W-FIN-CARGA
            END-START.
            PERFORM CARGO-UN-CUIT THRU F-CARGO-UN-CUIT
                UNTIL W-FIN-CARGA = "S".

       F-CARGO-CUITS.
            EXIT.

       CARGO-UN-CUIT.
            READ PROVEEDORES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CARGA
                GO TO F-CARGO-UN-CUIT
            END-READ.
            IF NOT PROV-ACTIVO OR PROV-CUIT = 0
               GO TO F-CARGO-UN-CUIT
            END-IF.
            MOVE PROV-CUIT   TO SPV-CLAVE.
            MOVE PROV-CODIGO TO SPV-PROVEEDOR.
            RELEASE SPV-REC.

       F-CARGO-UN-CUIT.
            EXIT.

      * CARGO-CUENTAS: las cuentas con CBU cargado.
       CARGO-CUENTAS.
            MOVE "N" TO W-FIN-CARGA.
            MOVE 0 TO PCB-PROVEEDOR.
            START PROV-CUENTAS KEY IS NOT LESS THAN PCB-PROVEEDOR
              INVALID KEY
                MOVE "S" TO W-FIN-CARGA
            END-START.
            PERFORM CARGO-UNA-CUENTA THRU F-CARGO-UNA-CUENTA
                UNTIL W-FIN-CARGA = "S".

       F-CARGO-CUENTAS.
            EXIT.

       CARGO-UNA-CUENTA.
            READ PROV-CUENTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CARGA
                GO TO F-CARGO-UNA-CUENTA
            END-READ.
            IF PCB-CBU = SPACES OR PCB-CBU = ZEROES
               GO TO F-CARGO-UNA-CUENTA
            END-IF.
            MOVE PCB-CBU       TO SPV-CLAVE.
            MOVE PCB-PROVEEDOR TO SPV-PROVEEDOR.
            RELEASE SPV-REC.

       F-CARGO-UNA-CUENTA.
            EXIT.

      * BUSCO-CLAVES-COMPARTIDAS: dos proveedores consecutivos con la
      * misma clave (CUIT o CBU segun W-TIPO-CLAVE) son sospechosos
      * de ser el mismo proveedor dado de alta dos veces, o de una
      * cuenta ajena cargada a un proveedor.
       BUSCO-CLAVES-COMPARTIDAS.
            MOVE "S" TO W-PRIMERA-VEZ.
            MOVE "N" TO W-FIN-SORT.
            PERFORM COMPARO-CLAVE THRU F-COMPARO-CLAVE
                UNTIL W-FIN-SORT = "S".

       F-BUSCO-CLAVES-COMPARTIDAS.
            EXIT.

       COMPARO-CLAVE.
            RETURN SORT-PROVEEDORES
              AT END
                MOVE "S" TO W-FIN-SORT
                GO TO F-COMPARO-CLAVE
            END-RETURN.
            IF W-PRIMERA-VEZ = "N"
                  AND SPV-CLAVE = W-ANT-CLAVE
                  AND SPV-PROVEEDOR NOT = W-ANT-PROVEEDOR
               INITIALIZE REG-HALLAZGO
                   REPLACING NUMERIC DATA BY ZERO
                             ALPHANUMERIC DATA BY SPACES
               MOVE W-TIPO-CLAVE    TO HAL-TIPO
               MOVE W-ANT-PROVEEDOR TO HAL-REF-1
               MOVE SPV-PROVEEDOR   TO HAL-REF-2
               MOVE W-ANT-PROVEEDOR TO HAL-PROVEEDOR
               IF HAL-CUIT-COMPARTIDO
                  STRING "Proveedores " W-ANT-PROVEEDOR " y "
                         SPV-PROVEEDOR " con el mismo CUIT "
                         SPV-CLAVE(1:11)
                      DELIMITED BY SIZE INTO HAL-DETALLE
               ELSE
                  STRING "Proveedores " W-ANT-PROVEEDOR " y "
                         SPV-PROVEEDOR " con el mismo CBU "
                         SPV-CLAVE
                      DELIMITED BY SIZE INTO HAL-DETALLE
               END-IF
               PERFORM GRABO-HALLAZGO THRU F-GRABO-HALLAZGO
            END-IF.
            MOVE "N" TO W-PRIMERA-VEZ.
            MOVE SPV-CLAVE     TO W-ANT-CLAVE.
            MOVE SPV-PROVEEDOR TO W-ANT-PROVEEDOR.

       F-COMPARO-CLAVE.
            EXIT.

      * GRABO-HALLAZGO: REG-HALLAZGO llega armado con tipo, referencias,
      * proveedor, importe y detalle. Si la clave ya esta en el archivo
      * el hallazgo ya paso por una corrida anterior (pendiente o ya
      * resuelto por el supervisor) y no se vuelve a listar.
       GRABO-HALLAZGO.
            SET HAL-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO HAL-FECHA-DETECCION.
            WRITE REG-HALLAZGO
              INVALID KEY
                ADD 1 TO W-CANT-CONOCIDOS
                GO TO F-GRABO-HALLAZGO
            END-WRITE.
            ADD 1 TO W-CANT-NUEVOS.
            EVALUATE TRUE
               WHEN HAL-DOCUMENTO-DUPLICADO
                  ADD 1 TO W-CANT-TIPO-D
               WHEN HAL-IMPORTE-DUPLICADO
                  ADD 1 TO W-CANT-TIPO-M
               WHEN HAL-PAGO-EXCEDIDO
                  ADD 1 TO W-CANT-TIPO-P
               WHEN HAL-CUIT-COMPARTIDO
                  ADD 1 TO W-CANT-TIPO-C
               WHEN HAL-CUENTA-COMPARTIDA
                  ADD 1 TO W-CANT-TIPO-B
            END-EVALUATE.
            MOVE HAL-IMPORTE TO IMPORTE-ZZ.
            DISPLAY HAL-TIPO " " HAL-REF-1 " " HAL-REF-2 " "
                    HAL-PROVEEDOR IMPORTE-ZZ "  " HAL-DETALLE.

       F-GRABO-HALLAZGO.
            EXIT.

       IMPRIMO-RESUMEN.
            DISPLAY GUIONES.
            DISPLAY "Facturas revisadas          : " W-CANT-FACTURAS.
            DISPLAY "Pagos revisados             : " W-CANT-PAGOS.
            DISPLAY "Documento duplicado     (D) : " W-CANT-TIPO-D.
            DISPLAY "Mismo importe           (M) : " W-CANT-TIPO-M.
            DISPLAY "Pagos sobre la factura  (P) : " W-CANT-TIPO-P.
            DISPLAY "CUIT compartido         (C) : " W-CANT-TIPO-C.
            DISPLAY "CBU compartido          (B) : " W-CANT-TIPO-B.
            DISPLAY "Hallazgos nuevos a la cola  : " W-CANT-NUEVOS.
            DISPLAY "Ya informados anteriormente : " W-CANT-CONOCIDOS.

       F-IMPRIMO-RESUMEN.
            EXIT.

       END PROGRAM "AUDITORIA-CTAS-PAGAR".
