      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Prorrateo de gastos de importacion. ABM-COMPRAS fija
      *          PROD-COSTO con el precio del proveedor solamente; el
      *          flete, los derechos de aduana y los honorarios del
      *          despachante llegan despues en facturas aparte
      *          (cargadas en FACTURAS-PROVEEDOR por ABM-CTAS-PAGAR) y
      *          nunca llegaban al costo, asi REPORTE-RENTABILIDAD y
      *          VALUACION-STOCK inflaban el margen de todo lo
      *          importado. Este programa toma una de esas facturas,
      *          la asigna a una o mas recepciones (COMP-NUMERO) y la
      *          reparte entre sus renglones de COMP-RENGLONES por
      *          valor (cantidad * costo) o por cantidad. La parte de
      *          cada renglon se capitaliza en PROD-COSTO sobre las
      *          unidades que siguen en stock -- lo que corresponde a
      *          mercaderia ya vendida se informa como gasto del
      *          periodo, no se puede cargar a un stock que ya no
      *          esta -- y cada ajuste queda en el kardex (tipo K via
      *          GRABO-AJUSTE-COSTO) y en prorrateosCosto.dat con el
      *          costo anterior y el nuevo.
      * Mod: 15/10/2026 EK - Cada capitalizacion queda tambien en
      *      HISTORIAL-COSTOS (GRABO-HIST-COSTO, origen I).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-COSTOS-IMPORTACION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/compras.sel".
              COPY "./sel/compRenglones.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

           SELECT OPTIONAL PRORRATEOS-COSTO
             ASSIGN TO "./prorrateosCosto.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-PRORRATEOS.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/compras.fd".
              COPY "./fd/compRenglones.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

      * PRORRATEOS-COSTO: un renglon por renglon de recepcion que
      * recibio parte de un gasto, append-only como pagosProveedor:
      * cuanto se le asigno, cuanto se capitalizo y el costo del
      * producto antes y despues.
       FD PRORRATEOS-COSTO.
       01 REG-PRORRATEO.
          03 PRR-FECHA           PIC 9(8).
          03 PRR-FP-ID           PIC 9(9).
          03 PRR-COMP-NUMERO     PIC 9(9).
          03 PRR-RENGLON         PIC 9(4).
          03 PRR-CODIGO          PIC X(10).
          03 PRR-CONCEPTO        PIC XX.
          03 PRR-METODO          PIC X.
          03 PRR-ASIGNADO        PIC S9(9)V9(2).
          03 PRR-CAPITALIZADO    PIC S9(9)V9(2).
          03 PRR-COSTO-ANTERIOR  PIC S9(7)V9(2).
          03 PRR-COSTO-NUEVO     PIC S9(7)V9(2).
          03 PRR-OPERADOR        PIC X(8).

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV       PIC XX.
       01 ST-COMPRAS         PIC XX.
       01 ST-COMP-RENGLONES  PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-PRORRATEOS      PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

      * Semaforo de ventana batch: con CICLONOC en curso
      * (ventanaBatch.dat en B) la firma en modo actualizacion se
      * rechaza mostrando quien tiene la ventana y desde cuando; solo
      * un supervisor puede pasar, y el override queda asentado en
      * RECHAZOS-ABM.
       01 ST-RECHAZOS        PIC XX.
       01 ST-VENTANA         PIC XX.
       01 W-VENTANA-OCUPADA  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FP-ID            PIC 9(9).
       01 W-FACTURA-VALIDA   PIC X.

      * Concepto del gasto: queda como MOV-MOTIVO del ajuste en el
      * kardex (FL flete, DA derechos de aduana, HD honorarios del
      * despachante, OT otros gastos de importacion).
       01 W-CONCEPTO         PIC X.
       01 W-MOTIVO           PIC XX.
       01 W-CONCEPTO-VALIDO  PIC X.
      * Base del prorrateo: V = valor del renglon (cantidad * costo
      * del proveedor), C = cantidad de unidades.
       01 W-METODO           PIC X.
          88 W-POR-VALOR         VALUE "V".
          88 W-POR-CANTIDAD      VALUE "C".
       01 W-METODO-VALIDO    PIC X.
       01 W-IMPORTE-PRORRATEO PIC S9(9)V9(2).

      * Recepciones a las que se asigna el gasto (hasta 10).
       01 TABLA-RECEPCIONES.
          05 W-RECEPCION     PIC 9(9) OCCURS 10 TIMES.
       01 W-CANT-RECEPCIONES PIC 99.
       01 W-INDICE-REC       PIC 99.
       01 W-INDICE-BUSCA     PIC 99.
       01 W-COMP-NUMERO      PIC 9(9).
       01 W-FIN-CARGA-REC    PIC X.
       01 W-REPETIDA         PIC X.

      * Dos pasadas sobre los renglones: B suma la base total y
      * cuenta renglones; A asigna. El ultimo renglon se lleva la
      * diferencia de redondeo, asi lo asignado suma exacto el gasto.
       01 W-PASADA           PIC X.
          88 W-PASADA-BASE       VALUE "B".
          88 W-PASADA-ASIGNO     VALUE "A".
       01 W-FIN-RENGLONES    PIC X.
       01 W-BASE-TOTAL       PIC S9(13)V9(4).
       01 W-BASE-RENGLON     PIC S9(13)V9(4).
       01 W-CANT-LINEAS      PIC 9(5).
       01 W-LINEAS-PROCESADAS PIC 9(5).
       01 W-ASIGNADO-ACUM    PIC S9(9)V9(2).
       01 W-PARTE            PIC S9(9)V9(2).
       01 W-EN-STOCK         PIC S9(7).
       01 W-CAPITALIZADO     PIC S9(9)V9(2).
       01 W-CAPITALIZADO-TOTAL PIC S9(11)V9(2).
       01 W-A-RESULTADO      PIC S9(11)V9(2).
       01 W-COSTO-ANTERIOR   PIC S9(7)V9(2).
       01 W-MOV-GRABADO      PIC X.
       01 W-HCO-ORIGEN       PIC X VALUE "I".
       01 W-HCO-GRABADO      PIC X.
       01 W-LINEA-PANT       PIC 99.

       01 TOTAL-ZZ           PIC ---------9,99.
       01 COSTO-ZZ           PIC ------9,99.
       01 COSTO-ZZ-ADIC      PIC ------9,9999.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

       01 ST-OPERADORES      PIC XX.
       01 W-FIN-OPERADORES   PIC X VALUE "N".
      * W-TABLA-RESET: la tabla embebida se pisa recien al leer el
      * PRIMER registro del archivo, igual que en el resto de los
      * ABMs con firma.
       01 W-TABLA-RESET      PIC X VALUE "N".

       01 TABLA-OPERADORES.
          05 FILLER PIC X(18) VALUE "PTILOTTAPASS0001A ".
          05 FILLER PIC X(18) VALUE "EKISLER PASS0002A ".
          05 FILLER PIC X(18) VALUE "SUPERVISPASS0003AS".
          05 FILLER PIC X(126) VALUE SPACES.
       01 OPERADORES-R REDEFINES TABLA-OPERADORES.
          05 OPER-DATOS OCCURS 10 TIMES.
             10 OPER-ID     PIC X(8).
             10 OPER-CLAVE  PIC X(8).
             10 OPER-ESTADO PIC X.
                88 OPER-ACTIVO VALUE "A".
             10 OPER-PERFIL PIC X.

       01 W-CANT-OPERADORES  PIC 99 VALUE 3.

       01 W-OPERADOR-ID      PIC X(8).
       01 W-OPERADOR-CLAVE   PIC X(8).
       01 W-OPERADOR-ACTUAL  PIC X(8) VALUE SPACES.
       01 W-OPERADOR-SUPERVISOR PIC X VALUE SPACE.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-COSTOS-IMPORTACION".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
                  PERFORM CONTROLO-VENTANA-BATCH
                     THRU F-CONTROLO-VENTANA-BATCH
                  IF W-VENTANA-OCUPADA = "S"
                     MOVE "S" TO FIN
                  END-IF
               END-IF
               IF FIN NOT = "S"
                  PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S"
               END-IF
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
            END-IF.
            STOP RUN.

       FIRMA-OPERADOR.
            PERFORM LEO-OPERADORES THRU F-LEO-OPERADORES.
            MOVE 0 TO W-REINTENTOS-FIRMA.
            PERFORM PIDO-FIRMA THRU F-PIDO-FIRMA
                UNTIL W-OPERADOR-VALIDO = "S"
                   OR W-REINTENTOS-FIRMA > 3.
            IF W-OPERADOR-VALIDO NOT = "S"
               DISPLAY "Demasiados intentos de firma, saliendo"
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-FIRMA-OPERADOR.
            EXIT.

       LEO-OPERADORES.
            OPEN INPUT OPERADORES.
            IF ST-OPERADORES = "00"
               MOVE "N" TO W-TABLA-RESET
               MOVE "N" TO W-FIN-OPERADORES
               PERFORM LEO-UN-OPERADOR THRU F-LEO-UN-OPERADOR
                   UNTIL W-FIN-OPERADORES = "S"
               CLOSE OPERADORES
            END-IF.

       F-LEO-OPERADORES.
            EXIT.

       LEO-UN-OPERADOR.
            READ OPERADORES
              AT END
                MOVE "S" TO W-FIN-OPERADORES
              NOT AT END
                IF W-TABLA-RESET NOT = "S"
                   MOVE SPACES TO TABLA-OPERADORES
                   MOVE 0 TO W-CANT-OPERADORES
                   MOVE "S" TO W-TABLA-RESET
                END-IF
                IF W-CANT-OPERADORES < 10
                   ADD 1 TO W-CANT-OPERADORES
                   MOVE OPE-ID TO OPER-ID(W-CANT-OPERADORES)
                   MOVE OPE-CLAVE TO OPER-CLAVE(W-CANT-OPERADORES)
                   MOVE OPE-ESTADO TO OPER-ESTADO(W-CANT-OPERADORES)
                   MOVE OPE-PERFIL TO OPER-PERFIL(W-CANT-OPERADORES)
                ELSE
                   DISPLAY "Tabla de operadores llena, se ignora: "
                           OPE-ID LINE 24 COL 1
                   MOVE "S" TO W-FIN-OPERADORES
                END-IF
            END-READ.

       F-LEO-UN-OPERADOR.
            EXIT.

       PIDO-FIRMA.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Gastos de Importacion - Firma de Operador"
                        LINE 3 COL 20
                    "Operador:" LINE 10 COL 10
                    "Clave   :" LINE 12 COL 10.
            ACCEPT W-OPERADOR-ID    LINE 10 COL 25 PROMPT.
            ACCEPT W-OPERADOR-CLAVE LINE 12 COL 25 PROMPT.
            PERFORM VALIDO-FIRMA THRU F-VALIDO-FIRMA
                VARYING W-INDICE-OPER FROM 1 BY 1
                    UNTIL W-INDICE-OPER > W-CANT-OPERADORES
                       OR W-OPERADOR-VALIDO = "S".
            IF W-OPERADOR-VALIDO = "S"
               MOVE W-OPERADOR-ID TO W-OPERADOR-ACTUAL
            ELSE
               ADD 1 TO W-REINTENTOS-FIRMA
               DISPLAY "Operador o clave invalidos" LINE 24 COL 1
            END-IF.

       F-PIDO-FIRMA.
            EXIT.

       VALIDO-FIRMA.
            IF OPER-ID(W-INDICE-OPER) = W-OPERADOR-ID
                  AND OPER-CLAVE(W-INDICE-OPER) = W-OPERADOR-CLAVE
                  AND OPER-ACTIVO(W-INDICE-OPER)
               MOVE "S" TO W-OPERADOR-VALIDO
               MOVE OPER-PERFIL(W-INDICE-OPER)
                 TO W-OPERADOR-SUPERVISOR
            END-IF.

       F-VALIDO-FIRMA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT COMPRAS.
            IF ST-COMPRAS > "07"
               DISPLAY "Error abriendo Compras: " ST-COMPRAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COMP-RENGLONES.
            IF ST-COMP-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Compra: "
                       ST-COMP-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND PRORRATEOS-COSTO.
            IF ST-PRORRATEOS > "07"
               DISPLAY "Error abriendo Prorrateos: " ST-PRORRATEOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE COMPRAS.
            CLOSE COMP-RENGLONES.
            CLOSE PRODUCTOS.
            CLOSE PRORRATEOS-COSTO.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Gastos de Importacion" LINE 3 COL 29
                    GUIONES LINE 4 COL 1
                    "P=Prorratear C=Consulta recepcion  PF3=Salir"
                        LINE 24 COL 1.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               EVALUATE X
                  WHEN "P"
                     PERFORM PRORRATEO-GASTO THRU F-PRORRATEO-GASTO
                  WHEN "C"
                     PERFORM CONSULTA-RECEPCION
                        THRU F-CONSULTA-RECEPCION
                  WHEN OTHER
                     DISPLAY "Transaccion invalida" LINE 24 COL 1
               END-EVALUATE
               PERFORM PREGUNTO-CONTINUAR
            END-IF.

       F-PROCESO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra transaccion? (S/N)" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 26.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

      * PRORRATEO-GASTO: factura del gasto, concepto, importe (0 =
      * el de la factura), metodo y recepciones; con la base total
      * a la vista el operador confirma y recien ahi se asigna.
       PRORRATEO-GASTO.
            MOVE "N" TO W-FACTURA-VALIDA.
            PERFORM PIDO-FACTURA-GASTO THRU F-PIDO-FACTURA-GASTO.
            IF W-FACTURA-VALIDA NOT = "S"
               GO TO F-PRORRATEO-GASTO
            END-IF.
            MOVE "N" TO W-CONCEPTO-VALIDO.
            PERFORM PIDO-CONCEPTO THRU F-PIDO-CONCEPTO
                UNTIL W-CONCEPTO-VALIDO = "S".
            DISPLAY "Importe a prorratear (0=total): " LINE 11 COL 10.
            ACCEPT W-IMPORTE-PRORRATEO LINE 11 COL 43 PROMPT.
            IF W-IMPORTE-PRORRATEO NOT > 0
               MOVE FP-IMPORTE TO W-IMPORTE-PRORRATEO
            END-IF.
            MOVE W-IMPORTE-PRORRATEO TO TOTAL-ZZ.
            DISPLAY TOTAL-ZZ LINE 11 COL 43.
            MOVE "N" TO W-METODO-VALIDO.
            PERFORM PIDO-METODO THRU F-PIDO-METODO
                UNTIL W-METODO-VALIDO = "S".
            MOVE 0 TO W-CANT-RECEPCIONES.
            MOVE "N" TO W-FIN-CARGA-REC.
            PERFORM PIDO-UNA-RECEPCION THRU F-PIDO-UNA-RECEPCION
                UNTIL W-FIN-CARGA-REC = "S".
            IF W-CANT-RECEPCIONES = 0
               DISPLAY "Sin recepciones, no se prorratea"
                       LINE 24 COL 1
               GO TO F-PRORRATEO-GASTO
            END-IF.
            MOVE 0 TO W-BASE-TOTAL.
            MOVE 0 TO W-CANT-LINEAS.
            SET W-PASADA-BASE TO TRUE.
            PERFORM RECORRO-RECEPCION THRU F-RECORRO-RECEPCION
                VARYING W-INDICE-REC FROM 1 BY 1
                    UNTIL W-INDICE-REC > W-CANT-RECEPCIONES.
            IF W-BASE-TOTAL NOT > 0
               DISPLAY "Las recepciones no tienen renglones con base"
                       " para prorratear" LINE 24 COL 1
               GO TO F-PRORRATEO-GASTO
            END-IF.
            DISPLAY "Renglones a prorratear: " W-CANT-LINEAS
                    LINE 18 COL 10.
            DISPLAY "¿Confirma el prorrateo? (S/N)" LINE 19 COL 10.
            ACCEPT X LINE 19 COL 41 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-PRORRATEO-GASTO
            END-IF.
            MOVE 0 TO W-LINEAS-PROCESADAS.
            MOVE 0 TO W-ASIGNADO-ACUM.
            MOVE 0 TO W-CAPITALIZADO-TOTAL.
            MOVE 0 TO W-A-RESULTADO.
            SET W-PASADA-ASIGNO TO TRUE.
            PERFORM RECORRO-RECEPCION THRU F-RECORRO-RECEPCION
                VARYING W-INDICE-REC FROM 1 BY 1
                    UNTIL W-INDICE-REC > W-CANT-RECEPCIONES.
            MOVE W-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura del gasto desaparecida"
                        LINE 24 COL 1
              NOT INVALID KEY
                SET FP-YA-PRORRATEADA TO TRUE
                REWRITE REG-FACTURA-PROV
                  INVALID KEY
                    DISPLAY "Error marcando la factura: "
                            ST-FACT-PROV LINE 24 COL 1
                END-REWRITE
            END-READ.
            MOVE W-CAPITALIZADO-TOTAL TO TOTAL-ZZ.
            DISPLAY "Capitalizado en costo : " TOTAL-ZZ
                    LINE 21 COL 10.
            MOVE W-A-RESULTADO TO TOTAL-ZZ.
            DISPLAY "A resultado (vendido) : " TOTAL-ZZ
                    LINE 22 COL 10.

       F-PRORRATEO-GASTO.
            EXIT.

      * PIDO-FACTURA-GASTO: la factura del flete/derechos/despachante
      * ya tiene que estar cargada en cuentas a pagar, y no haberse
      * prorrateado antes.
       PIDO-FACTURA-GASTO.
            DISPLAY "Factura del gasto (nro. interno): "
                    LINE 07 COL 10.
            ACCEPT W-FP-ID LINE 07 COL 45 PROMPT.
            MOVE W-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura inexistente" LINE 24 COL 1
                GO TO F-PIDO-FACTURA-GASTO
            END-READ.
            IF FP-YA-PRORRATEADA
               DISPLAY "Esa factura ya se prorrateo" LINE 24 COL 1
               GO TO F-PIDO-FACTURA-GASTO
            END-IF.
            MOVE "S" TO W-FACTURA-VALIDA.
            MOVE FP-IMPORTE TO TOTAL-ZZ.
            DISPLAY "Proveedor " FP-PROVEEDOR " doc. " FP-DOCUMENTO
                    " importe " TOTAL-ZZ LINE 08 COL 10.

       F-PIDO-FACTURA-GASTO.
            EXIT.

       PIDO-CONCEPTO.
            DISPLAY "Concepto (F=Flete D=Derechos H=Despachante "
                    "O=Otros): " LINE 09 COL 10.
            ACCEPT W-CONCEPTO LINE 09 COL 65 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-CONCEPTO) TO W-CONCEPTO.
            MOVE "S" TO W-CONCEPTO-VALIDO.
            EVALUATE W-CONCEPTO
               WHEN "F"
                  MOVE "FL" TO W-MOTIVO
               WHEN "D"
                  MOVE "DA" TO W-MOTIVO
               WHEN "H"
                  MOVE "HD" TO W-MOTIVO
               WHEN "O"
                  MOVE "OT" TO W-MOTIVO
               WHEN OTHER
                  MOVE "N" TO W-CONCEPTO-VALIDO
                  DISPLAY "Concepto invalido" LINE 24 COL 1
            END-EVALUATE.

       F-PIDO-CONCEPTO.
            EXIT.

       PIDO-METODO.
            DISPLAY "Prorratear por (V=Valor C=Cantidad): "
                    LINE 12 COL 10.
            ACCEPT W-METODO LINE 12 COL 48 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-METODO) TO W-METODO.
            IF W-POR-VALOR OR W-POR-CANTIDAD
               MOVE "S" TO W-METODO-VALIDO
            ELSE
               DISPLAY "Metodo invalido" LINE 24 COL 1
            END-IF.

       F-PIDO-METODO.
            EXIT.

      * PIDO-UNA-RECEPCION: 0 termina la carga; cada recepcion tiene
      * que existir y no estar ya en la lista.
       PIDO-UNA-RECEPCION.
            DISPLAY "Recepcion " W-CANT-RECEPCIONES " (0=fin): "
                    LINE 14 COL 10.
            ACCEPT W-COMP-NUMERO LINE 14 COL 32 PROMPT.
            IF W-COMP-NUMERO = 0
               MOVE "S" TO W-FIN-CARGA-REC
               GO TO F-PIDO-UNA-RECEPCION
            END-IF.
            MOVE W-COMP-NUMERO TO COMP-NUMERO.
            READ COMPRAS KEY IS COMP-NUMERO
              INVALID KEY
                DISPLAY "Recepcion inexistente" LINE 24 COL 1
                GO TO F-PIDO-UNA-RECEPCION
            END-READ.
            MOVE "N" TO W-REPETIDA.
            PERFORM BUSCO-REPETIDA THRU F-BUSCO-REPETIDA
                VARYING W-INDICE-BUSCA FROM 1 BY 1
                    UNTIL W-INDICE-BUSCA > W-CANT-RECEPCIONES.
            IF W-REPETIDA = "S"
               DISPLAY "Recepcion ya cargada" LINE 24 COL 1
               GO TO F-PIDO-UNA-RECEPCION
            END-IF.
            ADD 1 TO W-CANT-RECEPCIONES.
            MOVE W-COMP-NUMERO TO W-RECEPCION(W-CANT-RECEPCIONES).
            DISPLAY "Prov. " COMP-PROVEEDOR " doc. " COMP-DOCUMENTO
                    LINE 15 COL 10.
            IF W-CANT-RECEPCIONES = 10
               MOVE "S" TO W-FIN-CARGA-REC
            END-IF.

       F-PIDO-UNA-RECEPCION.
            EXIT.

       BUSCO-REPETIDA.
            IF W-RECEPCION(W-INDICE-BUSCA) = W-COMP-NUMERO
               MOVE "S" TO W-REPETIDA
            END-IF.

       F-BUSCO-REPETIDA.
            EXIT.

       RECORRO-RECEPCION.
            MOVE W-RECEPCION(W-INDICE-REC) TO COMPR-NUMERO.
            MOVE 0 TO COMPR-RENGLON.
            START COMP-RENGLONES KEY IS NOT LESS THAN COMPR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM PROCESO-UN-RENGLON THRU F-PROCESO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-RECORRO-RECEPCION.
            EXIT.

       PROCESO-UN-RENGLON.
            READ COMP-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-PROCESO-UN-RENGLON
            END-READ.
            IF COMPR-NUMERO NOT = W-RECEPCION(W-INDICE-REC)
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            IF COMPR-CANT = 0
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            IF W-POR-VALOR
               COMPUTE W-BASE-RENGLON = COMPR-CANT * COMPR-COSTO
            ELSE
               MOVE COMPR-CANT TO W-BASE-RENGLON
            END-IF.
            IF W-PASADA-BASE
               IF W-BASE-RENGLON > 0
                  ADD W-BASE-RENGLON TO W-BASE-TOTAL
                  ADD 1 TO W-CANT-LINEAS
               END-IF
            ELSE
               IF W-BASE-RENGLON > 0
                  PERFORM ASIGNO-RENGLON THRU F-ASIGNO-RENGLON
               END-IF
            END-IF.

       F-PROCESO-UN-RENGLON.
            EXIT.

      * ASIGNO-RENGLON: la parte del renglon suma al costo adicional
      * por unidad de la recepcion y se capitaliza en PROD-COSTO
      * solo por las unidades que siguen en stock (como maximo las
      * del renglon); el resto va a resultado.
       ASIGNO-RENGLON.
            ADD 1 TO W-LINEAS-PROCESADAS.
            IF W-LINEAS-PROCESADAS = W-CANT-LINEAS
               COMPUTE W-PARTE = W-IMPORTE-PRORRATEO - W-ASIGNADO-ACUM
            ELSE
               COMPUTE W-PARTE ROUNDED = W-IMPORTE-PRORRATEO
                       * W-BASE-RENGLON / W-BASE-TOTAL
            END-IF.
            ADD W-PARTE TO W-ASIGNADO-ACUM.
            COMPUTE COMPR-COSTO-ADICIONAL ROUNDED =
                    COMPR-COSTO-ADICIONAL + (W-PARTE / COMPR-CANT).
            REWRITE REG-COMP-RENGLON
              INVALID KEY
                DISPLAY "Error grabando renglon: " ST-COMP-RENGLONES
                        LINE 24 COL 1
            END-REWRITE.
            MOVE COMPR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                ADD W-PARTE TO W-A-RESULTADO
                GO TO F-ASIGNO-RENGLON
            END-READ.
            MOVE PROD-COSTO TO W-COSTO-ANTERIOR.
            MOVE PROD-STOCK TO W-EN-STOCK.
            IF W-EN-STOCK > COMPR-CANT
               MOVE COMPR-CANT TO W-EN-STOCK
            END-IF.
            IF W-EN-STOCK < 0
               MOVE 0 TO W-EN-STOCK
            END-IF.
            COMPUTE W-CAPITALIZADO ROUNDED =
                    W-PARTE * W-EN-STOCK / COMPR-CANT.
            COMPUTE W-A-RESULTADO = W-A-RESULTADO +
                    (W-PARTE - W-CAPITALIZADO).
            IF W-CAPITALIZADO NOT = 0
               COMPUTE PROD-COSTO ROUNDED = PROD-COSTO +
                       (W-CAPITALIZADO / PROD-STOCK)
               REWRITE REG-PRODUCTOS
                 INVALID KEY
                   DISPLAY "Error actualizando producto: "
                           ST-PRODUCTOS LINE 24 COL 1
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                        W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                        W-IMG-GRABADO
                   ADD W-CAPITALIZADO TO W-CAPITALIZADO-TOTAL
                   CALL "GRABO-AJUSTE-COSTO" USING PROD-CODIGO
                        W-FP-ID W-CAPITALIZADO W-MOTIVO
                        W-OPERADOR-ACTUAL W-MOV-GRABADO
                   CALL "GRABO-HIST-COSTO" USING PROD-CODIGO
                        W-COSTO-ANTERIOR PROD-COSTO PROD-PRECIO
                        W-HCO-ORIGEN W-FP-ID W-OPERADOR-ACTUAL
                        W-HCO-GRABADO
               END-REWRITE
            END-IF.
            PERFORM GRABO-PRORRATEO THRU F-GRABO-PRORRATEO.

       F-ASIGNO-RENGLON.
            EXIT.

       GRABO-PRORRATEO.
            MOVE W-FECHA-SISTEMA TO PRR-FECHA.
            MOVE W-FP-ID TO PRR-FP-ID.
            MOVE COMPR-NUMERO TO PRR-COMP-NUMERO.
            MOVE COMPR-RENGLON TO PRR-RENGLON.
            MOVE COMPR-CODIGO TO PRR-CODIGO.
            MOVE W-MOTIVO TO PRR-CONCEPTO.
            MOVE W-METODO TO PRR-METODO.
            MOVE W-PARTE TO PRR-ASIGNADO.
            MOVE W-CAPITALIZADO TO PRR-CAPITALIZADO.
            MOVE W-COSTO-ANTERIOR TO PRR-COSTO-ANTERIOR.
            MOVE PROD-COSTO TO PRR-COSTO-NUEVO.
            MOVE W-OPERADOR-ACTUAL TO PRR-OPERADOR.
            WRITE REG-PRORRATEO.

       F-GRABO-PRORRATEO.
            EXIT.

      * CONSULTA-RECEPCION: renglones con costo del proveedor, el
      * adicional prorrateado por unidad y el costo puesto en
      * deposito.
       CONSULTA-RECEPCION.
            DISPLAY "Recepcion a consultar: " LINE 07 COL 10.
            ACCEPT W-COMP-NUMERO LINE 07 COL 34 PROMPT.
            MOVE W-COMP-NUMERO TO COMP-NUMERO.
            READ COMPRAS KEY IS COMP-NUMERO
              INVALID KEY
                DISPLAY "Recepcion inexistente" LINE 24 COL 1
                GO TO F-CONSULTA-RECEPCION
            END-READ.
            DISPLAY "Prov. " COMP-PROVEEDOR " doc. " COMP-DOCUMENTO
                    " fecha " COMP-FECHA LINE 08 COL 10.
            DISPLAY "Codigo     Cantidad   Costo prov.  Adicional"
                    "  Puesto" LINE 09 COL 10.
            MOVE 10 TO W-LINEA-PANT.
            MOVE 1 TO W-INDICE-REC.
            MOVE W-COMP-NUMERO TO W-RECEPCION(1).
            MOVE W-COMP-NUMERO TO COMPR-NUMERO.
            MOVE 0 TO COMPR-RENGLON.
            START COMP-RENGLONES KEY IS NOT LESS THAN COMPR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM MUESTRO-UN-RENGLON THRU F-MUESTRO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-CONSULTA-RECEPCION.
            EXIT.

       MUESTRO-UN-RENGLON.
            READ COMP-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF COMPR-NUMERO NOT = W-COMP-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF W-LINEA-PANT < 23
                      MOVE COMPR-COSTO TO COSTO-ZZ
                      MOVE COMPR-COSTO-ADICIONAL TO COSTO-ZZ-ADIC
                      COMPUTE W-COSTO-ANTERIOR ROUNDED =
                              COMPR-COSTO + COMPR-COSTO-ADICIONAL
                      MOVE W-COSTO-ANTERIOR TO TOTAL-ZZ
                      DISPLAY COMPR-CODIGO SPACE COMPR-CANT SPACE
                              COSTO-ZZ SPACE COSTO-ZZ-ADIC TOTAL-ZZ
                              LINE W-LINEA-PANT COL 10
                      ADD 1 TO W-LINEA-PANT
                   END-IF
                END-IF
            END-READ.

       F-MUESTRO-UN-RENGLON.
            EXIT.

      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
      * RECHAZOS-ABM como override -- el caso genuinamente
      * excepcional tiene que dejar huella.
       CONTROLO-VENTANA-BATCH.
            MOVE "N" TO W-VENTANA-OCUPADA.
            OPEN INPUT VENTANA-BATCH.
            IF ST-VENTANA = "00"
               READ VENTANA-BATCH
                 AT END
                   CONTINUE
                 NOT AT END
                   IF VB-BATCH-EN-CURSO
                      MOVE "S" TO W-VENTANA-OCUPADA
                   END-IF
               END-READ
               CLOSE VENTANA-BATCH
            END-IF.
            IF W-VENTANA-OCUPADA = "S"
               DISPLAY "VENTANA BATCH EN CURSO: " VB-PROCESO
                       " desde " VB-FECHA SPACE VB-HORA
                       LINE 22 COL 1
               IF W-OPERADOR-SUPERVISOR = "S"
                  DISPLAY "¿Continuar igual? (S/N)" LINE 23 COL 1
                  ACCEPT X LINE 23 COL 26
                  IF X = "S" OR X = "s"
                     MOVE "N" TO W-VENTANA-OCUPADA
                     PERFORM GRABO-OVERRIDE-VENTANA
                        THRU F-GRABO-OVERRIDE-VENTANA
                  END-IF
               ELSE
                  DISPLAY "Actualizacion bloqueada hasta que el "
                          "ciclo libere la ventana" LINE 23 COL 1
               END-IF
            END-IF.

       F-CONTROLO-VENTANA-BATCH.
            EXIT.

       GRABO-OVERRIDE-VENTANA.
            MOVE 0 TO RCH-CLI-ID.
            MOVE "V" TO RCH-TRANSACCION.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO RCH-FECHA.
            ACCEPT RCH-HORA FROM TIME.
            MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR.
            MOVE "OVERRIDE DE VENTANA BATCH EN CURSO"
              TO RCH-MOTIVO.
            WRITE REG-RECHAZO.

       F-GRABO-OVERRIDE-VENTANA.
            EXIT.

       END PROGRAM "ABM-COSTOS-IMPORTACION".
