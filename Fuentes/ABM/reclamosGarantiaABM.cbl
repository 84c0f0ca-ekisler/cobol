      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reclamos de servicio por garantia sobre equipos
      *          vendidos con numero de serie. El mostrador tipea la
      *          serie que trae el cliente y el programa la busca en
      *          SERIES-VENDIDAS: producto, factura, cliente, fecha de
      *          venta, fin de la garantia de fabrica y proveedor que
      *          la cubre, y si a hoy esta o no en garantia. El
      *          reclamo se registra con la falla informada y queda
      *          pendiente hasta que se cierra con su resultado:
      *          reparado, cambiado (devolucion con nota de credito
      *          contra la factura de la venta; la serie pasa a
      *          devuelta) o rechazado con el motivo. Todo el programa
      *          va con la transaccion GA de la matriz de permisos; el
      *          intento sin permiso queda en RECHAZOS-ABM.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-RECLAMOS-GARANTIA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/reclamosGarantia.sel".
              COPY "./sel/seriesVendidas.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/reclamosGarantia.fd".
              COPY "./fd/seriesVendidas.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-RECLAMOS        PIC XX.
       01 ST-SERIES          PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-COD-PERMISO      PIC X(2) VALUE "GA".
       01 W-PERMITIDO        PIC X.

      * Serie buscada: la clave alterna es la serie sola, porque el
      * cliente trae el numero y no el codigo de producto; si la
      * misma serie figura en mas de un producto se pide el codigo.
       01 W-SERIE-BUSCADA    PIC X(20).
       01 W-CODIGO-BUSCADO   PIC X(10).
       01 W-CANT-SERIES      PIC 9(3).
       01 W-FIN-SERIES       PIC X.
       01 W-EN-GARANTIA      PIC X.
       01 W-CONFIRMA         PIC X.
          88 W-CONFIRMA-SI         VALUE "S" "s".

      * Reclamo: numero correlativo desde el ultimo grabado.
       01 W-ULTIMO-RECLAMO   PIC 9(7) VALUE 0.
       01 W-FIN-RECLAMOS     PIC X.
       01 W-RGA-NUMERO       PIC 9(7).
       01 W-FALLA            PIC X(60).
       01 W-OBSERVACION      PIC X(60).
       01 W-NC-NUMERO        PIC 9(9).
       01 W-RESULTADO        PIC X.
          88 W-RES-REPARADO        VALUE "R" "r".
          88 W-RES-CAMBIADO        VALUE "C" "c".
          88 W-RES-RECHAZADO       VALUE "X" "x".

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

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
                  PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
               END-IF
               IF FIN NOT = "S"
                  PERFORM BUSCO-ULTIMO-RECLAMO
                     THRU F-BUSCO-ULTIMO-RECLAMO
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
                    "Reclamos de Garantia - Firma de Operador"
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
            OPEN I-O RECLAMOS-GARANTIA.
            IF ST-RECLAMOS > "07"
               DISPLAY "Error abriendo Reclamos: " ST-RECLAMOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O SERIES-VENDIDAS.
            IF ST-SERIES > "07"
               DISPLAY "Error abriendo Series Vendidas: " ST-SERIES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Facturas: " ST-FACTURA
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN INPUT PRODUCTOS.
            OPEN INPUT PROVEEDORES.
            OPEN INPUT CLIENTES.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE RECLAMOS-GARANTIA.
            CLOSE SERIES-VENDIDAS.
            CLOSE FACTURA.
            CLOSE PRODUCTOS.
            CLOSE PROVEEDORES.
            CLOSE CLIENTES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-PERMISO: un cambio por garantia termina en una nota
      * de credito; sin la transaccion GA no se entra al programa.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "G" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "RECLAMOS DE GARANTIA SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
               ACCEPT X LINE 24 COL 60
               MOVE "S" TO FIN
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * BUSCO-ULTIMO-RECLAMO: el ultimo numero usado, recorriendo el
      * archivo por la clave principal -- el mismo correlativo que
      * los pedidos de ABM-DATOS-PERSONALES.
       BUSCO-ULTIMO-RECLAMO.
            MOVE 0 TO W-ULTIMO-RECLAMO.
            MOVE 0 TO RGA-NUMERO.
            START RECLAMOS-GARANTIA
                  KEY IS NOT LESS THAN RGA-NUMERO
              INVALID KEY
                GO TO F-BUSCO-ULTIMO-RECLAMO
            END-START.
            MOVE "N" TO W-FIN-RECLAMOS.
            PERFORM MIRO-UN-RECLAMO THRU F-MIRO-UN-RECLAMO
                UNTIL W-FIN-RECLAMOS = "S".

       F-BUSCO-ULTIMO-RECLAMO.
            EXIT.

       MIRO-UN-RECLAMO.
            READ RECLAMOS-GARANTIA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RECLAMOS
              NOT AT END
                MOVE RGA-NUMERO TO W-ULTIMO-RECLAMO
            END-READ.

       F-MIRO-UN-RECLAMO.
            EXIT.

       PROCESO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Reclamos de Garantia" LINE 3 COL 30
                    GUIONES LINE 4 COL 1
                    "Operador: " LINE 5 COL 10 W-OPERADOR-ACTUAL
                    "1 - Consultar serie / recibir reclamo"
                        LINE 8 COL 10
                    "2 - Cerrar un reclamo" LINE 10 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            EVALUATE X
               WHEN "1"
                  PERFORM RECIBO-RECLAMO THRU F-RECIBO-RECLAMO
               WHEN "2"
                  PERFORM CIERRO-RECLAMO THRU F-CIERRO-RECLAMO
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.

       F-PROCESO.
            EXIT.

      * RECIBO-RECLAMO: busca la serie, muestra la venta y la
      * garantia y, si el operador confirma, registra el reclamo.
      * Una serie anulada o devuelta no es una venta vigente y no
      * admite reclamo.
       RECIBO-RECLAMO.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Numero de serie: " LINE 6 COL 5.
            MOVE SPACES TO W-SERIE-BUSCADA.
            ACCEPT W-SERIE-BUSCADA LINE 6 COL 22 PROMPT.
            IF PF-SALIR OR W-SERIE-BUSCADA = SPACES
               GO TO F-RECIBO-RECLAMO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-SERIE-BUSCADA)
              TO W-SERIE-BUSCADA.
            PERFORM BUSCO-SERIE THRU F-BUSCO-SERIE.
            IF W-CANT-SERIES = 0
               DISPLAY "Serie sin venta registrada: no se puede "
                       "asociar a una factura" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-RECIBO-RECLAMO
            END-IF.
            IF W-CANT-SERIES > 1
               DISPLAY "La serie figura en mas de un producto. "
                       "Codigo: " LINE 7 COL 5
               MOVE SPACES TO W-CODIGO-BUSCADO
               ACCEPT W-CODIGO-BUSCADO LINE 7 COL 52 PROMPT
               MOVE FUNCTION UPPER-CASE(W-CODIGO-BUSCADO)
                 TO W-CODIGO-BUSCADO
            END-IF.
            MOVE W-CODIGO-BUSCADO TO SER-CODIGO.
            MOVE W-SERIE-BUSCADA TO SER-NUMERO-SERIE.
            READ SERIES-VENDIDAS KEY IS SER-CLAVE
              INVALID KEY
                DISPLAY "Producto y serie inexistentes" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-RECIBO-RECLAMO
            END-READ.
            PERFORM MUESTRO-SERIE THRU F-MUESTRO-SERIE.
            IF NOT SER-VENDIDA
               ACCEPT X LINE 24 COL 60
               GO TO F-RECIBO-RECLAMO
            END-IF.
            DISPLAY "Registra reclamo (S/N): " LINE 17 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 17 COL 29 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-RECIBO-RECLAMO
            END-IF.
            DISPLAY "Falla informada: " LINE 18 COL 5.
            MOVE SPACES TO W-FALLA.
            ACCEPT W-FALLA LINE 18 COL 22 PROMPT.
            IF PF-SALIR
               GO TO F-RECIBO-RECLAMO
            END-IF.
            IF W-FALLA = SPACES
               DISPLAY "Falta la falla, el reclamo no se registra"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-RECIBO-RECLAMO
            END-IF.
            PERFORM GRABO-RECLAMO THRU F-GRABO-RECLAMO.

       F-RECIBO-RECLAMO.
            EXIT.

      * BUSCO-SERIE: cuenta en cuantos productos figura la serie por
      * la clave alterna y deja el codigo del primero.
       BUSCO-SERIE.
            MOVE 0 TO W-CANT-SERIES.
            MOVE SPACES TO W-CODIGO-BUSCADO.
            MOVE W-SERIE-BUSCADA TO SER-NUMERO-SERIE.
            START SERIES-VENDIDAS KEY IS EQUAL TO SER-NUMERO-SERIE
              INVALID KEY
                GO TO F-BUSCO-SERIE
            END-START.
            MOVE "N" TO W-FIN-SERIES.
            PERFORM CUENTO-UNA-SERIE THRU F-CUENTO-UNA-SERIE
                UNTIL W-FIN-SERIES = "S".

       F-BUSCO-SERIE.
            EXIT.

       CUENTO-UNA-SERIE.
            READ SERIES-VENDIDAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-SERIES
                GO TO F-CUENTO-UNA-SERIE
            END-READ.
            IF SER-NUMERO-SERIE NOT = W-SERIE-BUSCADA
               MOVE "S" TO W-FIN-SERIES
               GO TO F-CUENTO-UNA-SERIE
            END-IF.
            ADD 1 TO W-CANT-SERIES.
            IF W-CANT-SERIES = 1
               MOVE SER-CODIGO TO W-CODIGO-BUSCADO
            END-IF.

       F-CUENTO-UNA-SERIE.
            EXIT.

      * MUESTRO-SERIE: venta y garantia de la serie leida. En
      * garantia = vendida, con plazo y sin vencer a hoy.
       MUESTRO-SERIE.
            DISPLAY " " LINE 7 COL 1 ERASE EOS.
            MOVE SER-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE SPACES TO PROD-DESCRIPCION
            END-READ.
            MOVE SER-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            MOVE SER-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                MOVE SPACES TO PROV-RAZONSOCIAL
            END-READ.
            DISPLAY "Producto  : " LINE 8 COL 5
                    SER-CODIGO LINE 8 COL 17
                    PROD-DESCRIPCION LINE 8 COL 29
                    "Serie     : " LINE 9 COL 5
                    SER-NUMERO-SERIE LINE 9 COL 17
                    "Factura   : " LINE 10 COL 5
                    SER-FACT-NUMERO LINE 10 COL 17
                    "del " LINE 10 COL 28
                    SER-FECHA-VENTA LINE 10 COL 32
                    "Cliente   : " LINE 11 COL 5
                    SER-CLI-ID LINE 11 COL 17
                    CLI_NOMBRE(1:40) LINE 11 COL 26
                    "Proveedor : " LINE 12 COL 5
                    SER-PROVEEDOR LINE 12 COL 17
                    PROV-RAZONSOCIAL(1:40) LINE 12 COL 26
                    "Garantia hasta: " LINE 13 COL 5
                    SER-GARANTIA-HASTA LINE 13 COL 21
                    "Reclamos anteriores: " LINE 13 COL 35
                    SER-CANT-RECLAMOS LINE 13 COL 56.
            MOVE "N" TO W-EN-GARANTIA.
            EVALUATE TRUE
               WHEN SER-ANULADA
                  DISPLAY "SERIE ANULADA: la factura de venta fue "
                          "anulada" LINE 15 COL 5
               WHEN SER-DEVUELTA
                  DISPLAY "SERIE DEVUELTA: ya se cambio por garantia"
                          LINE 15 COL 5
               WHEN SER-GARANTIA-HASTA = 0
                  DISPLAY "VENDIDA SIN GARANTIA" LINE 15 COL 5
               WHEN SER-GARANTIA-HASTA < W-FECHA-SISTEMA
                  DISPLAY "FUERA DE GARANTIA" LINE 15 COL 5
               WHEN OTHER
                  MOVE "S" TO W-EN-GARANTIA
                  DISPLAY "EN GARANTIA" LINE 15 COL 5
            END-EVALUATE.

       F-MUESTRO-SERIE.
            EXIT.

       GRABO-RECLAMO.
            INITIALIZE REG-RECLAMO-GARANTIA.
            COMPUTE RGA-NUMERO = W-ULTIMO-RECLAMO + 1.
            MOVE W-FECHA-SISTEMA TO RGA-FECHA.
            MOVE SER-CODIGO TO RGA-CODIGO.
            MOVE SER-NUMERO-SERIE TO RGA-NUMERO-SERIE.
            MOVE SER-FACT-NUMERO TO RGA-FACT-NUMERO.
            MOVE SER-CLI-ID TO RGA-CLI-ID.
            MOVE SER-PROVEEDOR TO RGA-PROVEEDOR.
            MOVE W-EN-GARANTIA TO RGA-EN-GARANTIA.
            MOVE FUNCTION UPPER-CASE(W-FALLA) TO RGA-FALLA.
            SET RGA-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO RGA-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO RGA-USUARIO-ALTA.
            MOVE W-FECHA-SISTEMA TO RGA-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO RGA-USUARIO-MODIF.
            WRITE REG-RECLAMO-GARANTIA
              INVALID KEY
                DISPLAY "Error grabando el reclamo: " ST-RECLAMOS
                        LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-GRABO-RECLAMO
            END-WRITE.
            MOVE RGA-NUMERO TO W-ULTIMO-RECLAMO.
            ADD 1 TO SER-CANT-RECLAMOS.
            MOVE W-FECHA-SISTEMA TO SER-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO SER-USUARIO-MODIF.
            REWRITE REG-SERIE-VENDIDA.
            DISPLAY "Reclamo registrado con el numero " LINE 24 COL 1
                    RGA-NUMERO LINE 24 COL 34.
            ACCEPT X LINE 24 COL 60.

       F-GRABO-RECLAMO.
            EXIT.

      * CIERRO-RECLAMO: un reclamo pendiente se cierra una sola vez.
      * R = reparado; C = cambiado, con la nota de credito emitida en
      * ABM-FACTURAS contra la factura de la venta (activa y con esa
      * factura de origen), y la serie pasa a devuelta; X =
      * rechazado, con el motivo obligatorio en la observacion.
       CIERRO-RECLAMO.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Reclamo: " LINE 6 COL 5.
            MOVE 0 TO W-RGA-NUMERO.
            ACCEPT W-RGA-NUMERO LINE 6 COL 14 PROMPT.
            IF PF-SALIR OR W-RGA-NUMERO = 0
               GO TO F-CIERRO-RECLAMO
            END-IF.
            MOVE W-RGA-NUMERO TO RGA-NUMERO.
            READ RECLAMOS-GARANTIA KEY IS RGA-NUMERO
              INVALID KEY
                DISPLAY "Reclamo inexistente" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-CIERRO-RECLAMO
            END-READ.
            PERFORM MUESTRO-RECLAMO THRU F-MUESTRO-RECLAMO.
            IF NOT RGA-PENDIENTE
               DISPLAY "El reclamo ya esta cerrado" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CIERRO-RECLAMO
            END-IF.
            DISPLAY "R=Reparado C=Cambiado (NC) X=Rechazado: "
                    LINE 16 COL 5.
            MOVE SPACE TO W-RESULTADO.
            ACCEPT W-RESULTADO LINE 16 COL 46 PROMPT.
            IF PF-SALIR
               GO TO F-CIERRO-RECLAMO
            END-IF.
            IF NOT (W-RES-REPARADO OR W-RES-CAMBIADO
                    OR W-RES-RECHAZADO)
               DISPLAY "Resultado invalido, el reclamo sigue "
                       "pendiente" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CIERRO-RECLAMO
            END-IF.
            MOVE 0 TO W-NC-NUMERO.
            IF W-RES-CAMBIADO
               PERFORM PIDO-NOTA-CREDITO THRU F-PIDO-NOTA-CREDITO
               IF W-NC-NUMERO = 0
                  GO TO F-CIERRO-RECLAMO
               END-IF
            END-IF.
            DISPLAY "Observacion: " LINE 18 COL 5.
            MOVE SPACES TO W-OBSERVACION.
            ACCEPT W-OBSERVACION LINE 18 COL 18 PROMPT.
            IF PF-SALIR
               GO TO F-CIERRO-RECLAMO
            END-IF.
            IF W-RES-RECHAZADO AND W-OBSERVACION = SPACES
               DISPLAY "Un rechazo lleva el motivo en la observacion"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CIERRO-RECLAMO
            END-IF.
            EVALUATE TRUE
               WHEN W-RES-REPARADO
                  SET RGA-REPARADO TO TRUE
               WHEN W-RES-CAMBIADO
                  SET RGA-CAMBIADO TO TRUE
               WHEN OTHER
                  SET RGA-RECHAZADO TO TRUE
            END-EVALUATE.
            MOVE W-NC-NUMERO TO RGA-NC-NUMERO.
            MOVE W-FECHA-SISTEMA TO RGA-FECHA-CIERRE.
            MOVE FUNCTION UPPER-CASE(W-OBSERVACION)
              TO RGA-OBSERVACION.
            MOVE W-FECHA-SISTEMA TO RGA-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO RGA-USUARIO-MODIF.
            REWRITE REG-RECLAMO-GARANTIA
              INVALID KEY
                DISPLAY "Error grabando el reclamo: " ST-RECLAMOS
                        LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-CIERRO-RECLAMO
            END-REWRITE.
            IF RGA-CAMBIADO
               PERFORM MARCO-SERIE-DEVUELTA
                  THRU F-MARCO-SERIE-DEVUELTA
            END-IF.
            DISPLAY "Reclamo cerrado" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 60.

       F-CIERRO-RECLAMO.
            EXIT.

      * PIDO-NOTA-CREDITO: la nota de credito del cambio tiene que
      * existir, estar activa y haber sido emitida contra la factura
      * de la venta; si no, W-NC-NUMERO vuelve en cero.
       PIDO-NOTA-CREDITO.
            DISPLAY "Nota de credito: " LINE 17 COL 5.
            ACCEPT W-NC-NUMERO LINE 17 COL 22 PROMPT.
            IF PF-SALIR OR W-NC-NUMERO = 0
               MOVE 0 TO W-NC-NUMERO
               GO TO F-PIDO-NOTA-CREDITO
            END-IF.
            MOVE W-NC-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                DISPLAY "Nota de credito inexistente" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                MOVE 0 TO W-NC-NUMERO
                GO TO F-PIDO-NOTA-CREDITO
            END-READ.
            IF NOT FACT-TIPO-NOTA-CREDITO OR NOT FACT-ACTIVA
                  OR FACT-NUMERO-ORIGEN NOT = RGA-FACT-NUMERO
               DISPLAY "No es una nota de credito activa contra la "
                       "factura " RGA-FACT-NUMERO LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               MOVE 0 TO W-NC-NUMERO
            END-IF.

       F-PIDO-NOTA-CREDITO.
            EXIT.

       MARCO-SERIE-DEVUELTA.
            MOVE RGA-CODIGO TO SER-CODIGO.
            MOVE RGA-NUMERO-SERIE TO SER-NUMERO-SERIE.
            READ SERIES-VENDIDAS KEY IS SER-CLAVE
              INVALID KEY
                GO TO F-MARCO-SERIE-DEVUELTA
            END-READ.
            IF SER-VENDIDA AND SER-FACT-NUMERO = RGA-FACT-NUMERO
               SET SER-DEVUELTA TO TRUE
               MOVE W-FECHA-SISTEMA TO SER-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO SER-USUARIO-MODIF
               REWRITE REG-SERIE-VENDIDA
            END-IF.

       F-MARCO-SERIE-DEVUELTA.
            EXIT.

       MUESTRO-RECLAMO.
            DISPLAY " " LINE 7 COL 1 ERASE EOS.
            MOVE RGA-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE SPACES TO PROD-DESCRIPCION
            END-READ.
            DISPLAY "Fecha     : " LINE 8 COL 5
                    RGA-FECHA LINE 8 COL 17
                    "En garantia: " LINE 8 COL 30
                    RGA-EN-GARANTIA LINE 8 COL 43
                    "Producto  : " LINE 9 COL 5
                    RGA-CODIGO LINE 9 COL 17
                    PROD-DESCRIPCION LINE 9 COL 29
                    "Serie     : " LINE 10 COL 5
                    RGA-NUMERO-SERIE LINE 10 COL 17
                    "Factura   : " LINE 11 COL 5
                    RGA-FACT-NUMERO LINE 11 COL 17
                    "Cliente " LINE 11 COL 30
                    RGA-CLI-ID LINE 11 COL 38
                    "Falla     : " LINE 12 COL 5
                    RGA-FALLA LINE 12 COL 17
                    "Resultado : " LINE 13 COL 5
                    RGA-RESULTADO LINE 13 COL 17.
            IF NOT RGA-PENDIENTE
               DISPLAY "cerrado el " LINE 13 COL 20
                       RGA-FECHA-CIERRE LINE 13 COL 31
                       RGA-OBSERVACION LINE 14 COL 17
            END-IF.

       F-MUESTRO-RECLAMO.
            EXIT.

       END PROGRAM "ABM-RECLAMOS-GARANTIA".
