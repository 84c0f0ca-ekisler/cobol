      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Ordenes de Compra. ABM-COMPRAS registraba
      *          lo que llegaba sin que nada dijera que se habia
      *          pedido, a que precio ni para cuando. Este programa
      *          emite la orden (proveedor validado contra
      *          PROVEEDORES, numero del talonario O de la sucursal
      *          via PROXIMO-NUMERO) con un renglon por producto de
      *          PRODUCTOS, su costo pactado y su fecha prometida. La
      *          recepcion se carga despues contra la orden en
      *          ABM-COMPRAS, que va sumando lo recibido renglon por
      *          renglon; lo que falta entregar queda como backorder
      *          y se ve aca por proveedor, marcando lo atrasado. La
      *          factura del proveedor se calza contra la orden y la
      *          recepcion en ABM-CTAS-PAGAR.
      * Mod: 15/10/2026 EK - Cantidad y costo pactado van en la unidad
      *      de compra del producto (la del proveedor); el costo
      *      propuesto es PROD-COSTO por el factor de compra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-ORDENES-COMPRA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/ordenesCompra.sel".
              COPY "./sel/ocRenglones.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/ordenesCompra.fd".
              COPY "./fd/ocRenglones.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-ORDENES         PIC XX.
       01 ST-OC-RENGLONES    PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-PRODUCTOS       PIC XX.
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

       01 W-OC-NUMERO        PIC 9(9).
       01 W-OC-SUCURSAL      PIC X(3).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-ORDEN-EXISTE     VALUE "S".
       01 W-PROVEEDOR-VALIDO PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-CANT-RENGLONES   PIC 9(4).
       01 W-CANT-CARGADOS    PIC 9(4).
       01 W-INDICE-RENG      PIC 9(4).
       01 W-ITEM-VALIDO      PIC X.

      * Numeracion por talonario: con Nro. Orden 0 en el alta el
      * numero sale de la serie O de la sucursal via PROXIMO-NUMERO,
      * igual que los recibos en ABM-COBRANZAS.
       01 W-TIPO-SERIE       PIC X VALUE "O".
       01 W-NUMERO-SERIE     PIC 9(9).

      * Renglon en carga: costo pactado en 0 toma el PROD-COSTO
      * vigente; fecha prometida en 0 toma la de la orden.
       01 W-OCR-CODIGO       PIC X(10).
       01 W-OCR-CANT         PIC 9(5).
       01 W-OCR-COSTO        PIC 9(7)V9(2).
       01 W-OCR-FECHA        PIC 9(8).
       01 W-FACTOR-COMPRA    PIC 9(5).
       01 W-PENDIENTE        PIC S9(7).

      * Captura de fecha con validacion real (anio/mes/dia) a traves
      * de VALIDO-FECHA, la misma libreria de fechas de ABM-COBRANZAS.
       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

      * Listados en pantalla (consulta de la orden y backorders por
      * proveedor).
       01 W-FIN-RENGLONES    PIC X.
       01 W-FIN-ORDENES      PIC X.
       01 W-PROV-BUSCADO     PIC 9(5).
       01 W-LINEA-PANT       PIC 99.
       01 W-CANT-ATRASADOS   PIC 9(4).

       01 TOTAL-ZZ           PIC ---------9,99.
       01 COSTO-ZZ           PIC ------9,99.
       01 CANT-ZZ            PIC ZZZZZZ9.
       01 PEND-ZZ            PIC ------9.

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
                    "Ordenes de Compra - Firma de Operador"
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
            OPEN I-O ORDENES-COMPRA.
            IF ST-ORDENES > "07"
               DISPLAY "Error abriendo Ordenes de Compra: " ST-ORDENES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O OC-RENGLONES.
            IF ST-OC-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Orden: "
                       ST-OC-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PROVEEDORES.
            IF ST-PROVEEDORES > "07"
               DISPLAY "Error abriendo Proveedores: " ST-PROVEEDORES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
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
            CLOSE ORDENES-COMPRA.
            CLOSE OC-RENGLONES.
            CLOSE PROVEEDORES.
            CLOSE PRODUCTOS.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Ordenes de Compra" LINE 3 COL 31
                    GUIONES LINE 4 COL 1
                    "A=Alta C=Consulta B=Anular P=Pendientes  "
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 43.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-ORDEN THRU F-ALTA-ORDEN
                  WHEN "C"
                     PERFORM CONSULTA-ORDEN THRU F-CONSULTA-ORDEN
                  WHEN "B"
                     PERFORM ANULO-ORDEN THRU F-ANULO-ORDEN
                  WHEN "P"
                     PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
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

      * ALTA-ORDEN: los renglones se graban a medida que se cargan
      * (uno por producto, numerados en el orden de carga) y el
      * encabezado al final, con el total valorizado al costo
      * pactado; una orden sin ningun renglon valido no se graba.
       ALTA-ORDEN.
            DISPLAY "Sucursal        : " LINE 07 COL 10.
            ACCEPT W-OC-SUCURSAL LINE 07 COL 29 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-OC-SUCURSAL) TO W-OC-SUCURSAL.
            DISPLAY "Nro. Orden (0=talonario): " LINE 08 COL 10.
            ACCEPT W-OC-NUMERO LINE 08 COL 37 PROMPT.
            IF W-OC-NUMERO = 0
               PERFORM TOMO-NUMERO-SERIE THRU F-TOMO-NUMERO-SERIE
            END-IF.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            IF W-ORDEN-EXISTE OR W-OC-NUMERO = 0
               DISPLAY "Ya existe esa orden (o numero en cero)"
                       LINE 24 COL 1
               GO TO F-ALTA-ORDEN
            END-IF.
            INITIALIZE REG-ORDEN-COMPRA REPLACING NUMERIC DATA BY ZERO
                                        ALPHANUMERIC DATA BY SPACES.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            MOVE W-OC-SUCURSAL TO OC-SUCURSAL.
            MOVE W-FECHA-SISTEMA TO OC-FECHA.
            MOVE "N" TO W-PROVEEDOR-VALIDO.
            PERFORM PIDO-PROVEEDOR THRU F-PIDO-PROVEEDOR
                UNTIL W-PROVEEDOR-VALIDO = "S".
            DISPLAY "Entrega prometida (AAAAMMDD): " LINE 10 COL 10.
            MOVE "N" TO W-FECHA-VALIDA.
            PERFORM PIDO-FECHA-PROMETIDA THRU F-PIDO-FECHA-PROMETIDA
                UNTIL W-FECHA-VALIDA = "S".
            MOVE W-FECHA-CAPTURA TO OC-FECHA-PROMETIDA.
            DISPLAY "Cant. renglones : " LINE 11 COL 10.
            ACCEPT W-CANT-RENGLONES LINE 11 COL 29 PROMPT.
            IF W-CANT-RENGLONES = 0
               MOVE 1 TO W-CANT-RENGLONES
            END-IF.
            MOVE 0 TO W-CANT-CARGADOS.
            PERFORM CARGO-UN-RENGLON THRU F-CARGO-UN-RENGLON
                VARYING W-INDICE-RENG FROM 1 BY 1
                    UNTIL W-INDICE-RENG > W-CANT-RENGLONES.
            IF W-CANT-CARGADOS = 0
               DISPLAY "Orden sin renglones, no se graba"
                       LINE 24 COL 1
               GO TO F-ALTA-ORDEN
            END-IF.
            MOVE W-CANT-CARGADOS TO OC-CANT-RENGLONES.
            SET OC-ABIERTA TO TRUE.
            MOVE W-FECHA-SISTEMA TO OC-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO OC-USUARIO-ALTA.
            WRITE REG-ORDEN-COMPRA
              INVALID KEY
                DISPLAY "Error grabando orden: " ST-ORDENES
                        LINE 24 COL 1
              NOT INVALID KEY
                MOVE OC-TOTAL TO TOTAL-ZZ
                DISPLAY "Orden " OC-NUMERO " grabada, total "
                        TOTAL-ZZ LINE 24 COL 1
            END-WRITE.

       F-ALTA-ORDEN.
            EXIT.

       TOMO-NUMERO-SERIE.
            CALL "PROXIMO-NUMERO" USING W-OC-SUCURSAL W-TIPO-SERIE
                 W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " W-OC-SUCURSAL "/O sin cargar, "
                       "ingrese numero" LINE 24 COL 1
               ACCEPT W-OC-NUMERO LINE 08 COL 37 PROMPT
            ELSE
               MOVE W-NUMERO-SERIE TO W-OC-NUMERO
               DISPLAY W-OC-NUMERO LINE 08 COL 37
            END-IF.

       F-TOMO-NUMERO-SERIE.
            EXIT.

       PIDO-PROVEEDOR.
            DISPLAY "Proveedor       : " LINE 09 COL 10.
            ACCEPT OC-PROVEEDOR LINE 09 COL 29 PROMPT.
            MOVE OC-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                MOVE "N" TO W-PROVEEDOR-VALIDO
                DISPLAY "Proveedor inexistente" LINE 24 COL 1
              NOT INVALID KEY
                IF NOT PROV-ACTIVO
                   MOVE "N" TO W-PROVEEDOR-VALIDO
                   DISPLAY "Proveedor dado de baja" LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-PROVEEDOR-VALIDO
                   DISPLAY PROV-RAZONSOCIAL LINE 09 COL 40
                END-IF
            END-READ.

       F-PIDO-PROVEEDOR.
            EXIT.

       PIDO-FECHA-PROMETIDA.
            ACCEPT W-FECHA-CAPTURA LINE 10 COL 41 PROMPT.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA = "S"
                  AND W-FECHA-CAPTURA < W-FECHA-SISTEMA
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
               DISPLAY "Fecha invalida o pasada (AAAAMMDD)"
                       LINE 24 COL 1
            END-IF.

       F-PIDO-FECHA-PROMETIDA.
            EXIT.

      * CARGO-UN-RENGLON: el codigo tiene que existir en PRODUCTOS y
      * estar activo; costo pactado 0 toma el costo vigente del
      * producto y fecha 0 la entrega prometida de la orden.
       CARGO-UN-RENGLON.
            MOVE "N" TO W-ITEM-VALIDO.
            PERFORM PIDO-CODIGO-RENGLON THRU F-PIDO-CODIGO-RENGLON
                UNTIL W-ITEM-VALIDO = "S".
            DISPLAY "  cantidad       : " LINE 15 COL 10.
            ACCEPT W-OCR-CANT LINE 15 COL 30 PROMPT.
            DISPLAY "  costo pactado  : " LINE 16 COL 10.
            ACCEPT W-OCR-COSTO LINE 16 COL 30 PROMPT.
            DISPLAY "  entrega (0=orden): " LINE 17 COL 10.
            ACCEPT W-OCR-FECHA LINE 17 COL 32 PROMPT.
            IF W-OCR-CANT = 0
               DISPLAY "Cantidad en cero, renglon descartado"
                       LINE 24 COL 1
               GO TO F-CARGO-UN-RENGLON
            END-IF.
            IF W-OCR-COSTO = 0
               COMPUTE W-OCR-COSTO = PROD-COSTO * W-FACTOR-COMPRA
            END-IF.
            IF W-OCR-FECHA = 0 OR W-OCR-FECHA < W-FECHA-SISTEMA
               MOVE OC-FECHA-PROMETIDA TO W-OCR-FECHA
            END-IF.
            ADD 1 TO W-CANT-CARGADOS.
            INITIALIZE REG-OC-RENGLON REPLACING NUMERIC DATA BY ZERO
                                      ALPHANUMERIC DATA BY SPACES.
            MOVE OC-NUMERO TO OCR-NUMERO.
            MOVE W-CANT-CARGADOS TO OCR-RENGLON.
            MOVE W-OCR-CODIGO TO OCR-CODIGO.
            MOVE W-OCR-CANT TO OCR-CANT-PEDIDA.
            MOVE W-OCR-COSTO TO OCR-COSTO-PACTADO.
            MOVE W-OCR-FECHA TO OCR-FECHA-PROMETIDA.
            SET OCR-PENDIENTE TO TRUE.
            WRITE REG-OC-RENGLON
              INVALID KEY
                SUBTRACT 1 FROM W-CANT-CARGADOS
                DISPLAY "Error grabando renglon: " ST-OC-RENGLONES
                        LINE 24 COL 1
              NOT INVALID KEY
                COMPUTE OC-TOTAL = OC-TOTAL +
                        (W-OCR-CANT * W-OCR-COSTO)
                MOVE W-OCR-COSTO TO COSTO-ZZ
                DISPLAY "Renglon cargado a " COSTO-ZZ
                        LINE 18 COL 10
            END-WRITE.

       F-CARGO-UN-RENGLON.
            EXIT.

       PIDO-CODIGO-RENGLON.
            DISPLAY "Renglon " W-INDICE-RENG " codigo: "
                    LINE 14 COL 10.
            ACCEPT W-OCR-CODIGO LINE 14 COL 32 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-OCR-CODIGO) TO W-OCR-CODIGO.
            MOVE W-OCR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "N" TO W-ITEM-VALIDO
                DISPLAY "Codigo de producto inexistente"
                        LINE 24 COL 1
              NOT INVALID KEY
                IF PROD-INACTIVO
                   MOVE "N" TO W-ITEM-VALIDO
                   DISPLAY "Producto dado de baja" LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-ITEM-VALIDO
                   DISPLAY PROD-DESCRIPCION LINE 14 COL 45
                   PERFORM TOMO-FACTOR-COMPRA
                      THRU F-TOMO-FACTOR-COMPRA
                END-IF
            END-READ.

       F-PIDO-CODIGO-RENGLON.
            EXIT.

      * TOMO-FACTOR-COMPRA: unidades base por unidad de compra; en
      * blanco o en cero (producto anterior a las unidades) vale 1.
       TOMO-FACTOR-COMPRA.
            IF PROD-FACTOR-COMPRA NUMERIC AND PROD-FACTOR-COMPRA > 0
               MOVE PROD-FACTOR-COMPRA TO W-FACTOR-COMPRA
            ELSE
               MOVE 1 TO W-FACTOR-COMPRA
            END-IF.
            IF W-FACTOR-COMPRA > 1
               DISPLAY PROD-UNIDAD-COMPRA LINE 15 COL 40
                       " x " W-FACTOR-COMPRA " " PROD-UNIDAD-BASE
            END-IF.

       F-TOMO-FACTOR-COMPRA.
            EXIT.

      * CONSULTA-ORDEN: encabezado y renglones con pedido, recibido,
      * facturado y pendiente de entrega.
       CONSULTA-ORDEN.
            DISPLAY "Nro. Orden a consultar: " LINE 07 COL 10.
            ACCEPT W-OC-NUMERO LINE 07 COL 35 PROMPT.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                DISPLAY "Orden inexistente" LINE 24 COL 1
                GO TO F-CONSULTA-ORDEN
            END-READ.
            MOVE OC-TOTAL TO TOTAL-ZZ.
            DISPLAY "Proveedor: " OC-PROVEEDOR "  Sucursal: "
                    OC-SUCURSAL "  Fecha: " OC-FECHA LINE 08 COL 10.
            DISPLAY "Prometida: " OC-FECHA-PROMETIDA "  Estado: "
                    OC-ESTADO "  Total: " TOTAL-ZZ LINE 09 COL 10.
            DISPLAY "Codigo      Pedido Recibido Facturado Pend."
                    "  Prometida" LINE 10 COL 10.
            MOVE 11 TO W-LINEA-PANT.
            PERFORM POSICIONO-RENGLONES THRU F-POSICIONO-RENGLONES.
            PERFORM MUESTRO-UN-RENGLON THRU F-MUESTRO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-CONSULTA-ORDEN.
            EXIT.

      * POSICIONO-RENGLONES: deja OC-RENGLONES apuntando al primer
      * renglon de la orden en OC-NUMERO.
       POSICIONO-RENGLONES.
            MOVE OC-NUMERO TO OCR-NUMERO.
            MOVE 0 TO OCR-RENGLON.
            START OC-RENGLONES KEY IS NOT LESS THAN OCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.

       F-POSICIONO-RENGLONES.
            EXIT.

       MUESTRO-UN-RENGLON.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF OCR-NUMERO NOT = OC-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF W-LINEA-PANT < 22
                      COMPUTE W-PENDIENTE =
                              OCR-CANT-PEDIDA - OCR-CANT-RECIBIDA
                      IF OCR-ANULADO
                         MOVE 0 TO W-PENDIENTE
                      END-IF
                      MOVE W-PENDIENTE TO PEND-ZZ
                      DISPLAY OCR-CODIGO SPACE OCR-CANT-PEDIDA
                              SPACE OCR-CANT-RECIBIDA
                              SPACE OCR-CANT-FACTURADA
                              PEND-ZZ SPACE OCR-FECHA-PROMETIDA
                              SPACE OCR-ESTADO
                              LINE W-LINEA-PANT COL 10
                      ADD 1 TO W-LINEA-PANT
                   END-IF
                END-IF
            END-READ.

       F-MUESTRO-UN-RENGLON.
            EXIT.

      * ANULO-ORDEN: anula lo que falta entregar. Lo ya recibido
      * queda como esta (su stock y su kardex ya se movieron); los
      * renglones todavia abiertos pasan a anulados y dejan de ser
      * backorder.
       ANULO-ORDEN.
            DISPLAY "Nro. Orden a anular: " LINE 07 COL 10.
            ACCEPT W-OC-NUMERO LINE 07 COL 32 PROMPT.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                DISPLAY "Orden inexistente" LINE 24 COL 1
                GO TO F-ANULO-ORDEN
            END-READ.
            IF NOT OC-RECIBIBLE
               DISPLAY "La orden ya esta cumplida o anulada"
                       LINE 24 COL 1
               GO TO F-ANULO-ORDEN
            END-IF.
            DISPLAY "Proveedor: " OC-PROVEEDOR "  Estado: " OC-ESTADO
                    LINE 09 COL 10.
            DISPLAY "¿Anula lo pendiente de entrega? (S/N)"
                    LINE 11 COL 10.
            ACCEPT X LINE 11 COL 49 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-ANULO-ORDEN
            END-IF.
            PERFORM POSICIONO-RENGLONES THRU F-POSICIONO-RENGLONES.
            PERFORM ANULO-UN-RENGLON THRU F-ANULO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".
            SET OC-ANULADA TO TRUE.
            MOVE W-FECHA-SISTEMA TO OC-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO OC-USUARIO-MODIF.
            REWRITE REG-ORDEN-COMPRA
              INVALID KEY
                DISPLAY "Error grabando orden: " ST-ORDENES
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Orden anulada" LINE 24 COL 1
            END-REWRITE.

       F-ANULO-ORDEN.
            EXIT.

       ANULO-UN-RENGLON.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF OCR-NUMERO NOT = OC-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF OCR-PENDIENTE OR OCR-PARCIAL
                      SET OCR-ANULADO TO TRUE
                      REWRITE REG-OC-RENGLON
                        INVALID KEY
                          DISPLAY "Error anulando renglon: "
                                  ST-OC-RENGLONES LINE 24 COL 1
                      END-REWRITE
                   END-IF
                END-IF
            END-READ.

       F-ANULO-UN-RENGLON.
            EXIT.

      * LISTO-PENDIENTES: backorders de un proveedor -- recorre sus
      * ordenes abiertas o parciales por la clave alterna
      * OC-PROVEEDOR y lista cada renglon con saldo por entregar,
      * marcando los que ya pasaron la fecha prometida.
       LISTO-PENDIENTES.
            DISPLAY "Proveedor: " LINE 07 COL 10.
            ACCEPT W-PROV-BUSCADO LINE 07 COL 22 PROMPT.
            DISPLAY "Orden     Codigo      Pendiente  Prometida"
                    LINE 08 COL 10.
            MOVE 9 TO W-LINEA-PANT.
            MOVE 0 TO W-CANT-ATRASADOS.
            MOVE W-PROV-BUSCADO TO OC-PROVEEDOR.
            START ORDENES-COMPRA KEY IS NOT LESS THAN OC-PROVEEDOR
              INVALID KEY MOVE "S" TO W-FIN-ORDENES
              NOT INVALID KEY MOVE "N" TO W-FIN-ORDENES
            END-START.
            PERFORM LISTO-UNA-ORDEN THRU F-LISTO-UNA-ORDEN
                UNTIL W-FIN-ORDENES = "S".
            DISPLAY "Renglones atrasados: " W-CANT-ATRASADOS
                    LINE 22 COL 10.

       F-LISTO-PENDIENTES.
            EXIT.

       LISTO-UNA-ORDEN.
            READ ORDENES-COMPRA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-ORDENES
              NOT AT END
                IF OC-PROVEEDOR NOT = W-PROV-BUSCADO
                   MOVE "S" TO W-FIN-ORDENES
                ELSE
                   IF OC-RECIBIBLE
                      PERFORM POSICIONO-RENGLONES
                         THRU F-POSICIONO-RENGLONES
                      PERFORM LISTO-UN-PENDIENTE
                         THRU F-LISTO-UN-PENDIENTE
                          UNTIL W-FIN-RENGLONES = "S"
                   END-IF
                END-IF
            END-READ.

       F-LISTO-UNA-ORDEN.
            EXIT.

       LISTO-UN-PENDIENTE.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF OCR-NUMERO NOT = OC-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF OCR-PENDIENTE OR OCR-PARCIAL
                      COMPUTE W-PENDIENTE =
                              OCR-CANT-PEDIDA - OCR-CANT-RECIBIDA
                      IF OCR-FECHA-PROMETIDA < W-FECHA-SISTEMA
                         ADD 1 TO W-CANT-ATRASADOS
                      END-IF
                      IF W-LINEA-PANT < 21
                         MOVE W-PENDIENTE TO PEND-ZZ
                         DISPLAY OC-NUMERO SPACE OCR-CODIGO SPACE
                                 PEND-ZZ "    " OCR-FECHA-PROMETIDA
                                 LINE W-LINEA-PANT COL 10
                         IF OCR-FECHA-PROMETIDA < W-FECHA-SISTEMA
                            DISPLAY "ATRASADO" LINE W-LINEA-PANT
                                    COL 62
                         END-IF
                         ADD 1 TO W-LINEA-PANT
                      END-IF
                   END-IF
                END-IF
            END-READ.

       F-LISTO-UN-PENDIENTE.
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

       END PROGRAM "ABM-ORDENES-COMPRA".
