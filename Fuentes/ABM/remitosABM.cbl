      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Remitos. Hasta ahora la mercaderia salia
      *          del deposito con la factura: el stock se descontaba
      *          en el cierre de la noche de la fecha facturada, y una
      *          entrega que se facturaba a fin de mes quedaba todo
      *          ese tiempo como existencia. Este programa emite el
      *          remito de entrega (cliente validado contra CLIENTES,
      *          numero del talonario E de la sucursal que entrega via
      *          PROXIMO-NUMERO-EMPRESA) con un renglon por producto,
      *          controlado contra el stock de la sucursal, y en el
      *          momento mueve PROD-STOCK, STOCK-SUCURSAL y el kardex
      *          (tipo E). La factura se arma despues en ABM-FACTURAS
      *          desde uno o mas remitos pendientes del cliente, sin
      *          volver a mover stock. Un remito pendiente se puede
      *          anular, y la mercaderia vuelve al stock de la misma
      *          sucursal.
      * Mod: 15/10/2026 EK - Remito desde presupuesto: en el alta se
      *      puede indicar un presupuesto pendiente y vigente del
      *      cliente (el pedido aceptado); los renglones salen de
      *      COT-RENGLONES con su precio presupuestado, que la factura
      *      propone despues como default, y el presupuesto queda
      *      ganado con el remito. La anulacion lo devuelve a
      *      pendiente.
      * Mod: 15/10/2026 EK - Un renglon de kit (KITS) se controla
      *      contra el disponible del componente mas escaso en la
      *      sucursal, y la entrega y la anulacion mueven el stock y
      *      el kardex de cada componente en lugar del kit.
      * Mod: 15/10/2026 EK - Un producto con control de lote sale de
      *      los lotes de la sucursal por vencimiento, a nombre del
      *      cliente del remito; la anulacion lo devuelve a los mismos
      *      lotes (MUEVO-LOTES, referencia E + numero de remito).
      * Mod: 15/10/2026 EK - La cantidad del renglon esta en la unidad
      *      de venta del producto: el disponible se muestra en esa
      *      unidad y el stock se mueve en unidad base (cantidad por
      *      PROD-FACTOR-VENTA).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-REMITOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/remitos.sel".
              COPY "./sel/remRenglones.sel".
              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/remitos.fd".
              COPY "./fd/remRenglones.fd".
              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-REMITOS         PIC XX.
       01 ST-REM-RENGLONES   PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-STOCK-SUC       PIC XX.
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

       01 W-REM-NUMERO       PIC 9(9).
       01 W-REM-SUCURSAL     PIC X(3).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-REMITO-EXISTE    VALUE "S".
       01 W-CLIENTE-VALIDO   PIC X VALUE "N".
       01 W-NOMBRE-PARCIAL   PIC X(60).
       01 W-CLI-ID-ELEGIDO   PIC 9(7).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-CANT-RENGLONES   PIC 9(4).
       01 W-CANT-CARGADOS    PIC 9(4).
       01 W-INDICE-RENG      PIC 9(4).
       01 W-ITEM-VALIDO      PIC X.
       01 W-STOCK-SUC-OK     PIC X.

      * Empresa de la sesion (BUSCO-EMPRESA): se pide al firmar solo
      * si hay mas de una activa; con una sola es la 01 de siempre.
      * El remito queda de la empresa y numera en su talonario.
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-EMPRESA-NOMBRE   PIC X(40) VALUE SPACES.
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2) VALUE 1.
       01 W-EMPRESA-VALIDA   PIC X VALUE "N".

      * Numeracion por talonario: con Nro. Remito 0 en el alta el
      * numero sale de la serie E de la sucursal que entrega via
      * PROXIMO-NUMERO-EMPRESA, igual que las facturas.
       01 W-TIPO-SERIE       PIC X VALUE "E".
       01 W-NUMERO-SERIE     PIC 9(9).

      * Renglon en carga y su efecto sobre el stock.
       01 W-REMR-CODIGO      PIC X(10).
       01 W-REMR-CANT        PIC 9(5).
       01 W-PRECIO-COTIZ     PIC S9(7)V9(2).

      * Kits: COMPONENTES-KIT explota el codigo; el stock se mueve
      * por componente (W-STK-CODIGO) y el disponible en la sucursal
      * es el del componente mas escaso. Un componente sin registro
      * en la sucursal no limita, igual que un producto comun.
       01 W-STK-CODIGO       PIC X(10).
       01 W-LIN-MOV-CANT     PIC S9(7).
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).
       01 W-DISPONIBLE       PIC S9(7).
       01 W-DISP-CARGADO     PIC X.
       01 W-ARMABLES         PIC S9(7).
      * Unidades base por unidad de venta del renglon (1 si el
      * producto no tiene factor cargado).
       01 W-FACTOR-VENTA     PIC 9(5).

      * Remito desde presupuesto: el presupuesto aceptado cuyos
      * renglones se entregan; queda ganado con el remito.
       01 ST-COTIZACIONES    PIC XX.
       01 ST-COT-RENGLONES   PIC XX.
       01 W-DESDE-COTIZACION PIC X VALUE "N".
       01 W-COT-BUSCADA      PIC 9(9).
       01 W-FIN-COT-RENGLONES PIC X.

      * Kardex: la entrega resta y la anulacion devuelve, las dos con
      * tipo E y el numero de remito como documento.
       01 W-MOV-TIPO         PIC X VALUE "E".
       01 W-MOV-CANTIDAD     PIC S9(7).
       01 W-MOV-MOTIVO       PIC XX VALUE SPACES.
       01 W-MOV-GRABADO      PIC X.

      * Lotes: la entrega de un producto con control de lote egresa
      * por vencimiento y la anulacion reintegra a los lotes que el
      * remito habia consumido.
       01 W-LOTE-OPERACION   PIC X.
       01 W-LOTE-NUMERO      PIC X(12) VALUE SPACES.
       01 W-LOTE-VENCIMIENTO PIC 9(8) VALUE 0.
       01 W-LOTE-SUC-DESTINO PIC X(3) VALUE SPACES.
       01 W-LOTE-CANT        PIC 9(7).
       01 W-LOTE-SIN-ASIGNAR PIC 9(7).

      * Listados en pantalla (consulta del remito y pendientes por
      * cliente).
       01 W-FIN-RENGLONES    PIC X.
       01 W-FIN-REMITOS      PIC X.
       01 W-CLI-BUSCADO      PIC 9(7).
       01 W-LINEA-PANT       PIC 99.
       01 W-CANT-PENDIENTES  PIC 9(4).
       01 W-DIAS-ENTREGA     PIC S9(5).
       01 DIAS-ZZ            PIC ----9.

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
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-REMITOS".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ELIJO-EMPRESA THRU F-ELIJO-EMPRESA
            END-IF.
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
                    "Remitos - Firma de Operador"
                        LINE 3 COL 25
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

      * ELIJO-EMPRESA: con una sola empresa activa (o sin
      * empresas.dat) se trabaja en la 01 sin preguntar; con mas, el
      * operador elige la razon social de la sesion.
       ELIJO-EMPRESA.
            MOVE 1 TO W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-CANT-EMPRESAS > 1
               MOVE "N" TO W-EMPRESA-VALIDA
               PERFORM PIDO-EMPRESA THRU F-PIDO-EMPRESA
                   UNTIL W-EMPRESA-VALIDA = "S" OR FIN = "S"
            END-IF.

       F-ELIJO-EMPRESA.
            EXIT.

       PIDO-EMPRESA.
            DISPLAY "Empresa: " LINE 22 COL 1 ERASE EOL.
            ACCEPT W-EMPRESA LINE 22 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PIDO-EMPRESA
            END-IF.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-EMPRESA-VALIDA NOT = "S"
               DISPLAY "Empresa inexistente o inactiva" LINE 24 COL 1
            END-IF.

       F-PIDO-EMPRESA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O REMITOS.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O REM-RENGLONES.
            IF ST-REM-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Remito: "
                       ST-REM-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT COT-RENGLONES.
            IF ST-COT-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Presupuesto: "
                       ST-COT-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O STOCK-SUCURSAL.
            IF ST-STOCK-SUC > "07"
               DISPLAY "Error abriendo Stock Sucursal: " ST-STOCK-SUC
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
            CLOSE REMITOS.
            CLOSE REM-RENGLONES.
            CLOSE COTIZACIONES.
            CLOSE COT-RENGLONES.
            CLOSE CLIENTES.
            CLOSE PRODUCTOS.
            CLOSE STOCK-SUCURSAL.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Empresa " LINE 2 COL 1 W-EMPRESA LINE 2 COL 9
                    W-EMPRESA-NOMBRE LINE 2 COL 12
                    "Remitos de Entrega" LINE 3 COL 31
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
                     PERFORM ALTA-REMITO THRU F-ALTA-REMITO
                  WHEN "C"
                     PERFORM CONSULTA-REMITO THRU F-CONSULTA-REMITO
                  WHEN "B"
                     PERFORM ANULO-REMITO THRU F-ANULO-REMITO
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

      * ALTA-REMITO: la sucursal que entrega es la del cliente salvo
      * que se indique otra. Cada renglon se graba y mueve el stock a
      * medida que se carga (asi un segundo renglon del mismo
      * producto ya se controla contra lo que quedo) y el encabezado
      * se graba al final; un remito sin ningun renglon valido no se
      * graba.
       ALTA-REMITO.
            MOVE "N" TO W-CLIENTE-VALIDO.
            PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE
                UNTIL W-CLIENTE-VALIDO = "S".
            DISPLAY "Sucursal (blanco=del cliente): " LINE 08 COL 10.
            ACCEPT W-REM-SUCURSAL LINE 08 COL 42 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-REM-SUCURSAL) TO W-REM-SUCURSAL.
            IF W-REM-SUCURSAL = SPACES
               MOVE CLI_SUCURSAL TO W-REM-SUCURSAL
               DISPLAY W-REM-SUCURSAL LINE 08 COL 42
            END-IF.
            DISPLAY "Nro. Remito (0=talonario): " LINE 09 COL 10.
            ACCEPT W-REM-NUMERO LINE 09 COL 38 PROMPT.
            IF W-REM-NUMERO = 0
               PERFORM TOMO-NUMERO-SERIE THRU F-TOMO-NUMERO-SERIE
            END-IF.
            MOVE W-REM-NUMERO TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            IF W-REMITO-EXISTE OR W-REM-NUMERO = 0
               DISPLAY "Ya existe ese remito (o numero en cero)"
                       LINE 24 COL 1
               GO TO F-ALTA-REMITO
            END-IF.
            INITIALIZE REG-REMITO REPLACING NUMERIC DATA BY ZERO
                                  ALPHANUMERIC DATA BY SPACES.
            MOVE W-REM-NUMERO TO REM-NUMERO.
            MOVE CLI_ID TO REM-CLI-ID.
            MOVE W-FECHA-SISTEMA TO REM-FECHA.
            MOVE W-REM-SUCURSAL TO REM-SUCURSAL.
            MOVE W-EMPRESA TO REM-EMPRESA.
            MOVE 0 TO W-CANT-CARGADOS.
            PERFORM PIDO-COTIZACION THRU F-PIDO-COTIZACION.
            IF W-DESDE-COTIZACION = "S"
               PERFORM CARGO-RENGLONES-COTIZACION
                  THRU F-CARGO-RENGLONES-COTIZACION
            ELSE
               DISPLAY "Cant. renglones : " LINE 10 COL 10
               ACCEPT W-CANT-RENGLONES LINE 10 COL 29 PROMPT
               IF W-CANT-RENGLONES = 0
                  MOVE 1 TO W-CANT-RENGLONES
               END-IF
               PERFORM CARGO-UN-RENGLON THRU F-CARGO-UN-RENGLON
                   VARYING W-INDICE-RENG FROM 1 BY 1
                       UNTIL W-INDICE-RENG > W-CANT-RENGLONES
            END-IF.
            IF W-CANT-CARGADOS = 0
               DISPLAY "Remito sin renglones, no se graba"
                       LINE 24 COL 1
               GO TO F-ALTA-REMITO
            END-IF.
            MOVE W-CANT-CARGADOS TO REM-CANT-RENGLONES.
            SET REM-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO REM-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO REM-USUARIO-ALTA.
            WRITE REG-REMITO
              INVALID KEY
                DISPLAY "Error grabando remito: " ST-REMITOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Remito " REM-NUMERO " grabado, "
                        W-CANT-CARGADOS " renglones" LINE 24 COL 1
                IF W-DESDE-COTIZACION = "S"
                   PERFORM MARCO-COTIZACION-GANADA
                      THRU F-MARCO-COTIZACION-GANADA
                END-IF
            END-WRITE.

       F-ALTA-REMITO.
            EXIT.

      * PIDO-CLIENTE: con Id 0 se abre el browse por nombre comun a
      * todos los ABMs (BUSCO-CLIENTE-NOMBRE). Una cuenta en revision
      * de credito no recibe mercaderia, igual que no se le factura.
       PIDO-CLIENTE.
            DISPLAY "Id Cliente      : " LINE 07 COL 10.
            ACCEPT CLI_ID LINE 07 COL 29 PROMPT.
            IF CLI_ID = 0
               DISPLAY "Nombre parcial: " LINE 24 COL 1
               ACCEPT W-NOMBRE-PARCIAL LINE 24 COL 18 PROMPT
               CALL "BUSCO-CLIENTE-NOMBRE" USING W-NOMBRE-PARCIAL
                    W-CLI-ID-ELEGIDO
               MOVE W-CLI-ID-ELEGIDO TO CLI_ID
               DISPLAY CLI_ID LINE 07 COL 29
            END-IF.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE "N" TO W-CLIENTE-VALIDO
                DISPLAY "Id Cliente inexistente" LINE 24 COL 1
              NOT INVALID KEY
                IF CLI-EN-REVISION
                   MOVE "N" TO W-CLIENTE-VALIDO
                   DISPLAY "Cuenta en revision de credito, no se "
                           "entrega" LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-CLIENTE-VALIDO
                   DISPLAY CLI_NOMBRE LINE 07 COL 38
                END-IF
            END-READ.

       F-PIDO-CLIENTE.
            EXIT.

       TOMO-NUMERO-SERIE.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA
                 W-REM-SUCURSAL W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " W-REM-SUCURSAL "/E sin cargar, "
                       "ingrese numero" LINE 24 COL 1
               ACCEPT W-REM-NUMERO LINE 09 COL 38 PROMPT
            ELSE
               MOVE W-NUMERO-SERIE TO W-REM-NUMERO
               DISPLAY W-REM-NUMERO LINE 09 COL 38
            END-IF.

       F-TOMO-NUMERO-SERIE.
            EXIT.

      * CARGO-UN-RENGLON: el codigo tiene que existir en PRODUCTOS y
      * estar activo, y la cantidad no puede pasar el stock de la
      * sucursal que entrega (un producto sin registro en la
      * sucursal no bloquea, solo avisa, como en ABM-FACTURAS).
       CARGO-UN-RENGLON.
            MOVE "N" TO W-ITEM-VALIDO.
            PERFORM PIDO-CODIGO-RENGLON THRU F-PIDO-CODIGO-RENGLON
                UNTIL W-ITEM-VALIDO = "S".
            MOVE "N" TO W-STOCK-SUC-OK.
            PERFORM PIDO-CANTIDAD-RENGLON THRU F-PIDO-CANTIDAD-RENGLON
                UNTIL W-STOCK-SUC-OK = "S".
            IF W-REMR-CANT = 0
               DISPLAY "Cantidad en cero, renglon descartado"
                       LINE 24 COL 1
               GO TO F-CARGO-UN-RENGLON
            END-IF.
            MOVE 0 TO W-PRECIO-COTIZ.
            PERFORM GRABO-RENGLON THRU F-GRABO-RENGLON.

       F-CARGO-UN-RENGLON.
            EXIT.

      * GRABO-RENGLON: graba el renglon ya validado (W-REMR-CODIGO,
      * W-REMR-CANT y, si viene de un presupuesto, W-PRECIO-COTIZ) y
      * descuenta el stock.
       GRABO-RENGLON.
            ADD 1 TO W-CANT-CARGADOS.
            INITIALIZE REG-REM-RENGLON REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE REM-NUMERO TO REMR-NUMERO.
            MOVE W-CANT-CARGADOS TO REMR-RENGLON.
            MOVE W-REMR-CODIGO TO REMR-CODIGO.
            MOVE W-REMR-CANT TO REMR-CANT.
            MOVE W-PRECIO-COTIZ TO REMR-PRECIO-COTIZ.
            WRITE REG-REM-RENGLON
              INVALID KEY
                SUBTRACT 1 FROM W-CANT-CARGADOS
                DISPLAY "Error grabando renglon: " ST-REM-RENGLONES
                        LINE 24 COL 1
              NOT INVALID KEY
                COMPUTE W-MOV-CANTIDAD = W-REMR-CANT * -1
                PERFORM MUEVO-STOCK THRU F-MUEVO-STOCK
            END-WRITE.

       F-GRABO-RENGLON.
            EXIT.

      * PIDO-COTIZACION: ofrece armar el remito desde un presupuesto
      * aceptado (0 = no). Tiene que estar pendiente, ser del cliente
      * y de la empresa de la sesion, y seguir vigente.
       PIDO-COTIZACION.
            MOVE "N" TO W-DESDE-COTIZACION.
            MOVE 1 TO W-COT-BUSCADA.
            PERFORM PIDO-UNA-COTIZACION THRU F-PIDO-UNA-COTIZACION
                UNTIL W-COT-BUSCADA = 0 OR W-DESDE-COTIZACION = "S".

       F-PIDO-COTIZACION.
            EXIT.

       PIDO-UNA-COTIZACION.
            DISPLAY "Presupuesto (0=no): " LINE 10 COL 40.
            ACCEPT W-COT-BUSCADA LINE 10 COL 61 PROMPT.
            IF W-COT-BUSCADA = 0
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            MOVE W-COT-BUSCADA TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                DISPLAY "Presupuesto inexistente" LINE 24 COL 1
                GO TO F-PIDO-UNA-COTIZACION
            END-READ.
            IF NOT COT-PENDIENTE
               DISPLAY "Presupuesto ya ganado o perdido" LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            IF COT-CLI-ID NOT = REM-CLI-ID
               DISPLAY "Presupuesto de otro cliente (" COT-CLI-ID ")"
                       LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            IF COT-EMPRESA NOT = W-EMPRESA
               DISPLAY "Presupuesto de la empresa " COT-EMPRESA
                       ", no se puede entregar aca" LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            IF COT-VALIDEZ < REM-FECHA
               DISPLAY "Presupuesto vencido el " COT-VALIDEZ
                       LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            MOVE "S" TO W-DESDE-COTIZACION.

       F-PIDO-UNA-COTIZACION.
            EXIT.

      * CARGO-RENGLONES-COTIZACION: un renglon por renglon del
      * presupuesto, con la misma cantidad salvo que la sucursal no
      * alcance a cubrirla: ahi se pide la cantidad que se entrega
      * (0 descarta el renglon).
       CARGO-RENGLONES-COTIZACION.
            MOVE W-COT-BUSCADA TO COTR-NUMERO.
            MOVE 0 TO COTR-RENGLON.
            START COT-RENGLONES KEY IS NOT LESS THAN COTR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-COT-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COT-RENGLONES
            END-START.
            MOVE 0 TO W-INDICE-RENG.
            PERFORM CARGO-UN-RENGLON-COT THRU F-CARGO-UN-RENGLON-COT
                UNTIL W-FIN-COT-RENGLONES = "S".

       F-CARGO-RENGLONES-COTIZACION.
            EXIT.

       CARGO-UN-RENGLON-COT.
            READ COT-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COT-RENGLONES
                GO TO F-CARGO-UN-RENGLON-COT
            END-READ.
            IF COTR-NUMERO NOT = W-COT-BUSCADA
               MOVE "S" TO W-FIN-COT-RENGLONES
               GO TO F-CARGO-UN-RENGLON-COT
            END-IF.
            ADD 1 TO W-INDICE-RENG.
            MOVE COTR-CODIGO TO W-REMR-CODIGO.
            MOVE COTR-CANT TO W-REMR-CANT.
            DISPLAY "Renglon " W-INDICE-RENG " codigo: "
                    LINE 14 COL 10
                    W-REMR-CODIGO LINE 14 COL 32.
            DISPLAY "  cantidad       : " LINE 15 COL 10
                    W-REMR-CANT LINE 15 COL 30.
            MOVE "S" TO W-STOCK-SUC-OK.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               DISPLAY "Sin stock por sucursal cargado"
                       LINE 24 COL 1
            ELSE
               IF W-REMR-CANT > W-DISPONIBLE
                  MOVE "N" TO W-STOCK-SUC-OK
                  DISPLAY "Stock insuficiente en sucursal "
                          REM-SUCURSAL " (" W-DISPONIBLE
                          "), reingrese" LINE 24 COL 1
               END-IF
            END-IF.
            IF W-STOCK-SUC-OK NOT = "S"
               PERFORM PIDO-CANTIDAD-RENGLON
                  THRU F-PIDO-CANTIDAD-RENGLON
                   UNTIL W-STOCK-SUC-OK = "S"
            END-IF.
            IF W-REMR-CANT = 0
               DISPLAY "Cantidad en cero, renglon descartado"
                       LINE 24 COL 1
               GO TO F-CARGO-UN-RENGLON-COT
            END-IF.
            MOVE COTR-PRECIO TO W-PRECIO-COTIZ.
            PERFORM GRABO-RENGLON THRU F-GRABO-RENGLON.

       F-CARGO-UN-RENGLON-COT.
            EXIT.

      * MARCO-COTIZACION-GANADA: con el remito ya grabado, el
      * presupuesto pasa a ganado con el numero de remito.
       MARCO-COTIZACION-GANADA.
            MOVE W-COT-BUSCADA TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                GO TO F-MARCO-COTIZACION-GANADA
            END-READ.
            IF NOT COT-PENDIENTE
               DISPLAY "Presupuesto " COT-NUMERO
                       " ya no estaba pendiente" LINE 24 COL 1
               GO TO F-MARCO-COTIZACION-GANADA
            END-IF.
            SET COT-GANADO TO TRUE.
            SET COT-CONV-REMITO TO TRUE.
            MOVE REM-NUMERO TO COT-CONV-NUMERO.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-CIERRE.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO COT-USUARIO-MODIF.
            REWRITE REG-COTIZACION
              INVALID KEY
                DISPLAY "Error marcando presupuesto " COT-NUMERO ": "
                        ST-COTIZACIONES LINE 24 COL 1
            END-REWRITE.

       F-MARCO-COTIZACION-GANADA.
            EXIT.

      * LIBERO-COTIZACION: si el remito anulado venia de un
      * presupuesto (clave alterna COT-CONVERSION), el presupuesto
      * vuelve a pendiente.
       LIBERO-COTIZACION.
            SET COT-CONV-REMITO TO TRUE.
            MOVE REM-NUMERO TO COT-CONV-NUMERO.
            READ COTIZACIONES KEY IS COT-CONVERSION
              INVALID KEY
                GO TO F-LIBERO-COTIZACION
            END-READ.
            IF NOT COT-GANADO
               GO TO F-LIBERO-COTIZACION
            END-IF.
            SET COT-PENDIENTE TO TRUE.
            MOVE SPACE TO COT-CONV-TIPO.
            MOVE 0 TO COT-CONV-NUMERO.
            MOVE 0 TO COT-FECHA-CIERRE.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO COT-USUARIO-MODIF.
            REWRITE REG-COTIZACION
              INVALID KEY
                DISPLAY "Error liberando presupuesto " COT-NUMERO
                        ": " ST-COTIZACIONES LINE 24 COL 1
            END-REWRITE.

       F-LIBERO-COTIZACION.
            EXIT.

       PIDO-CODIGO-RENGLON.
            DISPLAY "Renglon " W-INDICE-RENG " codigo: "
                    LINE 14 COL 10.
            ACCEPT W-REMR-CODIGO LINE 14 COL 32 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-REMR-CODIGO) TO W-REMR-CODIGO.
            MOVE W-REMR-CODIGO TO PROD-CODIGO.
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
                   DISPLAY PROD-UNIDAD-VENTA LINE 15 COL 37
                END-IF
            END-READ.

       F-PIDO-CODIGO-RENGLON.
            EXIT.

       PIDO-CANTIDAD-RENGLON.
            DISPLAY "  cantidad       : " LINE 15 COL 10.
            ACCEPT W-REMR-CANT LINE 15 COL 30 PROMPT.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               MOVE "S" TO W-STOCK-SUC-OK
               DISPLAY "Sin stock por sucursal cargado"
                       LINE 24 COL 1
            ELSE
               IF W-REMR-CANT > W-DISPONIBLE
                  MOVE "N" TO W-STOCK-SUC-OK
                  DISPLAY "Stock insuficiente en sucursal "
                          REM-SUCURSAL " (" W-DISPONIBLE
                          "), reingrese" LINE 24 COL 1
               ELSE
                  MOVE "S" TO W-STOCK-SUC-OK
               END-IF
            END-IF.

       F-PIDO-CANTIDAD-RENGLON.
            EXIT.

      * CALCULO-DISPONIBLE: disponible de W-REMR-CODIGO en la
      * sucursal del remito. Un producto comun es su STK-STOCK; un
      * kit, las unidades que alcanzan a armarse con el componente
      * mas escaso. W-DISP-CARGADO queda en "N" si no hay ningun
      * registro de stock en la sucursal.
       CALCULO-DISPONIBLE.
            MOVE "N" TO W-DISP-CARGADO.
            MOVE 0 TO W-DISPONIBLE.
            PERFORM TOMO-FACTOR-VENTA THRU F-TOMO-FACTOR-VENTA.
            CALL "COMPONENTES-KIT" USING W-REMR-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-REMR-CODIGO TO STK-CODIGO
               MOVE REM-SUCURSAL TO STK-SUCURSAL
               READ STOCK-SUCURSAL KEY IS STK-CLAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO W-DISP-CARGADO
                   MOVE STK-STOCK TO W-DISPONIBLE
               END-READ
            ELSE
               PERFORM DISPONIBLE-COMPONENTE
                  THRU F-DISPONIBLE-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
            END-IF.
            IF W-DISP-CARGADO = "S" AND W-FACTOR-VENTA > 1
               COMPUTE W-DISPONIBLE = W-DISPONIBLE / W-FACTOR-VENTA
            END-IF.

       F-CALCULO-DISPONIBLE.
            EXIT.

      * TOMO-FACTOR-VENTA: unidades base por unidad de venta de
      * W-REMR-CODIGO; en blanco o en cero vale 1.
       TOMO-FACTOR-VENTA.
            MOVE 1 TO W-FACTOR-VENTA.
            MOVE W-REMR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-TOMO-FACTOR-VENTA
            END-READ.
            IF PROD-FACTOR-VENTA NUMERIC AND PROD-FACTOR-VENTA > 0
               MOVE PROD-FACTOR-VENTA TO W-FACTOR-VENTA
            END-IF.

       F-TOMO-FACTOR-VENTA.
            EXIT.

       DISPONIBLE-COMPONENTE.
            IF W-KIT-COMP-CANT(W-IND-COMP) = 0
               GO TO F-DISPONIBLE-COMPONENTE
            END-IF.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO STK-CODIGO.
            MOVE REM-SUCURSAL TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                GO TO F-DISPONIBLE-COMPONENTE
            END-READ.
            IF STK-STOCK < 0
               MOVE 0 TO W-ARMABLES
            ELSE
               COMPUTE W-ARMABLES =
                       STK-STOCK / W-KIT-COMP-CANT(W-IND-COMP)
            END-IF.
            IF W-DISP-CARGADO NOT = "S" OR W-ARMABLES < W-DISPONIBLE
               MOVE W-ARMABLES TO W-DISPONIBLE
               MOVE "S" TO W-DISP-CARGADO
            END-IF.

       F-DISPONIBLE-COMPONENTE.
            EXIT.

      * MUEVO-STOCK: aplica W-MOV-CANTIDAD (con signo: la entrega
      * resta, la anulacion devuelve; en unidad de venta, se pasa a
      * unidad base con el factor) a PROD-STOCK, deja el
      * movimiento en el kardex y replica el ajuste en la sucursal
      * del remito. Se llama con W-REMR-CODIGO cargado; si es un kit
      * se mueve cada componente por su cantidad en el kit.
       MUEVO-STOCK.
            PERFORM TOMO-FACTOR-VENTA THRU F-TOMO-FACTOR-VENTA.
            COMPUTE W-LIN-MOV-CANT = W-MOV-CANTIDAD * W-FACTOR-VENTA.
            CALL "COMPONENTES-KIT" USING W-REMR-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-REMR-CODIGO TO W-STK-CODIGO
               MOVE W-LIN-MOV-CANT TO W-MOV-CANTIDAD
               PERFORM MUEVO-STOCK-PRODUCTO
                  THRU F-MUEVO-STOCK-PRODUCTO
            ELSE
               PERFORM MUEVO-STOCK-COMPONENTE
                  THRU F-MUEVO-STOCK-COMPONENTE
                   VARYING W-IND-COMP FROM 1 BY 1
                       UNTIL W-IND-COMP > W-KIT-CANT-COMP
               MOVE W-LIN-MOV-CANT TO W-MOV-CANTIDAD
            END-IF.

       F-MUEVO-STOCK.
            EXIT.

       MUEVO-STOCK-COMPONENTE.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO W-STK-CODIGO.
            COMPUTE W-MOV-CANTIDAD =
                    W-LIN-MOV-CANT * W-KIT-COMP-CANT(W-IND-COMP).
            PERFORM MUEVO-STOCK-PRODUCTO THRU F-MUEVO-STOCK-PRODUCTO.

       F-MUEVO-STOCK-COMPONENTE.
            EXIT.

       MUEVO-STOCK-PRODUCTO.
            MOVE W-STK-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Producto sin stock que mover: " PROD-CODIGO
                        LINE 24 COL 1
                GO TO F-MUEVO-STOCK-PRODUCTO
            END-READ.
            ADD W-MOV-CANTIDAD TO PROD-STOCK.
            REWRITE REG-PRODUCTOS
              INVALID KEY
                DISPLAY "Error actualizando producto: " ST-PRODUCTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                CALL "GRABO-MOV-STOCK" USING PROD-CODIGO W-MOV-TIPO
                     REM-NUMERO W-MOV-CANTIDAD W-MOV-MOTIVO
                     W-OPERADOR-ACTUAL W-MOV-GRABADO
                PERFORM AJUSTO-STOCK-SUCURSAL
                   THRU F-AJUSTO-STOCK-SUCURSAL
                IF PROD-CON-LOTE
                   PERFORM MUEVO-LOTES-PRODUCTO
                      THRU F-MUEVO-LOTES-PRODUCTO
                END-IF
            END-REWRITE.

       F-MUEVO-STOCK-PRODUCTO.
            EXIT.

      * MUEVO-LOTES-PRODUCTO: entrega (cantidad negativa) egresa por
      * vencimiento; anulacion (positiva) reintegra a los lotes del
      * remito.
       MUEVO-LOTES-PRODUCTO.
            IF W-MOV-CANTIDAD < 0
               MOVE "E" TO W-LOTE-OPERACION
               COMPUTE W-LOTE-CANT = W-MOV-CANTIDAD * -1
            ELSE
               MOVE "R" TO W-LOTE-OPERACION
               MOVE W-MOV-CANTIDAD TO W-LOTE-CANT
            END-IF.
            CALL "MUEVO-LOTES" USING W-LOTE-OPERACION W-STK-CODIGO
                 REM-SUCURSAL W-LOTE-SUC-DESTINO W-LOTE-NUMERO
                 W-LOTE-VENCIMIENTO W-MOV-TIPO REM-NUMERO REM-CLI-ID
                 W-LOTE-CANT W-OPERADOR-ACTUAL W-LOTE-SIN-ASIGNAR.
            IF W-LOTE-SIN-ASIGNAR NOT = 0
               DISPLAY W-STK-CODIGO ": " W-LOTE-SIN-ASIGNAR
                       " unidades sin lote asignado" LINE 23 COL 1
            END-IF.

       F-MUEVO-LOTES-PRODUCTO.
            EXIT.

      * AJUSTO-STOCK-SUCURSAL: un producto que la sucursal todavia no
      * tenia registrado arranca con el movimiento del remito, igual
      * que en CIERRE-VENTAS-DIARIO.
       AJUSTO-STOCK-SUCURSAL.
            MOVE W-STK-CODIGO TO STK-CODIGO.
            MOVE REM-SUCURSAL TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                MOVE W-STK-CODIGO TO STK-CODIGO
                MOVE REM-SUCURSAL TO STK-SUCURSAL
                MOVE W-MOV-CANTIDAD TO STK-STOCK
                MOVE 0 TO STK-PUNTO-REORDEN
                WRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Error creando stock sucursal"
                            LINE 24 COL 1
                END-WRITE
              NOT INVALID KEY
                ADD W-MOV-CANTIDAD TO STK-STOCK
                REWRITE REG-STOCK-SUCURSAL
                  INVALID KEY
                    DISPLAY "Error grabando stock sucursal"
                            LINE 24 COL 1
                END-REWRITE
            END-READ.

       F-AJUSTO-STOCK-SUCURSAL.
            EXIT.

      * CONSULTA-REMITO: encabezado, estado (con la factura si ya se
      * facturo) y renglones entregados.
       CONSULTA-REMITO.
            DISPLAY "Nro. Remito a consultar: " LINE 07 COL 10.
            ACCEPT W-REM-NUMERO LINE 07 COL 36 PROMPT.
            MOVE W-REM-NUMERO TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                DISPLAY "Remito inexistente" LINE 24 COL 1
                GO TO F-CONSULTA-REMITO
            END-READ.
            DISPLAY "Cliente: " REM-CLI-ID "  Sucursal: "
                    REM-SUCURSAL "  Fecha: " REM-FECHA
                    "  Empresa: " REM-EMPRESA LINE 08 COL 10.
            DISPLAY "Estado : " REM-ESTADO LINE 09 COL 10.
            IF REM-FACTURADO
               DISPLAY "Factura: " REM-FACT-NUMERO LINE 09 COL 25
            END-IF.
            DISPLAY "Codigo      Cantidad" LINE 10 COL 10.
            MOVE 11 TO W-LINEA-PANT.
            PERFORM POSICIONO-RENGLONES THRU F-POSICIONO-RENGLONES.
            PERFORM MUESTRO-UN-RENGLON THRU F-MUESTRO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-CONSULTA-REMITO.
            EXIT.

      * POSICIONO-RENGLONES: deja REM-RENGLONES apuntando al primer
      * renglon del remito en REM-NUMERO.
       POSICIONO-RENGLONES.
            MOVE REM-NUMERO TO REMR-NUMERO.
            MOVE 0 TO REMR-RENGLON.
            START REM-RENGLONES KEY IS NOT LESS THAN REMR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.

       F-POSICIONO-RENGLONES.
            EXIT.

       MUESTRO-UN-RENGLON.
            READ REM-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF REMR-NUMERO NOT = REM-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF W-LINEA-PANT < 22
                      DISPLAY REMR-CODIGO SPACE REMR-CANT
                              LINE W-LINEA-PANT COL 10
                      ADD 1 TO W-LINEA-PANT
                   END-IF
                END-IF
            END-READ.

       F-MUESTRO-UN-RENGLON.
            EXIT.

      * ANULO-REMITO: solo un remito pendiente de la empresa de la
      * sesion; uno ya facturado se resuelve con una nota de credito
      * (o anulando primero la factura, que lo devuelve a
      * pendiente). La mercaderia vuelve a la sucursal del remito.
       ANULO-REMITO.
            DISPLAY "Nro. Remito a anular: " LINE 07 COL 10.
            ACCEPT W-REM-NUMERO LINE 07 COL 33 PROMPT.
            MOVE W-REM-NUMERO TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                DISPLAY "Remito inexistente" LINE 24 COL 1
                GO TO F-ANULO-REMITO
            END-READ.
            IF NOT REM-PENDIENTE
               DISPLAY "El remito ya esta facturado o anulado"
                       LINE 24 COL 1
               GO TO F-ANULO-REMITO
            END-IF.
            IF REM-EMPRESA NOT = W-EMPRESA
               DISPLAY "Remito de la empresa " REM-EMPRESA
                       ", no se puede tocar" LINE 24 COL 1
               GO TO F-ANULO-REMITO
            END-IF.
            DISPLAY "Cliente: " REM-CLI-ID "  Sucursal: " REM-SUCURSAL
                    "  Fecha: " REM-FECHA LINE 09 COL 10.
            DISPLAY "¿Anula el remito y devuelve el stock? (S/N)"
                    LINE 11 COL 10.
            ACCEPT X LINE 11 COL 55 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-ANULO-REMITO
            END-IF.
            PERFORM POSICIONO-RENGLONES THRU F-POSICIONO-RENGLONES.
            PERFORM DEVUELVO-UN-RENGLON THRU F-DEVUELVO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".
            SET REM-ANULADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO REM-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO REM-USUARIO-MODIF.
            REWRITE REG-REMITO
              INVALID KEY
                DISPLAY "Error grabando remito: " ST-REMITOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Remito anulado, stock devuelto" LINE 24 COL 1
                PERFORM LIBERO-COTIZACION THRU F-LIBERO-COTIZACION
            END-REWRITE.

       F-ANULO-REMITO.
            EXIT.

       DEVUELVO-UN-RENGLON.
            READ REM-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF REMR-NUMERO NOT = REM-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   MOVE REMR-CODIGO TO W-REMR-CODIGO
                   MOVE REMR-CANT TO W-MOV-CANTIDAD
                   PERFORM MUEVO-STOCK THRU F-MUEVO-STOCK
                END-IF
            END-READ.

       F-DEVUELVO-UN-RENGLON.
            EXIT.

      * LISTO-PENDIENTES: remitos de un cliente todavia sin facturar,
      * por la clave alterna REM-CLI-ID, con los dias desde la
      * entrega.
       LISTO-PENDIENTES.
            DISPLAY "Cliente: " LINE 07 COL 10.
            ACCEPT W-CLI-BUSCADO LINE 07 COL 20 PROMPT.
            DISPLAY "Remito    Fecha    Suc Emp Reng.  Dias"
                    LINE 08 COL 10.
            MOVE 9 TO W-LINEA-PANT.
            MOVE 0 TO W-CANT-PENDIENTES.
            MOVE W-CLI-BUSCADO TO REM-CLI-ID.
            START REMITOS KEY IS NOT LESS THAN REM-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-REMITOS
              NOT INVALID KEY MOVE "N" TO W-FIN-REMITOS
            END-START.
            PERFORM LISTO-UN-PENDIENTE THRU F-LISTO-UN-PENDIENTE
                UNTIL W-FIN-REMITOS = "S".
            DISPLAY "Remitos pendientes: " W-CANT-PENDIENTES
                    LINE 22 COL 10.

       F-LISTO-PENDIENTES.
            EXIT.

       LISTO-UN-PENDIENTE.
            READ REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-REMITOS
                GO TO F-LISTO-UN-PENDIENTE
            END-READ.
            IF REM-CLI-ID NOT = W-CLI-BUSCADO
               MOVE "S" TO W-FIN-REMITOS
               GO TO F-LISTO-UN-PENDIENTE
            END-IF.
            IF NOT REM-PENDIENTE
               GO TO F-LISTO-UN-PENDIENTE
            END-IF.
            ADD 1 TO W-CANT-PENDIENTES.
            IF W-LINEA-PANT < 21
               COMPUTE W-DIAS-ENTREGA =
                       FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA)
                     - FUNCTION INTEGER-OF-DATE(REM-FECHA)
               MOVE W-DIAS-ENTREGA TO DIAS-ZZ
               DISPLAY REM-NUMERO SPACE REM-FECHA SPACE REM-SUCURSAL
                       SPACE REM-EMPRESA "  " REM-CANT-RENGLONES
                       SPACE DIAS-ZZ LINE W-LINEA-PANT COL 10
               ADD 1 TO W-LINEA-PANT
            END-IF.

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

       END PROGRAM "ABM-REMITOS".
