      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Presupuestos de venta. Los vendedores
      *          mandaban los presupuestos armados en un procesador de
      *          texto, y no quedaba registro de que se cotizo, a que
      *          precio, ni si termino en venta. Este programa carga el
      *          presupuesto (cliente validado contra CLIENTES, numero
      *          del talonario Q de la sucursal del cliente via
      *          PROXIMO-NUMERO-EMPRESA, vendedor de la cuenta) con las
      *          mismas reglas de renglon que ABM-FACTURAS: busqueda de
      *          producto por descripcion, precio de contrato vigente o
      *          de lista como default, y descuento con tope por
      *          familia y firma de supervisor por encima del tope. El
      *          presupuesto tiene fecha de validez; se imprime con
      *          IMPRESION-COTIZACION y se convierte sin retipear en
      *          factura (ABM-FACTURAS) o en remito de entrega
      *          (ABM-REMITOS), que lo dejan ganado con el comprobante.
      *          Aca se lo marca perdido, con el motivo, cuando el
      *          cliente no lo acepta.
      * Mod: 15/10/2026 EK - Para un kit (KITS) el stock que se
      *      muestra es el disponible del componente mas escaso en
      *      la sucursal.
      * Mod: 15/10/2026 EK - La cantidad va en la unidad de venta del
      *      producto; el stock que se muestra se pasa a esa unidad
      *      con PROD-FACTOR-VENTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-COTIZACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/preciosContrato.sel".
              COPY "./sel/limitesDescuento.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/preciosContrato.fd".
              COPY "./fd/limitesDescuento.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-COTIZACIONES    PIC XX.
       01 ST-COT-RENGLONES   PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-STOCK-SUC       PIC XX.
       01 ST-CONTRATOS       PIC XX.
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

       01 W-COT-NUMERO       PIC 9(9).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-COTIZACION-EXISTE VALUE "S".
       01 W-CLIENTE-VALIDO   PIC X VALUE "N".
       01 W-NOMBRE-PARCIAL   PIC X(60).
       01 W-CLI-ID-ELEGIDO   PIC 9(7).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-CANT-RENGLONES   PIC 9(4).
       01 W-CANT-CARGADOS    PIC 9(4).
       01 W-INDICE-RENG      PIC 9(4).
       01 W-ITEM-VALIDO      PIC X.

      * Validez: dias corridos desde la fecha del presupuesto; en
      * cero se toma el plazo de costumbre.
       01 W-DIAS-VALIDEZ     PIC 9(3).
       01 W-DIAS-VALIDEZ-STD PIC 9(3) VALUE 15.
       01 W-DIAS-FECHA       PIC 9(7).

      * Empresa de la sesion (BUSCO-EMPRESA): se pide al firmar solo
      * si hay mas de una activa; con una sola es la 01 de siempre.
      * El presupuesto queda de la empresa y numera en su talonario.
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-EMPRESA-NOMBRE   PIC X(40) VALUE SPACES.
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2) VALUE 1.
       01 W-EMPRESA-VALIDA   PIC X VALUE "N".

      * Numeracion por talonario: con Nro. Presupuesto 0 en el alta
      * el numero sale de la serie Q de la sucursal del cliente via
      * PROXIMO-NUMERO-EMPRESA, igual que facturas y remitos.
       01 W-TIPO-SERIE       PIC X VALUE "Q".
       01 W-NUMERO-SERIE     PIC 9(9).

      * Renglon en carga: mismas reglas que el renglon de factura.
       01 W-ITEM-CODIGO      PIC X(10).
       01 W-ITEM-CANT        PIC 9(5).
       01 W-ITEM-PRECIO      PIC S9(7)V9(2).

      * Kits: el kit no lleva stock propio; su disponible en la
      * sucursal es lo que alcanza a armarse con el componente mas
      * escaso (COMPONENTES-KIT).
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).
       01 W-DISPONIBLE       PIC S9(7).
       01 W-DISP-CARGADO     PIC X.
       01 W-ARMABLES         PIC S9(7).
       01 W-PRECIO-LISTA     PIC S9(7)V9(2).
       01 W-PRECIO-DEFAULT   PIC 9(7)V9(2).

      * Topes de descuento por familia (LIMITES-DESCUENTO), los
      * mismos de ABM-FACTURAS; una familia sin tope cargado usa el
      * general.
       01 ST-LIMDESC         PIC XX.
       01 W-FIN-LIMDESC      PIC X VALUE "N".
       01 TABLA-LIMDESC.
          03 W-LD-ENTRADA OCCURS 24 TIMES.
             05 W-LD-FAMILIA    PIC X(5).
             05 W-LD-MAXIMO     PIC 9(2)V9(2).
       01 W-CANT-LIMDESC     PIC 9(2) VALUE 0.
       01 W-INDICE-LD        PIC 9(2).
       01 W-MAXIMO-DESC      PIC 9(2)V9(2).
       01 W-MAXIMO-GENERAL   PIC 9(2)V9(2) VALUE 10,00.
       01 W-DESC-PCT         PIC 9(2)V9(2).
       01 W-DESC-OK          PIC X.
       01 W-DESC-AUTORIZADO  PIC X.
       01 W-DESC-SUPER       PIC X.
       01 W-SUPER-ID         PIC X(8).
       01 W-SUPER-CLAVE      PIC X(8).

      * Busqueda de producto por descripcion ("?" en el codigo).
       01 W-DESC-BUSCADA     PIC X(20).
       01 W-LARGO-BUSCADO    PIC 99.
       01 W-POS-BUSQUEDA     PIC 99.
       01 W-COINCIDE         PIC X.
       01 W-HALLADOS-PROD    PIC 9(3).
       01 W-LINEA-BUSQUEDA   PIC 99.
       01 W-FIN-BUSQUEDA     PIC X.
       01 BUSQ-PRECIO-ZZ     PIC ------9,99.

      * Perdida: motivo del rechazo del cliente.
       01 W-MOTIVO           PIC XX.

      * Listados en pantalla (consulta y presupuestos por cliente).
       01 W-FIN-RENGLONES    PIC X.
       01 W-FIN-COTIZACIONES PIC X.
       01 W-CLI-BUSCADO      PIC 9(7).
       01 W-LINEA-PANT       PIC 99.
       01 W-CANT-LISTADOS    PIC 9(4).
       01 W-ESTADO-TEXTO     PIC X(9).
       01 TOTAL-ZZ           PIC ---.---.--9,99.
       01 PRECIO-ZZ          PIC ----.--9,99.

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
               PERFORM ELIJO-EMPRESA THRU F-ELIJO-EMPRESA
            END-IF.
            IF FIN NOT = "S"
               PERFORM LEO-LIMITES-DESCUENTO
                  THRU F-LEO-LIMITES-DESCUENTO
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
                    "Presupuestos - Firma de Operador"
                        LINE 3 COL 23
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

       LEO-LIMITES-DESCUENTO.
            OPEN INPUT LIMITES-DESCUENTO.
            IF ST-LIMDESC = "00"
               MOVE "N" TO W-FIN-LIMDESC
               PERFORM LEO-UN-LIMDESC THRU F-LEO-UN-LIMDESC
                   UNTIL W-FIN-LIMDESC = "S"
               CLOSE LIMITES-DESCUENTO
            END-IF.

       F-LEO-LIMITES-DESCUENTO.
            EXIT.

       LEO-UN-LIMDESC.
            READ LIMITES-DESCUENTO
              AT END
                MOVE "S" TO W-FIN-LIMDESC
              NOT AT END
                IF W-CANT-LIMDESC < 24
                   ADD 1 TO W-CANT-LIMDESC
                   MOVE LIMD-FAMILIA
                     TO W-LD-FAMILIA(W-CANT-LIMDESC)
                   MOVE LIMD-MAXIMO
                     TO W-LD-MAXIMO(W-CANT-LIMDESC)
                ELSE
                   MOVE "S" TO W-FIN-LIMDESC
                END-IF
            END-READ.

       F-LEO-UN-LIMDESC.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COT-RENGLONES.
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
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT STOCK-SUCURSAL.
            IF ST-STOCK-SUC > "07"
               DISPLAY "Error abriendo Stock Sucursal: " ST-STOCK-SUC
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PRECIOS-CONTRATO.
            IF ST-CONTRATOS > "07"
               DISPLAY "Error abriendo Contratos: " ST-CONTRATOS
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
            CLOSE COTIZACIONES.
            CLOSE COT-RENGLONES.
            CLOSE CLIENTES.
            CLOSE PRODUCTOS.
            CLOSE STOCK-SUCURSAL.
            CLOSE PRECIOS-CONTRATO.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Empresa " LINE 2 COL 1 W-EMPRESA LINE 2 COL 9
                    W-EMPRESA-NOMBRE LINE 2 COL 12
                    "Presupuestos de Venta" LINE 3 COL 30
                    GUIONES LINE 4 COL 1
                    "A=Alta C=Consulta X=Perdido L=Por cliente  "
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 45.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-COTIZACION THRU F-ALTA-COTIZACION
                  WHEN "C"
                     PERFORM CONSULTA-COTIZACION
                        THRU F-CONSULTA-COTIZACION
                  WHEN "X"
                     PERFORM PIERDO-COTIZACION
                        THRU F-PIERDO-COTIZACION
                  WHEN "L"
                     PERFORM LISTO-POR-CLIENTE
                        THRU F-LISTO-POR-CLIENTE
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

      * ALTA-COTIZACION: el presupuesto sale con la fecha del dia, la
      * sucursal y el vendedor de la cuenta, y vale los dias que se
      * indiquen. Cada renglon se graba a medida que se carga y el
      * encabezado, con el total, se graba al final; un presupuesto
      * sin ningun renglon valido no se graba. No se reserva stock:
      * solo se muestra el disponible de la sucursal como
      * referencia para el vendedor.
       ALTA-COTIZACION.
            MOVE "N" TO W-CLIENTE-VALIDO.
            PERFORM PIDO-CLIENTE THRU F-PIDO-CLIENTE
                UNTIL W-CLIENTE-VALIDO = "S".
            DISPLAY "Nro. Presupuesto (0=talonario): " LINE 08 COL 10.
            ACCEPT W-COT-NUMERO LINE 08 COL 43 PROMPT.
            IF W-COT-NUMERO = 0
               PERFORM TOMO-NUMERO-SERIE THRU F-TOMO-NUMERO-SERIE
            END-IF.
            MOVE W-COT-NUMERO TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            IF W-COTIZACION-EXISTE OR W-COT-NUMERO = 0
               DISPLAY "Ya existe ese presupuesto (o numero en cero)"
                       LINE 24 COL 1
               GO TO F-ALTA-COTIZACION
            END-IF.
            INITIALIZE REG-COTIZACION REPLACING NUMERIC DATA BY ZERO
                                      ALPHANUMERIC DATA BY SPACES.
            MOVE W-COT-NUMERO TO COT-NUMERO.
            MOVE CLI_ID TO COT-CLI-ID.
            MOVE CLI_VENDEDOR TO COT-VENDEDOR.
            MOVE CLI_SUCURSAL TO COT-SUCURSAL.
            MOVE W-EMPRESA TO COT-EMPRESA.
            MOVE W-FECHA-SISTEMA TO COT-FECHA.
            DISPLAY "Dias de validez (0=" LINE 09 COL 10
                    W-DIAS-VALIDEZ-STD LINE 09 COL 30
                    "): " LINE 09 COL 33.
            ACCEPT W-DIAS-VALIDEZ LINE 09 COL 36 PROMPT.
            IF W-DIAS-VALIDEZ = 0
               MOVE W-DIAS-VALIDEZ-STD TO W-DIAS-VALIDEZ
            END-IF.
            COMPUTE W-DIAS-FECHA =
                    FUNCTION INTEGER-OF-DATE(COT-FECHA)
                  + W-DIAS-VALIDEZ.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-FECHA)
              TO COT-VALIDEZ.
            DISPLAY "Valido hasta: " LINE 09 COL 45
                    COT-VALIDEZ LINE 09 COL 59.
            DISPLAY "Cant. renglones : " LINE 10 COL 10.
            ACCEPT W-CANT-RENGLONES LINE 10 COL 29 PROMPT.
            IF W-CANT-RENGLONES = 0
               MOVE 1 TO W-CANT-RENGLONES
            END-IF.
            MOVE 0 TO W-CANT-CARGADOS.
            PERFORM CARGO-UN-RENGLON THRU F-CARGO-UN-RENGLON
                VARYING W-INDICE-RENG FROM 1 BY 1
                    UNTIL W-INDICE-RENG > W-CANT-RENGLONES.
            IF W-CANT-CARGADOS = 0
               DISPLAY "Presupuesto sin renglones, no se graba"
                       LINE 24 COL 1
               GO TO F-ALTA-COTIZACION
            END-IF.
            MOVE W-CANT-CARGADOS TO COT-CANT-RENGLONES.
            SET COT-PENDIENTE TO TRUE.
            MOVE 0 TO COT-CONV-NUMERO.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO COT-USUARIO-ALTA.
            WRITE REG-COTIZACION
              INVALID KEY
                DISPLAY "Error grabando presupuesto: " ST-COTIZACIONES
                        LINE 24 COL 1
              NOT INVALID KEY
                MOVE COT-TOTAL TO TOTAL-ZZ
                DISPLAY "Presupuesto " COT-NUMERO " grabado, total "
                        TOTAL-ZZ LINE 24 COL 1
            END-WRITE.

       F-ALTA-COTIZACION.
            EXIT.

      * PIDO-CLIENTE: con Id 0 se abre el browse por nombre comun a
      * todos los ABMs (BUSCO-CLIENTE-NOMBRE). A una cuenta en
      * revision de credito se le puede presupuestar, pero se avisa:
      * no se le va a poder facturar hasta que se libere.
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
                MOVE "S" TO W-CLIENTE-VALIDO
                DISPLAY CLI_NOMBRE LINE 07 COL 38
                IF CLI-EN-REVISION
                   DISPLAY "Aviso: cuenta en revision de credito"
                           LINE 24 COL 1
                END-IF
            END-READ.

       F-PIDO-CLIENTE.
            EXIT.

       TOMO-NUMERO-SERIE.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA
                 CLI_SUCURSAL W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " CLI_SUCURSAL "/Q sin cargar, "
                       "ingrese numero" LINE 24 COL 1
               ACCEPT W-COT-NUMERO LINE 08 COL 43 PROMPT
            ELSE
               MOVE W-NUMERO-SERIE TO W-COT-NUMERO
               DISPLAY W-COT-NUMERO LINE 08 COL 43
            END-IF.

       F-TOMO-NUMERO-SERIE.
            EXIT.

      * CARGO-UN-RENGLON: codigo (con "?" para buscar por
      * descripcion), cantidad, precio (0 = el de contrato vigente o
      * el de lista) y descuento con el tope de la familia. El
      * renglon guarda el precio ofrecido antes del descuento y el
      * precio final, que es el que pasa a la factura o al remito.
       CARGO-UN-RENGLON.
            DISPLAY " " LINE 14 COL 1 ERASE EOS.
            MOVE "N" TO W-ITEM-VALIDO.
            PERFORM PIDO-CODIGO-ITEM THRU F-PIDO-CODIGO-ITEM
                UNTIL W-ITEM-VALIDO = "S".
            PERFORM MUESTRO-STOCK-SUCURSAL
               THRU F-MUESTRO-STOCK-SUCURSAL.
            DISPLAY "  cantidad: " LINE 15 COL 10.
            ACCEPT W-ITEM-CANT LINE 15 COL 35 PROMPT.
            IF W-ITEM-CANT = 0
               DISPLAY "Cantidad en cero, renglon descartado"
                       LINE 24 COL 1
               GO TO F-CARGO-UN-RENGLON
            END-IF.
            DISPLAY "  precio  : " LINE 16 COL 10.
            ACCEPT W-ITEM-PRECIO LINE 16 COL 35 PROMPT.
            IF W-ITEM-PRECIO = 0
               PERFORM BUSCO-PRECIO-CONTRATO
                  THRU F-BUSCO-PRECIO-CONTRATO
               MOVE W-PRECIO-DEFAULT TO W-ITEM-PRECIO
               MOVE W-ITEM-PRECIO TO PRECIO-ZZ
               DISPLAY PRECIO-ZZ LINE 16 COL 35
            END-IF.
            MOVE W-ITEM-PRECIO TO W-PRECIO-LISTA.
            MOVE "N" TO W-DESC-OK.
            PERFORM PIDO-DESCUENTO THRU F-PIDO-DESCUENTO
                UNTIL W-DESC-OK = "S".
            ADD 1 TO W-CANT-CARGADOS.
            INITIALIZE REG-COT-RENGLON REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE COT-NUMERO TO COTR-NUMERO.
            MOVE W-CANT-CARGADOS TO COTR-RENGLON.
            MOVE W-ITEM-CODIGO TO COTR-CODIGO.
            MOVE W-ITEM-CANT TO COTR-CANT.
            MOVE W-PRECIO-LISTA TO COTR-PRECIO-LISTA.
            MOVE W-ITEM-PRECIO TO COTR-PRECIO.
            MOVE W-DESC-PCT TO COTR-DESC-PCT.
            MOVE W-DESC-SUPER TO COTR-DESC-SUPER.
            WRITE REG-COT-RENGLON
              INVALID KEY
                SUBTRACT 1 FROM W-CANT-CARGADOS
                DISPLAY "Error grabando renglon: " ST-COT-RENGLONES
                        LINE 24 COL 1
              NOT INVALID KEY
                COMPUTE COT-TOTAL = COT-TOTAL
                        + (W-ITEM-CANT * W-ITEM-PRECIO)
                MOVE COT-TOTAL TO TOTAL-ZZ
                DISPLAY "Total: " LINE 21 COL 10
                        TOTAL-ZZ LINE 21 COL 35
            END-WRITE.

       F-CARGO-UN-RENGLON.
            EXIT.

      * PIDO-CODIGO-ITEM: "?" abre la busqueda por descripcion, como
      * en la carga de renglones de factura.
       PIDO-CODIGO-ITEM.
            DISPLAY "Renglon " W-INDICE-RENG " codigo: "
                    LINE 14 COL 10.
            ACCEPT W-ITEM-CODIGO LINE 14 COL 35 PROMPT.
            IF W-ITEM-CODIGO = "?"
               PERFORM BUSCA-POR-DESCRIPCION
                  THRU F-BUSCA-POR-DESCRIPCION
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-ITEM-CODIGO) TO W-ITEM-CODIGO.
            MOVE W-ITEM-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "N" TO W-ITEM-VALIDO
                DISPLAY "Codigo de producto inexistente"
                        LINE 24 COL 1
              NOT INVALID KEY
                IF NOT PROD-ACTIVO
                   MOVE "N" TO W-ITEM-VALIDO
                   DISPLAY "Producto dado de baja" LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-ITEM-VALIDO
                   DISPLAY PROD-DESCRIPCION LINE 14 COL 50
                   DISPLAY PROD-UNIDAD-VENTA LINE 15 COL 45
                END-IF
            END-READ.

       F-PIDO-CODIGO-ITEM.
            EXIT.

       MUESTRO-STOCK-SUCURSAL.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               DISPLAY "(sin stock cargado en " COT-SUCURSAL ")"
                       LINE 15 COL 50
            ELSE
               DISPLAY "(stock " COT-SUCURSAL ": " W-DISPONIBLE ")"
                       LINE 15 COL 50
            END-IF.

       F-MUESTRO-STOCK-SUCURSAL.
            EXIT.

      * CALCULO-DISPONIBLE: disponible de W-ITEM-CODIGO en la
      * sucursal del presupuesto. Un producto comun es su STK-STOCK;
      * un kit, las unidades que alcanzan a armarse con el componente
      * mas escaso (un componente sin registro en la sucursal no
      * limita). W-DISP-CARGADO queda en "N" si no hay ningun
      * registro de stock en la sucursal. El stock esta en unidad
      * base; con el producto en el buffer se pasa a unidad de venta.
       CALCULO-DISPONIBLE.
            MOVE "N" TO W-DISP-CARGADO.
            MOVE 0 TO W-DISPONIBLE.
            CALL "COMPONENTES-KIT" USING W-ITEM-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-ITEM-CODIGO TO STK-CODIGO
               MOVE COT-SUCURSAL TO STK-SUCURSAL
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
            IF W-DISP-CARGADO = "S" AND PROD-FACTOR-VENTA NUMERIC
               IF PROD-FACTOR-VENTA > 1
                  COMPUTE W-DISPONIBLE =
                          W-DISPONIBLE / PROD-FACTOR-VENTA
               END-IF
            END-IF.

       F-CALCULO-DISPONIBLE.
            EXIT.

       DISPONIBLE-COMPONENTE.
            IF W-KIT-COMP-CANT(W-IND-COMP) = 0
               GO TO F-DISPONIBLE-COMPONENTE
            END-IF.
            MOVE W-KIT-COMP-CODIGO(W-IND-COMP) TO STK-CODIGO.
            MOVE COT-SUCURSAL TO STK-SUCURSAL.
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

       BUSCA-POR-DESCRIPCION.
            DISPLAY " " LINE 8 COL 1 ERASE EOS.
            DISPLAY "Descripcion a buscar: " LINE 08 COL 10.
            ACCEPT W-DESC-BUSCADA LINE 08 COL 33 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-DESC-BUSCADA)
              TO W-DESC-BUSCADA.
            MOVE 0 TO W-LARGO-BUSCADO.
            PERFORM MIDO-TEXTO-BUSCADO
                VARYING W-POS-BUSQUEDA FROM 20 BY -1
                    UNTIL W-POS-BUSQUEDA < 1
                       OR W-LARGO-BUSCADO NOT = 0.
            MOVE 9 TO W-LINEA-BUSQUEDA.
            MOVE 0 TO W-HALLADOS-PROD.
            MOVE "N" TO W-FIN-BUSQUEDA.
            IF W-LARGO-BUSCADO = 0
               MOVE "S" TO W-FIN-BUSQUEDA
            ELSE
               MOVE LOW-VALUES TO PROD-CODIGO
               START PRODUCTOS KEY IS NOT LESS THAN PROD-CODIGO
                 INVALID KEY MOVE "S" TO W-FIN-BUSQUEDA
               END-START
            END-IF.
            PERFORM LISTO-PRODUCTO-HALLADO
               THRU F-LISTO-PRODUCTO-HALLADO
                UNTIL W-FIN-BUSQUEDA = "S".
            IF W-HALLADOS-PROD = 0
               DISPLAY "Ningun producto coincide" LINE 24 COL 1
            ELSE
               DISPLAY "Codigo elegido: " LINE 22 COL 10
               ACCEPT W-ITEM-CODIGO LINE 22 COL 27 PROMPT
            END-IF.
            DISPLAY " " LINE 8 COL 1 ERASE EOS.

       F-BUSCA-POR-DESCRIPCION.
            EXIT.

       MIDO-TEXTO-BUSCADO.
            IF W-DESC-BUSCADA(W-POS-BUSQUEDA:1) NOT = SPACE
               MOVE W-POS-BUSQUEDA TO W-LARGO-BUSCADO
            END-IF.

      * LISTO-PRODUCTO-HALLADO: un producto activo coincide si su
      * descripcion contiene el texto en cualquier posicion; se
      * listan hasta 12 y se corta (la busqueda se puede refinar con
      * mas texto).
       LISTO-PRODUCTO-HALLADO.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-BUSQUEDA
              NOT AT END
                IF PROD-ACTIVO
                   PERFORM COMPARO-DESCRIPCION
                      THRU F-COMPARO-DESCRIPCION
                   IF W-COINCIDE = "S"
                      ADD 1 TO W-HALLADOS-PROD
                      MOVE PROD-PRECIO TO BUSQ-PRECIO-ZZ
                      ADD 1 TO W-LINEA-BUSQUEDA
                      DISPLAY PROD-CODIGO SPACE
                              PROD-DESCRIPCION(1:28) SPACE
                              BUSQ-PRECIO-ZZ " stk " PROD-STOCK
                              LINE W-LINEA-BUSQUEDA COL 5
                      IF W-HALLADOS-PROD NOT < 12
                         MOVE "S" TO W-FIN-BUSQUEDA
                         DISPLAY "(hay mas coincidencias, refine el "
                                 "texto)" LINE 21 COL 10
                      END-IF
                   END-IF
                END-IF
            END-READ.

       F-LISTO-PRODUCTO-HALLADO.
            EXIT.

       COMPARO-DESCRIPCION.
            MOVE "N" TO W-COINCIDE.
            PERFORM COMPARO-UNA-POSICION
                VARYING W-POS-BUSQUEDA FROM 1 BY 1
                    UNTIL W-POS-BUSQUEDA > 41 - W-LARGO-BUSCADO
                       OR W-COINCIDE = "S".

       F-COMPARO-DESCRIPCION.
            EXIT.

       COMPARO-UNA-POSICION.
            IF PROD-DESCRIPCION(W-POS-BUSQUEDA:W-LARGO-BUSCADO)
                  = W-DESC-BUSCADA(1:W-LARGO-BUSCADO)
               MOVE "S" TO W-COINCIDE
            END-IF.

      * BUSCO-PRECIO-CONTRATO: el precio default del renglon es el
      * pactado para cliente + producto si hay contrato vigente a la
      * fecha del presupuesto; si no, el PROD-PRECIO de lista.
       BUSCO-PRECIO-CONTRATO.
            MOVE PROD-PRECIO TO W-PRECIO-DEFAULT.
            MOVE COT-CLI-ID TO PCON-CLI-ID.
            MOVE W-ITEM-CODIGO TO PCON-CODIGO.
            READ PRECIOS-CONTRATO KEY IS PCON-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF COT-FECHA NOT < PCON-VIGENCIA-DESDE
                      AND COT-FECHA NOT > PCON-VIGENCIA-HASTA
                   MOVE PCON-PRECIO TO W-PRECIO-DEFAULT
                   DISPLAY "(precio de contrato)" LINE 16 COL 50
                END-IF
            END-READ.

       F-BUSCO-PRECIO-CONTRATO.
            EXIT.

      * PIDO-DESCUENTO: porcentaje de descuento del renglon (0 = sin
      * descuento), con el mismo tope por familia y la misma firma
      * de supervisor que en la factura. El descuento no se asienta
      * en el ledger de DESCUENTOS aca: queda en el renglon y se
      * asienta cuando el presupuesto se factura.
       PIDO-DESCUENTO.
            MOVE SPACE TO W-DESC-SUPER.
            DISPLAY "  desc.%  : " LINE 17 COL 10.
            ACCEPT W-DESC-PCT LINE 17 COL 35 PROMPT.
            IF W-DESC-PCT = 0
               MOVE "S" TO W-DESC-OK
               GO TO F-PIDO-DESCUENTO
            END-IF.
            MOVE W-MAXIMO-GENERAL TO W-MAXIMO-DESC.
            PERFORM BUSCO-LIMITE-DESCUENTO
               THRU F-BUSCO-LIMITE-DESCUENTO
                VARYING W-INDICE-LD FROM 1 BY 1
                    UNTIL W-INDICE-LD > W-CANT-LIMDESC.
            MOVE "S" TO W-DESC-AUTORIZADO.
            IF W-DESC-PCT > W-MAXIMO-DESC
               PERFORM PIDO-FIRMA-SUPERVISOR
                  THRU F-PIDO-FIRMA-SUPERVISOR
               MOVE "S" TO W-DESC-SUPER
            END-IF.
            IF W-DESC-AUTORIZADO = "S"
               COMPUTE W-ITEM-PRECIO ROUNDED =
                  W-PRECIO-LISTA * (100 - W-DESC-PCT) / 100
               MOVE "S" TO W-DESC-OK
            ELSE
               DISPLAY "Descuento no autorizado, reingrese"
                       LINE 24 COL 1
            END-IF.

       F-PIDO-DESCUENTO.
            EXIT.

       BUSCO-LIMITE-DESCUENTO.
            IF W-LD-FAMILIA(W-INDICE-LD) = PROD-FAMILIA
               MOVE W-LD-MAXIMO(W-INDICE-LD) TO W-MAXIMO-DESC
            END-IF.

       F-BUSCO-LIMITE-DESCUENTO.
            EXIT.

      * PIDO-FIRMA-SUPERVISOR: un descuento por encima del tope de
      * la familia exige que un supervisor firme en el momento --
      * mismo gate de perfil "S" que las transacciones reservadas.
       PIDO-FIRMA-SUPERVISOR.
            MOVE "N" TO W-DESC-AUTORIZADO.
            DISPLAY "Descuento supera el tope, firma supervisor"
                    LINE 24 COL 1.
            DISPLAY "Supervisor: " LINE 18 COL 10.
            ACCEPT W-SUPER-ID LINE 18 COL 23 PROMPT.
            DISPLAY "Clave     : " LINE 19 COL 10.
            ACCEPT W-SUPER-CLAVE LINE 19 COL 23 PROMPT.
            PERFORM VALIDO-FIRMA-SUPER THRU F-VALIDO-FIRMA-SUPER
                VARYING W-INDICE-OPER FROM 1 BY 1
                    UNTIL W-INDICE-OPER > W-CANT-OPERADORES
                       OR W-DESC-AUTORIZADO = "S".

       F-PIDO-FIRMA-SUPERVISOR.
            EXIT.

       VALIDO-FIRMA-SUPER.
            IF OPER-ID(W-INDICE-OPER) = W-SUPER-ID
                  AND OPER-CLAVE(W-INDICE-OPER) = W-SUPER-CLAVE
                  AND OPER-ACTIVO(W-INDICE-OPER)
                  AND OPER-PERFIL(W-INDICE-OPER) = "S"
               MOVE "S" TO W-DESC-AUTORIZADO
            END-IF.

       F-VALIDO-FIRMA-SUPER.
            EXIT.

      * CONSULTA-COTIZACION: encabezado, estado (con el comprobante
      * si se gano o el motivo si se perdio) y renglones.
       CONSULTA-COTIZACION.
            DISPLAY "Nro. Presupuesto a consultar: " LINE 07 COL 10.
            ACCEPT W-COT-NUMERO LINE 07 COL 41 PROMPT.
            MOVE W-COT-NUMERO TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                DISPLAY "Presupuesto inexistente" LINE 24 COL 1
                GO TO F-CONSULTA-COTIZACION
            END-READ.
            PERFORM ARMO-ESTADO-TEXTO THRU F-ARMO-ESTADO-TEXTO.
            DISPLAY "Cliente: " COT-CLI-ID "  Vendedor: " COT-VENDEDOR
                    "  Fecha: " COT-FECHA "  Vence: " COT-VALIDEZ
                    LINE 08 COL 10.
            DISPLAY "Estado : " W-ESTADO-TEXTO LINE 09 COL 10.
            IF COT-GANADO
               DISPLAY "Convertido en " COT-CONV-TIPO " "
                       COT-CONV-NUMERO " el " COT-FECHA-CIERRE
                       LINE 09 COL 30
            END-IF.
            IF COT-PERDIDO
               DISPLAY "Motivo " COT-MOTIVO-PERDIDA " el "
                       COT-FECHA-CIERRE LINE 09 COL 30
            END-IF.
            MOVE COT-TOTAL TO TOTAL-ZZ.
            DISPLAY "Total  : " TOTAL-ZZ LINE 10 COL 10.
            DISPLAY "Codigo      Cant.  Desc.%      Precio"
                    LINE 11 COL 10.
            MOVE 12 TO W-LINEA-PANT.
            PERFORM POSICIONO-RENGLONES THRU F-POSICIONO-RENGLONES.
            PERFORM MUESTRO-UN-RENGLON THRU F-MUESTRO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".

       F-CONSULTA-COTIZACION.
            EXIT.

      * ARMO-ESTADO-TEXTO: un pendiente con la validez ya pasada se
      * muestra como vencido.
       ARMO-ESTADO-TEXTO.
            EVALUATE TRUE
               WHEN COT-GANADO
                  MOVE "GANADO" TO W-ESTADO-TEXTO
               WHEN COT-PERDIDO
                  MOVE "PERDIDO" TO W-ESTADO-TEXTO
               WHEN COT-VALIDEZ < W-FECHA-SISTEMA
                  MOVE "VENCIDO" TO W-ESTADO-TEXTO
               WHEN OTHER
                  MOVE "PENDIENTE" TO W-ESTADO-TEXTO
            END-EVALUATE.

       F-ARMO-ESTADO-TEXTO.
            EXIT.

      * POSICIONO-RENGLONES: deja COT-RENGLONES apuntando al primer
      * renglon del presupuesto en COT-NUMERO.
       POSICIONO-RENGLONES.
            MOVE COT-NUMERO TO COTR-NUMERO.
            MOVE 0 TO COTR-RENGLON.
            START COT-RENGLONES KEY IS NOT LESS THAN COTR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.

       F-POSICIONO-RENGLONES.
            EXIT.

       MUESTRO-UN-RENGLON.
            READ COT-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
              NOT AT END
                IF COTR-NUMERO NOT = COT-NUMERO
                   MOVE "S" TO W-FIN-RENGLONES
                ELSE
                   IF W-LINEA-PANT < 22
                      MOVE COTR-PRECIO TO PRECIO-ZZ
                      DISPLAY COTR-CODIGO SPACE COTR-CANT SPACE
                              COTR-DESC-PCT SPACE PRECIO-ZZ
                              LINE W-LINEA-PANT COL 10
                      ADD 1 TO W-LINEA-PANT
                   END-IF
                END-IF
            END-READ.

       F-MUESTRO-UN-RENGLON.
            EXIT.

      * PIERDO-COTIZACION: solo un presupuesto pendiente (vencido o
      * no) de la empresa de la sesion. El motivo es obligatorio: es
      * lo que despues explica la tasa de conversion del vendedor.
       PIERDO-COTIZACION.
            DISPLAY "Nro. Presupuesto perdido: " LINE 07 COL 10.
            ACCEPT W-COT-NUMERO LINE 07 COL 37 PROMPT.
            MOVE W-COT-NUMERO TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                DISPLAY "Presupuesto inexistente" LINE 24 COL 1
                GO TO F-PIERDO-COTIZACION
            END-READ.
            IF NOT COT-PENDIENTE
               DISPLAY "El presupuesto ya esta ganado o perdido"
                       LINE 24 COL 1
               GO TO F-PIERDO-COTIZACION
            END-IF.
            IF COT-EMPRESA NOT = W-EMPRESA
               DISPLAY "Presupuesto de la empresa " COT-EMPRESA
                       ", no se puede tocar" LINE 24 COL 1
               GO TO F-PIERDO-COTIZACION
            END-IF.
            MOVE COT-TOTAL TO TOTAL-ZZ.
            DISPLAY "Cliente: " COT-CLI-ID "  Fecha: " COT-FECHA
                    "  Total: " TOTAL-ZZ LINE 09 COL 10.
            DISPLAY "Motivo: PR=Precio PZ=Plazo de entrega "
                    "ST=Sin stock" LINE 11 COL 10.
            DISPLAY "        CP=Competencia DS=Desistio OT=Otro"
                    LINE 12 COL 10.
            MOVE SPACES TO COT-MOTIVO-PERDIDA.
            PERFORM PIDO-MOTIVO THRU F-PIDO-MOTIVO
                UNTIL COT-MOTIVO-VALIDO.
            SET COT-PERDIDO TO TRUE.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-CIERRE.
            MOVE W-FECHA-SISTEMA TO COT-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO COT-USUARIO-MODIF.
            REWRITE REG-COTIZACION
              INVALID KEY
                DISPLAY "Error grabando presupuesto: " ST-COTIZACIONES
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Presupuesto marcado perdido" LINE 24 COL 1
            END-REWRITE.

       F-PIERDO-COTIZACION.
            EXIT.

       PIDO-MOTIVO.
            DISPLAY "Motivo: " LINE 14 COL 10.
            ACCEPT W-MOTIVO LINE 14 COL 18 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-MOTIVO) TO COT-MOTIVO-PERDIDA.
            IF NOT COT-MOTIVO-VALIDO
               DISPLAY "Motivo invalido" LINE 24 COL 1
            END-IF.

       F-PIDO-MOTIVO.
            EXIT.

      * LISTO-POR-CLIENTE: presupuestos de un cliente, por la clave
      * alterna COT-CLI-ID, con su estado (vencido incluido).
       LISTO-POR-CLIENTE.
            DISPLAY "Cliente: " LINE 07 COL 10.
            ACCEPT W-CLI-BUSCADO LINE 07 COL 20 PROMPT.
            DISPLAY "Presup.   Fecha    Vence    Vend. Estado    "
                    "        Total" LINE 08 COL 5.
            MOVE 9 TO W-LINEA-PANT.
            MOVE 0 TO W-CANT-LISTADOS.
            MOVE W-CLI-BUSCADO TO COT-CLI-ID.
            START COTIZACIONES KEY IS NOT LESS THAN COT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-COTIZACIONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COTIZACIONES
            END-START.
            PERFORM LISTO-UNA-COTIZACION THRU F-LISTO-UNA-COTIZACION
                UNTIL W-FIN-COTIZACIONES = "S".
            DISPLAY "Presupuestos: " W-CANT-LISTADOS LINE 22 COL 10.

       F-LISTO-POR-CLIENTE.
            EXIT.

       LISTO-UNA-COTIZACION.
            READ COTIZACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COTIZACIONES
                GO TO F-LISTO-UNA-COTIZACION
            END-READ.
            IF COT-CLI-ID NOT = W-CLI-BUSCADO
               MOVE "S" TO W-FIN-COTIZACIONES
               GO TO F-LISTO-UNA-COTIZACION
            END-IF.
            ADD 1 TO W-CANT-LISTADOS.
            IF W-LINEA-PANT < 21
               PERFORM ARMO-ESTADO-TEXTO THRU F-ARMO-ESTADO-TEXTO
               MOVE COT-TOTAL TO TOTAL-ZZ
               DISPLAY COT-NUMERO SPACE COT-FECHA SPACE COT-VALIDEZ
                       SPACE COT-VENDEDOR SPACE W-ESTADO-TEXTO
                       SPACE TOTAL-ZZ LINE W-LINEA-PANT COL 5
               ADD 1 TO W-LINEA-PANT
            END-IF.

       F-LISTO-UNA-COTIZACION.
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

       END PROGRAM "ABM-COTIZACIONES".
