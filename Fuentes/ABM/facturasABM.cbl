      *          trabajo, menu de transaccion y edicion campo a campo,
      *          para que facturacion deje de depender de un proceso
      *          que este sistema no controla.
      * Mod: 15/10/2026 EK - La percepcion de IIBB usa la alicuota
      *      del CUIT del cliente en PADRON-CONTRIBUYENTES cuando hay
      *      registro vigente a la fecha del comprobante; si no, la
      *      general de la jurisdiccion como hasta ahora.
      * Mod: 15/10/2026 EK - Multiempresa: con mas de una empresa en
      *      empresas.dat se elige la empresa al firmar; el alta y la
      *      nota de credito la graban en FACT-EMPRESA y numeran en su
      *      talonario (PROXIMO-NUMERO-EMPRESA); no se modifica ni
      *      anula un comprobante de otra empresa. Fuera de la
      *      principal el saldo del cliente en la empresa se lleva en
      *      CLIENTES-EMPRESA y su limite, si esta cargado, se
      *      controla con firma de supervisor como el de grupo.
      * Mod: 15/10/2026 EK - Factura desde remitos: en el alta se
      *      pueden elegir uno o mas remitos pendientes del cliente y
      *      la empresa; los renglones salen de REM-RENGLONES (solo se
      *      pone precio y descuento), la factura queda marcada en
      *      FACT-REMITADA para que el cierre no vuelva a descontar
      *      stock y los remitos pasan a facturados. La baja de esa
      *      factura los devuelve a pendientes; no se modifica.
      * Mod: 15/10/2026 EK - Factura desde presupuesto: en el alta se
      *      puede indicar un presupuesto pendiente y vigente del
      *      cliente; los renglones salen de COT-RENGLONES al precio
      *      presupuestado (solo se controla stock), el descuento
      *      cotizado se asienta en DESCUENTOS y el presupuesto queda
      *      ganado con la factura. La baja lo devuelve a pendiente.
      *      Un renglon de remito que vino de un presupuesto propone
      *      el precio presupuestado como default.
      * Mod: 15/10/2026 EK - Un renglon de kit (KITS) se controla
      *      contra el disponible del componente mas escaso en la
      *      sucursal emisora; el cierre descuenta los componentes.
      * Mod: 15/10/2026 EK - La cantidad del renglon va en la unidad
      *      de venta del producto (PROD-UNIDAD-VENTA): el disponible
      *      de la sucursal se pasa a esa unidad con PROD-FACTOR-VENTA.
      * Mod: 15/10/2026 EK - Campanas promocionales (CAMPANAS): sobre
      *      el precio de lista de un renglon de factura se aplica
      *      sola la campana vigente de mayor beneficio para el
      *      producto o su familia, la categoria del cliente y la
      *      sucursal; el renglon queda etiquetado en el ledger
      *      CAMPANAS-APLICADAS y no cuenta como descuento.
      * Mod: 15/10/2026 EK - Los controles de limite de grupo y de
      *      empresa descuentan del saldo lo que esta en reclamos
      *      abiertos (DISPUTAS).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Un renglon de factura de un producto
      *      serializado pide un numero de serie por unidad; las
      *      series se registran en SERIES-VENDIDAS con la factura, el
      *      cliente, la fecha de venta y el fin de la garantia de
      *      fabrica. La baja de la factura las anula.
      * Mod: 15/10/2026 EK - Nota de debito (transaccion D): contra un
      *      comprobante de origen del cliente, con motivo codificado
      *      (correccion de precio, cheque rechazado, gastos
      *      bancarios, diferencia de cambio u otro) y el importe del
      *      concepto, sin renglones de producto. Toma la letra del
      *      origen y numera en su propio talonario por sucursal y
      *      letra (D para la A, B para la B); suma al saldo del
      *      cliente como una factura y no se modifica.
      * Mod: 15/10/2026 EK - Certificados de exclusion de IIBB
      *      (CERTIFICADOS-EXENCION): con un certificado del cliente
      *      para la jurisdiccion vigente a la fecha del comprobante
      *      la percepcion se reduce en el porcentaje excluido y el
      *      numero de certificado queda en el comprobante.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/percepcionesIIBB.sel".
              COPY "./sel/padronContribuyentes.sel".
              COPY "./sel/certificadosExencion.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/clientesEmpresa.sel".
              COPY "./sel/remitos.sel".
              COPY "./sel/remRenglones.sel".
              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/campanas.sel".
              COPY "./sel/campanasAplicadas.sel".
              COPY "./sel/disputas.sel".
              COPY "./sel/seriesVendidas.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/percepcionesIIBB.fd".
              COPY "./fd/padronContribuyentes.fd".
              COPY "./fd/certificadosExencion.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/clientesEmpresa.fd".
              COPY "./fd/remitos.fd".
              COPY "./fd/remRenglones.fd".
              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/campanas.fd".
              COPY "./fd/campanasAplicadas.fd".
              COPY "./fd/disputas.fd".
              COPY "./fd/seriesVendidas.fd".

       WORKING-STORAGE SECTION.

          88 W-BAJA        VALUE "B".
          88 W-CONSULTA    VALUE "C".
          88 W-NOTA-CREDITO VALUE "N".
          88 W-NOTA-DEBITO  VALUE "D".

       01 W-NUMERO-ORIGEN     PIC 9(9).
       01 W-NUMERO-ORIGEN-CLI-ID PIC 9(7).
       01 W-ORIGEN-VALIDO     PIC X VALUE "N".
       01 W-CANT-NOTAS-CREDITO PIC 9(5) VALUE 0.

      * Nota de debito: letra del comprobante de origen (blanco en los
      * anteriores al campo, y entonces sale de la condicion del
      * cliente), importe del concepto con IVA incluido y contador de
      * la sesion.
       01 W-NUMERO-ORIGEN-LETRA PIC X.
       01 W-IMPORTE-DEBITO    PIC S9(7)V9(2).
       01 W-IMPORTE-VALIDO    PIC X VALUE "N".
       01 W-CANT-NOTAS-DEBITO PIC 9(5) VALUE 0.

       01 W-OPCION          PIC 99.
       01 W-EXISTE          PIC X VALUE "N".
          88 W-FACTURA-EXISTE  VALUE "S".

      * Empresa de la sesion (BUSCO-EMPRESA): se pide al firmar solo
      * si hay mas de una activa; con una sola es la 01 de siempre.
      * W-FACT-EMPRESA es la del comprobante leido (cero o blanco en
      * los anteriores al campo = la principal).
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-EMPRESA-NOMBRE   PIC X(40) VALUE SPACES.
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2) VALUE 1.
       01 W-EMPRESA-VALIDA   PIC X VALUE "N".
       01 W-FACT-EMPRESA     PIC 9(2).
       01 ST-CLI-EMPRESA     PIC XX.
       01 W-CLE-CLI-ID       PIC 9(7).
       01 W-CLE-DELTA        PIC S9(9)V9(2).
       01 W-EMPRESA-OK       PIC X.
       01 W-CLIENTE-VALIDO   PIC X VALUE "N".
       01 W-MOTIVO-VALIDO    PIC X VALUE "N".

      * Factura desde remitos: los remitos pendientes elegidos en el
      * alta (el stock ya salio con cada remito) y, en la baja, los
      * que la factura habia facturado y vuelven a pendientes.
       01 ST-REMITOS         PIC XX.
       01 ST-REM-RENGLONES   PIC XX.
       01 W-DESDE-REMITOS    PIC X VALUE "N".
       01 W-REM-BUSCADO      PIC 9(9).
       01 W-FIN-REMITOS      PIC X.
       01 W-FIN-REM-RENGLONES PIC X.
       01 TABLA-REMITOS.
          03 W-TR-NUMERO OCCURS 20 TIMES PIC 9(9).
       01 W-CANT-REMITOS     PIC 99 VALUE 0.
       01 W-INDICE-REM       PIC 99.
       01 W-REM-REPETIDO     PIC X.

      * Factura desde presupuesto: el presupuesto elegido en el alta,
      * que queda ganado con la factura (y vuelve a pendiente si la
      * factura se anula). W-PRECIO-PACTADO es el precio
      * presupuestado de un renglon de remito, default del precio.
       01 ST-COTIZACIONES    PIC XX.
       01 ST-COT-RENGLONES   PIC XX.
       01 W-DESDE-COTIZACION PIC X VALUE "N".
       01 W-COT-BUSCADA      PIC 9(9).
       01 W-FIN-COT-RENGLONES PIC X.
       01 W-PRECIO-PACTADO   PIC S9(7)V9(2) VALUE 0.

      * Renglones sin tope: los primeros 20 siguen embebidos en
      * FACT-ITEMS y del 21 en adelante van a FACT-DETALLE, un
      * registro por renglon -- el pedido semanal del distribuidor
       01 W-STOCK-SUC-OK     PIC X.
       01 ST-SUCURSALES      PIC XX.

      * Kits: el kit no lleva stock propio; su disponible en la
      * sucursal es lo que alcanza a armarse con el componente mas
      * escaso (COMPONENTES-KIT). Un componente sin registro en la
      * sucursal no limita, igual que un producto comun.
       01 W-KIT-CANT-COMP    PIC 9(2).
       01 W-KIT-COMPONENTES.
          05 W-KIT-COMPONENTE OCCURS 20 TIMES.
             10 W-KIT-COMP-CODIGO PIC X(10).
             10 W-KIT-COMP-CANT   PIC 9(5).
       01 W-IND-COMP         PIC 9(2).
       01 W-DISPONIBLE       PIC S9(7).
       01 W-DISP-CARGADO     PIC X.
       01 W-ARMABLES         PIC S9(7).

      * Descuento por renglon: porcentaje explicito con tope por
      * familia de producto (limitesDescuento.dat, default el tope
      * general); pasarse del tope exige la firma de un supervisor,
      * terminal, por fin adentro del sistema.
       01 ST-CONTRATOS       PIC XX.
       01 W-PRECIO-DEFAULT   PIC 9(7)V9(2).
       01 W-PRECIO-CONTRATO  PIC X.

      * Campanas promocionales: las activas de CAMPANAS se cargan al
      * firmar. Sobre el precio de lista de un renglon de factura
      * (no el de contrato, ni el presupuestado, ni uno tipeado) se
      * aplica la campana vigente a FACT-FECHA que alcance al
      * producto o su familia, la categoria del cliente y la
      * sucursal emisora; si califica mas de una, la de mayor
      * beneficio. El beneficio no pasa por PIDO-DESCUENTO -- no
      * consume el tope de la familia ni va a DESCUENTOS --; se
      * encola como los descuentos y se asienta en
      * CAMPANAS-APLICADAS con el encabezado ya grabado.
       01 ST-CAMPANAS        PIC XX.
       01 ST-CAMP-APLIC      PIC XX.
       01 W-FIN-CAMPANAS     PIC X VALUE "N".
       01 TABLA-CAMPANAS.
          03 W-CA-ENTRADA OCCURS 50 TIMES.
             05 W-CA-CODIGO     PIC X(6).
             05 W-CA-DESDE      PIC 9(8).
             05 W-CA-HASTA      PIC 9(8).
             05 W-CA-CANT-OBJ   PIC 9(2).
             05 W-CA-OBJETO OCCURS 10 TIMES.
                07 W-CA-OBJ-TIPO   PIC X.
                07 W-CA-OBJ-CODIGO PIC X(10).
             05 W-CA-CATEGORIA OCCURS 5 TIMES PIC X(10).
             05 W-CA-SUCURSAL OCCURS 5 TIMES PIC X(3).
             05 W-CA-BENEFICIO  PIC X.
             05 W-CA-PORCENTAJE PIC 9(2)V9(2).
             05 W-CA-LLEVA      PIC 9(3).
             05 W-CA-BONIFICA   PIC 9(3).
       01 W-CANT-CAMPANAS    PIC 9(2) VALUE 0.
       01 W-IND-CA           PIC 9(2).
       01 W-IND-CA-OBJ       PIC 9(2).
       01 W-IND-CA-FILTRO    PIC 9.
       01 W-CA-CALIFICA      PIC X.
       01 W-CA-FILTRO-OK     PIC X.
       01 W-CLI-CATEGORIA    PIC X(10).
       01 W-CA-ELEGIDA       PIC 9(2).
       01 W-CA-PRECIO-LISTA  PIC S9(7)V9(2).
       01 W-CA-PRECIO        PIC S9(7)V9(2).
       01 W-CA-IMPORTE       PIC S9(9)V9(2).
       01 W-CA-BONIFICADAS   PIC 9(5).
       01 W-CA-MEJOR-PRECIO  PIC S9(7)V9(2).
       01 W-CA-MEJOR-IMPORTE PIC S9(9)V9(2).
       01 W-CA-MEJOR-BONIF   PIC 9(5).
       01 W-CA-BLOQUES       PIC 9(5).
       01 TABLA-CAMP-PEND.
          03 W-CP-ENTRADA OCCURS 999 TIMES.
             05 W-CP-RENGLON    PIC 9(4).
             05 W-CP-CAMPANA    PIC X(6).
             05 W-CP-CODIGO     PIC X(10).
             05 W-CP-CANT       PIC 9(5).
             05 W-CP-BONIFICADAS PIC 9(5).
             05 W-CP-PRECIO-LISTA PIC S9(7)V9(2).
             05 W-CP-PRECIO-NETO PIC S9(7)V9(2).
             05 W-CP-IMPORTE    PIC S9(9)V9(2).
       01 W-CANT-CAMP-PEND   PIC 9(3) VALUE 0.
       01 W-INDICE-CP        PIC 9(3).

      * Series de productos serializados: un numero por unidad del
      * renglon, encolado como los descuentos y registrado en
      * SERIES-VENDIDAS recien con el encabezado grabado. Una serie
      * no puede repetirse en el comprobante ni estar vendida en
      * otra factura vigente. El fin de la garantia es la fecha de
      * la factura mas los meses del producto, llevado al ultimo dia
      * del mes cuando el dia no existe (31/01 + 1 mes = 28 o 29/02).
       01 ST-SERIES          PIC XX.
       01 TABLA-SERIES-PEND.
          03 W-SP-ENTRADA OCCURS 200 TIMES.
             05 W-SP-CODIGO     PIC X(10).
             05 W-SP-SERIE      PIC X(20).
             05 W-SP-RENGLON    PIC 9(4).
             05 W-SP-MESES      PIC 9(3).
             05 W-SP-PROVEEDOR  PIC 9(5).
       01 W-CANT-SERIES-PEND PIC 9(3) VALUE 0.
       01 W-INDICE-SP        PIC 9(3).
       01 W-SERIE-NRO        PIC 9(5).
       01 W-SERIE-TIPEADA    PIC X(20).
       01 W-SERIE-VALIDA     PIC X.
       01 W-SERIE-REPETIDA   PIC X.
       01 W-SERIE-EXISTE     PIC X.
       01 W-FIN-SERIES       PIC X.
       01 W-GAR-FECHA        PIC 9(8).
       01 W-GAR-FECHA-R REDEFINES W-GAR-FECHA.
          05 W-GAR-ANIO      PIC 9(4).
          05 W-GAR-MES       PIC 9(2).
          05 W-GAR-DIA       PIC 9(2).
       01 W-GAR-MESES        PIC 9(5).
       01 W-GAR-ANIOS        PIC 9(3).
       01 W-GAR-RESTO        PIC 9(2).
       01 W-GAR-FECHA-OK     PIC X.

      * Busqueda de producto por descripcion desde la carga de
      * renglones: con "?" en el codigo se teclea parte de la
       01 W-LIMITE-GRUPO     PIC 9(9)V9(2).
       01 W-SALDO-GRUPO      PIC S9(11)V9(2).
       01 W-FIN-GRUPO        PIC X.

      * Reclamos abiertos (DISPUTAS): lo que un cliente tiene en
      * disputa no pesa contra el limite de grupo ni el de empresa.
      * W-DISPUTA-EMPRESA en cero suma los reclamos de todas las
      * empresas.
       01 ST-DISPUTAS        PIC XX.
       01 W-FIN-DISPUTAS     PIC X.
       01 W-DISPUTADO        PIC S9(9)V9(2).
       01 W-DISPUTA-CLI-ID   PIC 9(7).
       01 W-DISPUTA-EMPRESA  PIC 9(2).
       01 W-GRUPO-OK         PIC X.
       01 W-GRUPO-AUTORIZADO PIC X.
       01 W-HOLD-CLIENTE-GRP PIC X(670).
       01 W-CANT-PERCEPCIONES PIC 9(2) VALUE 0.
       01 W-INDICE-PERC      PIC 9(2).
       01 W-ALICUOTA-HALLADA PIC 9(2)V9(4).
      * PADRON-CONTRIBUYENTES: alicuota de percepcion por CUIT que
      * publica el fisco de la jurisdiccion (IMPORT-PADRON); manda
      * sobre la general mientras este vigente.
       01 ST-PADRON          PIC XX.
      * CERTIFICADOS-EXENCION: el certificado de exclusion vigente del
      * cliente para la jurisdiccion reduce la percepcion calculada.
       01 ST-CERTIFICADOS    PIC XX.
       01 W-PERCEPCION-EXCLUIDA PIC S9(7)V9(2).

      * Condicion frente al IVA del cliente del comprobante: decide la
      * letra (A para Responsable Inscripto, B para el resto) y si el

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-FACTURAS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-ALTA      PIC X     VALUE "A".
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
               PERFORM LEO-PERCEPCIONES THRU F-LEO-PERCEPCIONES
               PERFORM LEO-LIMITES-DESCUENTO
                  THRU F-LEO-LIMITES-DESCUENTO
               PERFORM LEO-LIMITES-GRUPO THRU F-LEO-LIMITES-GRUPO
               PERFORM LEO-CAMPANAS THRU F-LEO-CAMPANAS
               PERFORM PIDO-MODO-TRABAJO THRU F-PIDO-MODO-TRABAJO
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S" AND NOT W-MODO-CONSULTA
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

       LEO-PERCEPCIONES.
            OPEN INPUT PERCEPCIONES-IIBB.
            IF ST-PERCEPCIONES = "00"
       F-LEO-UN-LIMDESC.
            EXIT.

      * LEO-CAMPANAS: solo las campanas activas; la vigencia se mira
      * renglon a renglon contra la fecha del comprobante.
       LEO-CAMPANAS.
            OPEN INPUT CAMPANAS.
            IF ST-CAMPANAS = "00"
               MOVE "N" TO W-FIN-CAMPANAS
               PERFORM LEO-UNA-CAMPANA THRU F-LEO-UNA-CAMPANA
                   UNTIL W-FIN-CAMPANAS = "S"
               CLOSE CAMPANAS
            END-IF.

       F-LEO-CAMPANAS.
            EXIT.

       LEO-UNA-CAMPANA.
            READ CAMPANAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CAMPANAS
                GO TO F-LEO-UNA-CAMPANA
            END-READ.
            IF NOT CAMP-ACTIVA
               GO TO F-LEO-UNA-CAMPANA
            END-IF.
            IF W-CANT-CAMPANAS NOT < 50
               DISPLAY "Tabla de campanas llena, se ignora "
                       CAMP-CODIGO LINE 24 COL 1
               MOVE "S" TO W-FIN-CAMPANAS
               GO TO F-LEO-UNA-CAMPANA
            END-IF.
            ADD 1 TO W-CANT-CAMPANAS.
            MOVE CAMP-CODIGO TO W-CA-CODIGO(W-CANT-CAMPANAS).
            MOVE CAMP-DESDE TO W-CA-DESDE(W-CANT-CAMPANAS).
            MOVE CAMP-HASTA TO W-CA-HASTA(W-CANT-CAMPANAS).
            MOVE CAMP-CANT-OBJETOS TO W-CA-CANT-OBJ(W-CANT-CAMPANAS).
            PERFORM CARGO-OBJETO-CAMPANA THRU F-CARGO-OBJETO-CAMPANA
                VARYING W-IND-CA-OBJ FROM 1 BY 1
                    UNTIL W-IND-CA-OBJ > 10.
            PERFORM CARGO-FILTRO-CAMPANA THRU F-CARGO-FILTRO-CAMPANA
                VARYING W-IND-CA-FILTRO FROM 1 BY 1
                    UNTIL W-IND-CA-FILTRO > 5.
            MOVE CAMP-BENEFICIO TO W-CA-BENEFICIO(W-CANT-CAMPANAS).
            MOVE CAMP-PORCENTAJE TO W-CA-PORCENTAJE(W-CANT-CAMPANAS).
            MOVE CAMP-LLEVA TO W-CA-LLEVA(W-CANT-CAMPANAS).
            MOVE CAMP-BONIFICA TO W-CA-BONIFICA(W-CANT-CAMPANAS).

       F-LEO-UNA-CAMPANA.
            EXIT.

       CARGO-OBJETO-CAMPANA.
            MOVE CAMP-OBJ-TIPO(W-IND-CA-OBJ)
              TO W-CA-OBJ-TIPO(W-CANT-CAMPANAS, W-IND-CA-OBJ).
            MOVE CAMP-OBJ-CODIGO(W-IND-CA-OBJ)
              TO W-CA-OBJ-CODIGO(W-CANT-CAMPANAS, W-IND-CA-OBJ).

       F-CARGO-OBJETO-CAMPANA.
            EXIT.

       CARGO-FILTRO-CAMPANA.
            MOVE CAMP-CATEGORIA(W-IND-CA-FILTRO)
              TO W-CA-CATEGORIA(W-CANT-CAMPANAS, W-IND-CA-FILTRO).
            MOVE CAMP-SUCURSAL(W-IND-CA-FILTRO)
              TO W-CA-SUCURSAL(W-CANT-CAMPANAS, W-IND-CA-FILTRO).

       F-CARGO-FILTRO-CAMPANA.
            EXIT.

      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
      * RECHAZOS-ABM como override -- el caso genuinamente
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PADRON-CONTRIBUYENTES.
            IF ST-PADRON > "07"
               DISPLAY "Error abriendo Padron: " ST-PADRON
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CERTIFICADOS-EXENCION.
            IF ST-CERTIFICADOS > "07"
               DISPLAY "Error abriendo Certificados: " ST-CERTIFICADOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND CAMPANAS-APLICADAS.
            IF ST-CAMP-APLIC > "07"
               DISPLAY "Error abriendo Campanas Aplicadas: "
                       ST-CAMP-APLIC LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            IF ST-FACT-DETALLE > "07"
               DISPLAY "Error abriendo Detalle Factura: "
                       ST-FACT-DETALLE LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            IF W-MODO-CONSULTA
               OPEN INPUT CLIENTES-EMPRESA
            ELSE
               OPEN I-O CLIENTES-EMPRESA
            END-IF.
            IF ST-CLI-EMPRESA > "07"
               DISPLAY "Error abriendo Clientes Empresa: "
                       ST-CLI-EMPRESA LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            IF W-MODO-CONSULTA
               OPEN INPUT REMITOS
            ELSE
               OPEN I-O REMITOS
            END-IF.
            IF ST-REMITOS > "07"
               DISPLAY "Error abriendo Remitos: " ST-REMITOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT REM-RENGLONES.
            IF ST-REM-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Remito: "
                       ST-REM-RENGLONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            IF W-MODO-CONSULTA
               OPEN INPUT COTIZACIONES
            ELSE
               OPEN I-O COTIZACIONES
            END-IF.
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
            OPEN INPUT DISPUTAS.
            IF ST-DISPUTAS > "07"
               DISPLAY "Error abriendo Disputas: " ST-DISPUTAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            IF W-MODO-CONSULTA
               OPEN INPUT SERIES-VENDIDAS
            ELSE
               OPEN I-O SERIES-VENDIDAS
            END-IF.
            IF ST-SERIES > "07"
               DISPLAY "Error abriendo Series Vendidas: " ST-SERIES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE STOCK-SUCURSAL.
            CLOSE SUCURSALES.
            CLOSE DESCUENTOS.
            CLOSE CAMPANAS-APLICADAS.
            CLOSE PRECIOS-CONTRATO.
            CLOSE PADRON-CONTRIBUYENTES.
            CLOSE CERTIFICADOS-EXENCION.
            CLOSE HISTORIAL-CLIENTES.
            CLOSE RECHAZOS-ABM.
            CLOSE CLIENTES-EMPRESA.
            CLOSE REMITOS.
            CLOSE REM-RENGLONES.
            CLOSE COTIZACIONES.
            CLOSE DISPUTAS.
            CLOSE COT-RENGLONES.
            CLOSE SERIES-VENDIDAS.

       F-CIERRO-ARCHIVOS.
            EXIT.
               EVALUATE TRUE
                  WHEN W-MODO-CONSULTA AND
                       (W-ALTA OR W-MODIFICA OR W-BAJA OR
                        W-NOTA-CREDITO OR W-NOTA-DEBITO)
                     DISPLAY "Modo consulta: transaccion no permitida"
                             LINE 24 COL 1
                  WHEN (W-MODIFICA OR W-BAJA) AND W-FACTURA-EXISTE
                       AND W-FACT-EMPRESA NOT = W-EMPRESA
                     DISPLAY "Comprobante de la empresa "
                             W-FACT-EMPRESA ", no se puede tocar"
                             LINE 24 COL 1
                  WHEN W-ALTA
                     PERFORM ALTA-FACTURA THRU F-ALTA-FACTURA
                  WHEN W-MODIFICA
                     PERFORM CONSULTA-FACTURA THRU F-CONSULTA-FACTURA
                  WHEN W-NOTA-CREDITO
                     PERFORM ALTA-NOTA-CREDITO THRU F-ALTA-NOTA-CREDITO
                  WHEN W-NOTA-DEBITO
                     PERFORM ALTA-NOTA-DEBITO THRU F-ALTA-NOTA-DEBITO
                  WHEN OTHER
                     DISPLAY "Transaccion invalida: " W-TRANSACCION
                             LINE 24 COL 1

       MUESTRO-PANTALLA.
            DISPLAY " "                    LINE  1 COL  1 ERASE EOS
                    "Empresa " LINE 2 COL 1 W-EMPRESA LINE 2 COL 9
                    W-EMPRESA-NOMBRE       LINE  2 COL 12
                    "A.B.M. Facturas"      LINE  3 COL 32
                    GUIONES                LINE  4 COL  1
                    "Transaccion (A/M/B/C/N/D):" LINE 06 COL 10
                    "Nro. Factura:      "  LINE 07 COL 10
                    "01. Id Cliente:  "    LINE 10 COL 10
                    "02. Fecha:       "    LINE 12 COL 10
       INGRESO-TRANSACCION.
            DISPLAY "A=Alta M=Modifica B=Baja C=Consulta"
                    LINE 24 COL 1
                    "N=Nota de Credito D=Nota de Debito  PF3=Salir"
                    LINE 25 COL 1.
            ACCEPT W-TRANSACCION LINE 06 COL 36 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            EXIT.

       TOMO-NUMERO-SERIE.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA FACT-SUCURSAL
                 W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " FACT-SUCURSAL "/" W-TIPO-SERIE
                       " sin cargar, ingrese numero" LINE 24 COL 1
            MOVE W-FACT-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                IF NOT (W-ALTA OR W-NOTA-CREDITO OR W-NOTA-DEBITO)
                   DISPLAY "Factura inexistente: " W-FACT-NUMERO
                           LINE 24 COL 1
                END-IF
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
                MOVE FACT-NUMERO TO W-FACT-NUMERO
                PERFORM TOMO-EMPRESA-FACTURA
                   THRU F-TOMO-EMPRESA-FACTURA
            END-READ.

       F-BUSCO-FACTURA.
            EXIT.

       TOMO-EMPRESA-FACTURA.
            IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
               MOVE 1 TO W-FACT-EMPRESA
            ELSE
               MOVE FACT-EMPRESA TO W-FACT-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-FACTURA.
            EXIT.

       MUESTRO-DATOS-FACTURA.
            DISPLAY FACT-CLI-ID LINE 10 COL 28
                    FACT-FECHA  LINE 12 COL 28
                       LINE 24 COL 1
            ELSE
               MOVE W-FACT-NUMERO TO FACT-NUMERO
               MOVE W-EMPRESA TO FACT-EMPRESA
               MOVE SPACE TO FACT-REMITADA
               MOVE "N" TO W-CLIENTE-VALIDO
               PERFORM PIDO-CLI-ID THRU F-PIDO-CLI-ID
                   UNTIL W-CLIENTE-VALIDO = "S"
               END-IF
               PERFORM PIDO-FECHA THRU F-PIDO-FECHA
               PERFORM CALCULO-VENCIMIENTO THRU F-CALCULO-VENCIMIENTO
               PERFORM PIDO-COTIZACION THRU F-PIDO-COTIZACION
               IF W-DESDE-COTIZACION = "S"
                  MOVE "N" TO W-DESDE-REMITOS
                  PERFORM PIDO-ITEMS-COTIZACION
                     THRU F-PIDO-ITEMS-COTIZACION
               ELSE
                  PERFORM PIDO-REMITOS THRU F-PIDO-REMITOS
                  IF W-DESDE-REMITOS = "S"
                     PERFORM PIDO-ITEMS-REMITOS
                        THRU F-PIDO-ITEMS-REMITOS
                  ELSE
                     PERFORM PIDO-ITEMS THRU F-PIDO-ITEMS
                  END-IF
               END-IF
               PERFORM ASIGNO-CONDICION-IVA
                  THRU F-ASIGNO-CONDICION-IVA
               PERFORM CALCULO-PERCEPCION THRU F-CALCULO-PERCEPCION
               PERFORM CONTROLO-LIMITE-GRUPO
                  THRU F-CONTROLO-LIMITE-GRUPO
               MOVE "S" TO W-EMPRESA-OK
               IF W-GRUPO-OK = "S"
                  PERFORM CONTROLO-LIMITE-EMPRESA
                     THRU F-CONTROLO-LIMITE-EMPRESA
               END-IF
               IF W-GRUPO-OK NOT = "S"
                  DISPLAY "Alta cancelada por limite de grupo"
                          LINE 24 COL 1
                  PERFORM BORRO-DETALLE-FACTURA
                     THRU F-BORRO-DETALLE-FACTURA
               ELSE IF W-EMPRESA-OK NOT = "S"
                  DISPLAY "Alta cancelada por limite de la empresa"
                          LINE 24 COL 1
                  PERFORM BORRO-DETALLE-FACTURA
                     THRU F-BORRO-DETALLE-FACTURA
               ELSE
                  SET FACT-ACTIVA TO TRUE
                  SET FACT-TIPO-FACTURA TO TRUE
                         THRU F-APLICO-FACTURA-A-SALDO
                     PERFORM GRABO-DESCUENTOS-PENDIENTES
                        THRU F-GRABO-DESCUENTOS-PENDIENTES
                     PERFORM GRABO-CAMPANAS-PENDIENTES
                        THRU F-GRABO-CAMPANAS-PENDIENTES
                     PERFORM GRABO-SERIES-PENDIENTES
                        THRU F-GRABO-SERIES-PENDIENTES
                     IF FACT-DESDE-REMITOS
                        PERFORM MARCO-REMITOS-FACTURADOS
                           THRU F-MARCO-REMITOS-FACTURADOS
                     END-IF
                     IF W-DESDE-COTIZACION = "S"
                        PERFORM MARCO-COTIZACION-GANADA
                           THRU F-MARCO-COTIZACION-GANADA
                     END-IF
                  END-IF
               END-IF
               END-IF
            END-IF.

       F-ALTA-FACTURA.
                IF CLI_ID = W-CABECERA-GRUPO
                      OR CLI_PADRE = W-CABECERA-GRUPO
                   ADD CLI_SALDO TO W-SALDO-GRUPO
                   MOVE CLI_ID TO W-DISPUTA-CLI-ID
                   MOVE 0 TO W-DISPUTA-EMPRESA
                   PERFORM SUMO-DISPUTAS-CLIENTE
                      THRU F-SUMO-DISPUTAS-CLIENTE
                   SUBTRACT W-DISPUTADO FROM W-SALDO-GRUPO
                END-IF
            END-READ.

       F-GRABO-OVERRIDE-GRUPO.
            EXIT.

      * CONTROLO-LIMITE-EMPRESA: en una empresa que no es la
      * principal, si el cliente tiene limite cargado en
      * CLIENTES-EMPRESA, saldo en la empresa + esta factura no puede
      * pasarlo sin la firma de un supervisor; el override queda en
      * el historial del cliente como el de grupo.
       CONTROLO-LIMITE-EMPRESA.
            MOVE "S" TO W-EMPRESA-OK.
            IF W-EMPRESA < 2
               GO TO F-CONTROLO-LIMITE-EMPRESA
            END-IF.
            MOVE FACT-CLI-ID TO CLE-CLI-ID.
            MOVE W-EMPRESA TO CLE-EMPRESA.
            READ CLIENTES-EMPRESA KEY IS CLE-CLAVE
              INVALID KEY
                GO TO F-CONTROLO-LIMITE-EMPRESA
            END-READ.
            IF CLE-LIMITE-CREDITO = 0
               GO TO F-CONTROLO-LIMITE-EMPRESA
            END-IF.
            MOVE FACT-CLI-ID TO W-DISPUTA-CLI-ID.
            MOVE W-EMPRESA TO W-DISPUTA-EMPRESA.
            PERFORM SUMO-DISPUTAS-CLIENTE THRU F-SUMO-DISPUTAS-CLIENTE.
            IF CLE-SALDO - W-DISPUTADO + FACT-TOTAL
                  > CLE-LIMITE-CREDITO
               MOVE CLE-SALDO TO SALDO-GRUPO-ZZ
               DISPLAY "Saldo en la empresa" SALDO-GRUPO-ZZ
                       " supera el limite con esta factura"
                       LINE 23 COL 1
               MOVE "N" TO W-GRUPO-AUTORIZADO
               DISPLAY "Firma de supervisor para exceder el limite"
                       LINE 24 COL 1
               DISPLAY "Supervisor: " LINE 20 COL 10
               ACCEPT W-SUPER-ID LINE 20 COL 23 PROMPT
               DISPLAY "Clave     : " LINE 21 COL 10
               ACCEPT W-SUPER-CLAVE LINE 21 COL 23 PROMPT
               PERFORM VALIDO-FIRMA-SUPER-GRUPO
                  THRU F-VALIDO-FIRMA-SUPER-GRUPO
                   VARYING W-INDICE-OPER FROM 1 BY 1
                       UNTIL W-INDICE-OPER > W-CANT-OPERADORES
                          OR W-GRUPO-AUTORIZADO = "S"
               IF W-GRUPO-AUTORIZADO = "S"
                  MOVE FACT-CLI-ID TO HIST-CLI-ID
                  ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
                  MOVE W-FECHA-SISTEMA TO HIST-FECHA
                  ACCEPT HIST-HORA FROM TIME
                  MOVE W-OPERADOR-ACTUAL TO HIST-USUARIO
                  MOVE "LIMITE-EMPRESA" TO HIST-CAMPO
                  MOVE CLE-SALDO TO SALDO-GRUPO-ZZ
                  MOVE SALDO-GRUPO-ZZ TO HIST-VALOR-ANTERIOR
                  STRING "OVERRIDE FACT " FACT-NUMERO " EMP "
                         W-EMPRESA " POR " W-SUPER-ID
                      DELIMITED BY SIZE INTO HIST-VALOR-NUEVO
                  WRITE REG-HISTORIAL
               ELSE
                  MOVE "N" TO W-EMPRESA-OK
               END-IF
            END-IF.

       F-CONTROLO-LIMITE-EMPRESA.
            EXIT.

      * SUMO-DISPUTAS-CLIENTE: total de los reclamos abiertos de
      * W-DISPUTA-CLI-ID (de la empresa W-DISPUTA-EMPRESA, o de todas
      * si viene en cero), por la clave alterna DIS-CLI-ID.
       SUMO-DISPUTAS-CLIENTE.
            MOVE 0 TO W-DISPUTADO.
            MOVE W-DISPUTA-CLI-ID TO DIS-CLI-ID.
            START DISPUTAS KEY IS NOT LESS THAN DIS-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-DISPUTAS
              NOT INVALID KEY MOVE "N" TO W-FIN-DISPUTAS
            END-START.
            PERFORM SUMO-UNA-DISPUTA THRU F-SUMO-UNA-DISPUTA
                UNTIL W-FIN-DISPUTAS = "S".

       F-SUMO-DISPUTAS-CLIENTE.
            EXIT.

       SUMO-UNA-DISPUTA.
            READ DISPUTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DISPUTAS
              NOT AT END
                IF DIS-CLI-ID NOT = W-DISPUTA-CLI-ID
                   MOVE "S" TO W-FIN-DISPUTAS
                ELSE
                   IF DIS-ABIERTA AND (W-DISPUTA-EMPRESA = 0
                         OR DIS-EMPRESA = W-DISPUTA-EMPRESA)
                      ADD DIS-IMPORTE TO W-DISPUTADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-DISPUTA.
            EXIT.

      * AJUSTO-SALDO-EMPRESA: lleva a CLIENTES-EMPRESA la parte de un
      * movimiento de CLI_SALDO que es de una empresa no principal
      * (W-CLE-CLI-ID, W-CLE-DELTA); el registro se crea con el
      * primer comprobante del cliente en la empresa.
       AJUSTO-SALDO-EMPRESA.
            IF W-EMPRESA < 2 OR W-CLE-DELTA = 0
               GO TO F-AJUSTO-SALDO-EMPRESA
            END-IF.
            MOVE W-CLE-CLI-ID TO CLE-CLI-ID.
            MOVE W-EMPRESA TO CLE-EMPRESA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            READ CLIENTES-EMPRESA KEY IS CLE-CLAVE
              INVALID KEY
                INITIALIZE REG-CLIENTE-EMPRESA
                MOVE W-CLE-CLI-ID TO CLE-CLI-ID
                MOVE W-EMPRESA TO CLE-EMPRESA
                MOVE W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE W-OPERADOR-ACTUAL TO CLE-USUARIO-MODIF
                WRITE REG-CLIENTE-EMPRESA
              NOT INVALID KEY
                ADD W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE W-OPERADOR-ACTUAL TO CLE-USUARIO-MODIF
                REWRITE REG-CLIENTE-EMPRESA
            END-READ.
            IF ST-CLI-EMPRESA NOT = "00"
               DISPLAY "Error actualizando saldo en la empresa: "
                       ST-CLI-EMPRESA LINE 24 COL 1
            END-IF.

       F-AJUSTO-SALDO-EMPRESA.
            EXIT.

      * MODIFICA-FACTURA: solo facturas -- una nota de credito no se
      * modifica (el cliente viene de la factura de origen, vence el
      * mismo dia y su efecto sobre el saldo tiene el signo
                  DISPLAY "Factura anulada, no se puede modificar"
                          LINE 24 COL 1
               ELSE
               IF FACT-TIPO-NOTA-CREDITO OR FACT-TIPO-NOTA-DEBITO
                  DISPLAY "Una nota de credito o debito no se "
                          "modifica: anulela y vuelva a emitirla"
                          LINE 24 COL 1
               ELSE
               IF FACT-DESDE-REMITOS
                  DISPLAY "Factura desde remitos: anulela (los "
                          "remitos vuelven a pendientes) y refacture"
                          LINE 24 COL 1
               ELSE
                  PERFORM MUESTRO-DATOS-FACTURA
                  MOVE FACT-TOTAL  TO W-TOTAL-ANTES
                     ADD 1 TO W-CANT-MODIF
                     PERFORM AJUSTO-SALDO-MODIFICACION
                        THRU F-AJUSTO-SALDO-MODIFICACION
      *              Las series si se reemplazan: se anulan las de la
      *              carga anterior y se registran las tipeadas ahora.
                     PERFORM ANULO-SERIES-FACTURA
                        THRU F-ANULO-SERIES-FACTURA
                     PERFORM GRABO-SERIES-PENDIENTES
                        THRU F-GRABO-SERIES-PENDIENTES
                  END-IF
      *           El ledger de descuentos es solo-agregar: re-asentar
      *           en una modificacion duplicaria las filas del alta,
      *           asi que lo encolado se descarta. Igual el de
      *           campanas aplicadas.
                  MOVE 0 TO W-CANT-DESC-PEND
                  MOVE 0 TO W-CANT-CAMP-PEND
                  MOVE 0 TO W-CANT-SERIES-PEND
               END-IF
               END-IF
               END-IF
            END-IF.
                  IF ST-FACTURA = "00"
                     PERFORM ANULO-EFECTO-SALDO
                         THRU F-ANULO-EFECTO-SALDO
                     IF FACT-DESDE-REMITOS
                        PERFORM LIBERO-REMITOS THRU F-LIBERO-REMITOS
                     END-IF
                     PERFORM LIBERO-COTIZACION
                        THRU F-LIBERO-COTIZACION
                     PERFORM ANULO-SERIES-FACTURA
                        THRU F-ANULO-SERIES-FACTURA
                     DISPLAY "Factura anulada" LINE 24 COL 1
                     ADD 1 TO W-CANT-BAJAS
                  END-IF
              NOT INVALID KEY
                IF FACT-TIPO-NOTA-CREDITO
                   ADD FACT-TOTAL TO CLI_SALDO
                   MOVE FACT-TOTAL TO W-CLE-DELTA
                ELSE
                   SUBTRACT FACT-TOTAL FROM CLI_SALDO
                   COMPUTE W-CLE-DELTA = FACT-TOTAL * -1
                END-IF
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
                MOVE FACT-CLI-ID TO W-CLE-CLI-ID
                PERFORM AJUSTO-SALDO-EMPRESA THRU F-AJUSTO-SALDO-EMPRESA
            END-READ.

       F-ANULO-EFECTO-SALDO.
               INITIALIZE REG-FACTURA REPLACING NUMERIC DATA BY ZEROES
                                        ALPHANUMERIC DATA BY SPACES
               MOVE W-FACT-NUMERO TO FACT-NUMERO
               MOVE W-EMPRESA TO FACT-EMPRESA
               MOVE W-NUMERO-ORIGEN TO FACT-NUMERO-ORIGEN
               MOVE W-NUMERO-ORIGEN-CLI-ID TO FACT-CLI-ID
               MOVE W-NUMERO-ORIGEN-MONEDA TO FACT-MONEDA
       F-ALTA-NOTA-CREDITO.
            EXIT.

      * ALTA-NOTA-DEBITO: nota de debito contra un comprobante
      * existente del cliente (factura u otra nota de debito; no una
      * nota de credito), mismo esquema que ALTA-NOTA-CREDITO pero
      * con signo de factura: el cliente, la moneda y la sucursal
      * salen del origen y el total se suma a CLI_SALDO
      * (APLICO-FACTURA-A-SALDO). No lleva renglones de producto --
      * es un concepto (motivo + importe con IVA incluido), asi que
      * no mueve stock en el cierre. La letra es la del origen, que
      * es la que el cliente ya tiene registrada, y con ella se
      * elige el talonario: D para la letra A, B para la letra B.
      * Vence el mismo dia, como un cargo al contado.
       ALTA-NOTA-DEBITO.
            IF W-FACTURA-EXISTE
               DISPLAY "Ya existe un comprobante con ese numero"
                       LINE 24 COL 1
               GO TO F-ALTA-NOTA-DEBITO
            END-IF.
            MOVE "N" TO W-ORIGEN-VALIDO.
            PERFORM PIDO-NUMERO-ORIGEN THRU F-PIDO-NUMERO-ORIGEN
                UNTIL W-ORIGEN-VALIDO = "S".
            INITIALIZE REG-FACTURA REPLACING NUMERIC DATA BY ZEROES
                                     ALPHANUMERIC DATA BY SPACES.
            MOVE W-FACT-NUMERO TO FACT-NUMERO.
            MOVE W-EMPRESA TO FACT-EMPRESA.
            MOVE W-NUMERO-ORIGEN TO FACT-NUMERO-ORIGEN.
            MOVE W-NUMERO-ORIGEN-CLI-ID TO FACT-CLI-ID.
            MOVE W-NUMERO-ORIGEN-MONEDA TO FACT-MONEDA.
            MOVE W-NUMERO-ORIGEN-SUCURSAL TO FACT-SUCURSAL.
            DISPLAY FACT-CLI-ID LINE 10 COL 28.
            PERFORM PIDO-FECHA THRU F-PIDO-FECHA.
            MOVE 0 TO FACT-CONDICION-PAGO.
            MOVE FACT-FECHA TO FACT-FECHA-VTO.
            MOVE SPACES TO FACT-MOTIVO-DEBITO.
            PERFORM PIDO-MOTIVO-DEBITO THRU F-PIDO-MOTIVO-DEBITO
                UNTIL FACT-DEBITO-MOTIVO-VALIDO.
            MOVE "N" TO W-IMPORTE-VALIDO.
            PERFORM PIDO-IMPORTE-DEBITO THRU F-PIDO-IMPORTE-DEBITO
                UNTIL W-IMPORTE-VALIDO = "S".
            MOVE W-IMPORTE-DEBITO TO FACT-TOTAL.
            PERFORM ASIGNO-CONDICION-IVA THRU F-ASIGNO-CONDICION-IVA.
            IF W-NUMERO-ORIGEN-LETRA = "A"
                  OR W-NUMERO-ORIGEN-LETRA = "B"
               MOVE W-NUMERO-ORIGEN-LETRA TO FACT-LETRA
            END-IF.
            PERFORM CALCULO-PERCEPCION THRU F-CALCULO-PERCEPCION.
            IF W-FACT-NUMERO = 0
               IF FACT-LETRA-A
                  MOVE "D" TO W-TIPO-SERIE
               ELSE
                  MOVE "B" TO W-TIPO-SERIE
               END-IF
               PERFORM TOMO-NUMERO-SERIE THRU F-TOMO-NUMERO-SERIE
            END-IF.
            SET FACT-ACTIVA TO TRUE.
            SET FACT-TIPO-NOTA-DEBITO TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-ALTA.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FACT-USUARIO-ALTA.
            MOVE W-OPERADOR-ACTUAL TO FACT-USUARIO-MODIF.
            PERFORM GRABO-REGISTRO THRU F-GRABO-REGISTRO.
            IF ST-FACTURA = "00"
               PERFORM APLICO-FACTURA-A-SALDO
                   THRU F-APLICO-FACTURA-A-SALDO
               ADD 1 TO W-CANT-NOTAS-DEBITO
               DISPLAY "Nota de debito " FACT-LETRA " "
                       FACT-NUMERO " grabada" LINE 24 COL 1
            END-IF.

       F-ALTA-NOTA-DEBITO.
            EXIT.

      * PIDO-MOTIVO-DEBITO: concepto codificado de la nota, mismo
      * criterio de codigo corto que PIDO-MOTIVO-ANULACION.
       PIDO-MOTIVO-DEBITO.
            DISPLAY "Motivo (01=Precio 02=Cheque rechazado 03=Gastos "
                    "bancarios 04=Dif. cambio 99=Otro): "
                    LINE 24 COL 1.
            ACCEPT FACT-MOTIVO-DEBITO LINE 25 COL 1 PROMPT.
            IF NOT FACT-DEBITO-MOTIVO-VALIDO
               DISPLAY "Motivo invalido" LINE 24 COL 1
            END-IF.

       F-PIDO-MOTIVO-DEBITO.
            EXIT.

      * PIDO-IMPORTE-DEBITO: importe del concepto con IVA incluido,
      * como viaja FACT-TOTAL; la percepcion, si corresponde, se suma
      * despues.
       PIDO-IMPORTE-DEBITO.
            DISPLAY "Importe (IVA incluido): " LINE 14 COL 10.
            ACCEPT W-IMPORTE-DEBITO LINE 14 COL 35 PROMPT.
            IF W-IMPORTE-DEBITO > 0
               MOVE "S" TO W-IMPORTE-VALIDO
               MOVE W-IMPORTE-DEBITO TO TOTAL-ZZ
               DISPLAY TOTAL-ZZ LINE 19 COL 28
            ELSE
               DISPLAY "El importe tiene que ser mayor que cero"
                       LINE 24 COL 1
            END-IF.

       F-PIDO-IMPORTE-DEBITO.
            EXIT.

      * PIDO-NUMERO-ORIGEN: la factura de origen tiene que existir,
      * estar activa y ser una factura (no otra nota de credito) --
      * FACT-CLI-ID de esa factura es el cliente de la nota.
                MOVE "N" TO W-ORIGEN-VALIDO
                DISPLAY "Factura de origen inexistente" LINE 24 COL 1
              NOT INVALID KEY
                PERFORM TOMO-EMPRESA-FACTURA THRU F-TOMO-EMPRESA-FACTURA
                IF FACT-TIPO-NOTA-CREDITO
                   MOVE "N" TO W-ORIGEN-VALIDO
                   DISPLAY "El origen debe ser una factura"
                           LINE 24 COL 1
                ELSE IF W-FACT-EMPRESA NOT = W-EMPRESA
                   MOVE "N" TO W-ORIGEN-VALIDO
                   DISPLAY "La factura de origen es de otra empresa"
                           LINE 24 COL 1
                ELSE IF FACT-ANULADA
                   MOVE "N" TO W-ORIGEN-VALIDO
                   DISPLAY "La factura de origen esta anulada"
                   MOVE FACT-CLI-ID TO W-NUMERO-ORIGEN-CLI-ID
                   MOVE FACT-MONEDA TO W-NUMERO-ORIGEN-MONEDA
                   MOVE FACT-SUCURSAL TO W-NUMERO-ORIGEN-SUCURSAL
                   MOVE FACT-LETRA TO W-NUMERO-ORIGEN-LETRA
                END-IF
                END-IF
            END-READ.
            MOVE W-FACT-NUMERO TO FACT-NUMERO.
              NOT INVALID KEY
                ADD FACT-TOTAL TO CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
                MOVE FACT-CLI-ID TO W-CLE-CLI-ID
                MOVE FACT-TOTAL TO W-CLE-DELTA
                PERFORM AJUSTO-SALDO-EMPRESA THRU F-AJUSTO-SALDO-EMPRESA
            END-READ.

       F-APLICO-FACTURA-A-SALDO.
                    NOT INVALID KEY
                      ADD W-DELTA-SALDO TO CLI_SALDO
                      REWRITE REG-CLIENTES
                      CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                           W-IMG-MODIF ST-FILE REG-CLIENTES
                           W-IMG-GRABADO
                      IF ST-FILE NOT = "00"
                         DISPLAY "Error actualizando saldo: " ST-FILE
                                 LINE 24 COL 1
                      END-IF
                      MOVE FACT-CLI-ID TO W-CLE-CLI-ID
                      MOVE W-DELTA-SALDO TO W-CLE-DELTA
                      PERFORM AJUSTO-SALDO-EMPRESA
                         THRU F-AJUSTO-SALDO-EMPRESA
                  END-READ
               END-IF
            ELSE
                 NOT INVALID KEY
                   SUBTRACT W-TOTAL-ANTES FROM CLI_SALDO
                   REWRITE REG-CLIENTES
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                   IF ST-FILE NOT = "00"
                      DISPLAY "Error actualizando saldo: " ST-FILE
                              LINE 24 COL 1
                   END-IF
                   MOVE W-CLI-ANTES TO W-CLE-CLI-ID
                   COMPUTE W-CLE-DELTA = W-TOTAL-ANTES * -1
                   PERFORM AJUSTO-SALDO-EMPRESA
                      THRU F-AJUSTO-SALDO-EMPRESA
               END-READ
               PERFORM APLICO-FACTURA-A-SALDO
                  THRU F-APLICO-FACTURA-A-SALDO
              NOT INVALID KEY
                SUBTRACT FACT-TOTAL FROM CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
                MOVE W-NUMERO-ORIGEN-CLI-ID TO W-CLE-CLI-ID
                COMPUTE W-CLE-DELTA = FACT-TOTAL * -1
                PERFORM AJUSTO-SALDO-EMPRESA THRU F-AJUSTO-SALDO-EMPRESA
            END-READ.

       F-APLICO-NOTA-CREDITO-A-SALDO.
                ELSE
                   MOVE "S" TO W-CLIENTE-VALIDO
                   MOVE CLI_VENDEDOR TO W-VENDEDOR-FACT
                   MOVE CLI_CATEGORIA TO W-CLI-CATEGORIA
                END-IF
            END-READ.

            END-IF.
            PERFORM BORRO-DETALLE-FACTURA THRU F-BORRO-DETALLE-FACTURA.
            MOVE 0 TO W-CANT-DESC-PEND.
            MOVE 0 TO W-CANT-CAMP-PEND.
            MOVE 0 TO W-CANT-SERIES-PEND.
            MOVE W-CANT-PEDIDA TO FACT-CANT-RENGLONES.
            IF W-CANT-PEDIDA > 20
               MOVE 20 TO FACT-CANT-ITEMS
       F-PIDO-ITEMS.
            EXIT.

      * PIDO-REMITOS: ofrece armar la factura desde remitos de
      * entrega pendientes (hasta 20); cada remito tiene que ser del
      * cliente y de la empresa del comprobante. Sin ningun remito
      * valido se sigue con la carga de renglones de siempre.
       PIDO-REMITOS.
            MOVE "N" TO W-DESDE-REMITOS.
            MOVE 0 TO W-CANT-REMITOS.
            DISPLAY "Desde remitos (S/N): " LINE 13 COL 10.
            ACCEPT X LINE 13 COL 31 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-PIDO-REMITOS
            END-IF.
            MOVE 1 TO W-REM-BUSCADO.
            PERFORM PIDO-UN-REMITO THRU F-PIDO-UN-REMITO
                UNTIL W-REM-BUSCADO = 0 OR W-CANT-REMITOS = 20.
            IF W-CANT-REMITOS > 0
               MOVE "S" TO W-DESDE-REMITOS
            END-IF.

       F-PIDO-REMITOS.
            EXIT.

       PIDO-UN-REMITO.
            DISPLAY "Remito (0=fin): " LINE 15 COL 10.
            ACCEPT W-REM-BUSCADO LINE 15 COL 27 PROMPT.
            IF W-REM-BUSCADO = 0
               GO TO F-PIDO-UN-REMITO
            END-IF.
            MOVE "N" TO W-REM-REPETIDO.
            PERFORM COMPARO-REMITO-ELEGIDO
               THRU F-COMPARO-REMITO-ELEGIDO
                VARYING W-INDICE-REM FROM 1 BY 1
                    UNTIL W-INDICE-REM > W-CANT-REMITOS.
            IF W-REM-REPETIDO = "S"
               DISPLAY "Remito ya elegido" LINE 24 COL 1
               GO TO F-PIDO-UN-REMITO
            END-IF.
            MOVE W-REM-BUSCADO TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                DISPLAY "Remito inexistente" LINE 24 COL 1
                GO TO F-PIDO-UN-REMITO
            END-READ.
            IF NOT REM-PENDIENTE
               DISPLAY "Remito ya facturado o anulado" LINE 24 COL 1
               GO TO F-PIDO-UN-REMITO
            END-IF.
            IF REM-CLI-ID NOT = FACT-CLI-ID
               DISPLAY "Remito de otro cliente (" REM-CLI-ID ")"
                       LINE 24 COL 1
               GO TO F-PIDO-UN-REMITO
            END-IF.
            IF REM-EMPRESA NOT = W-EMPRESA
               DISPLAY "Remito de la empresa " REM-EMPRESA
                       ", no se puede facturar aca" LINE 24 COL 1
               GO TO F-PIDO-UN-REMITO
            END-IF.
            ADD 1 TO W-CANT-REMITOS.
            MOVE REM-NUMERO TO W-TR-NUMERO(W-CANT-REMITOS).
            DISPLAY "Remitos elegidos: " W-CANT-REMITOS
                    LINE 15 COL 40.

       F-PIDO-UN-REMITO.
            EXIT.

       COMPARO-REMITO-ELEGIDO.
            IF W-TR-NUMERO(W-INDICE-REM) = W-REM-BUSCADO
               MOVE "S" TO W-REM-REPETIDO
            END-IF.

       F-COMPARO-REMITO-ELEGIDO.
            EXIT.

      * PIDO-ITEMS-REMITOS: los renglones salen tal cual de los
      * remitos elegidos, en el orden en que se eligieron; solo se
      * pide precio y descuento. No se controla stock: la mercaderia
      * ya salio de la sucursal con el remito.
       PIDO-ITEMS-REMITOS.
            PERFORM BORRO-DETALLE-FACTURA THRU F-BORRO-DETALLE-FACTURA.
            MOVE 0 TO W-CANT-DESC-PEND.
            MOVE 0 TO W-CANT-CAMP-PEND.
            MOVE 0 TO W-CANT-SERIES-PEND.
            MOVE 0 TO FACT-TOTAL.
            MOVE 0 TO W-INDICE-ITEM.
            PERFORM FACTURO-UN-REMITO THRU F-FACTURO-UN-REMITO
                VARYING W-INDICE-REM FROM 1 BY 1
                    UNTIL W-INDICE-REM > W-CANT-REMITOS.
            MOVE W-INDICE-ITEM TO FACT-CANT-RENGLONES.
            IF W-INDICE-ITEM > 20
               MOVE 20 TO FACT-CANT-ITEMS
            ELSE
               MOVE W-INDICE-ITEM TO FACT-CANT-ITEMS
            END-IF.
            SET FACT-DESDE-REMITOS TO TRUE.
            DISPLAY W-INDICE-ITEM LINE 14 COL 28.
            MOVE FACT-TOTAL TO TOTAL-ZZ.
            DISPLAY TOTAL-ZZ LINE 19 COL 28.

       F-PIDO-ITEMS-REMITOS.
            EXIT.

       FACTURO-UN-REMITO.
            MOVE W-TR-NUMERO(W-INDICE-REM) TO REMR-NUMERO.
            MOVE 0 TO REMR-RENGLON.
            START REM-RENGLONES KEY IS NOT LESS THAN REMR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-REM-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-REM-RENGLONES
            END-START.
            PERFORM FACTURO-UN-RENGLON-REMITO
               THRU F-FACTURO-UN-RENGLON-REMITO
                UNTIL W-FIN-REM-RENGLONES = "S".

       F-FACTURO-UN-REMITO.
            EXIT.

       FACTURO-UN-RENGLON-REMITO.
            READ REM-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-REM-RENGLONES
                GO TO F-FACTURO-UN-RENGLON-REMITO
            END-READ.
            IF REMR-NUMERO NOT = W-TR-NUMERO(W-INDICE-REM)
               MOVE "S" TO W-FIN-REM-RENGLONES
               GO TO F-FACTURO-UN-RENGLON-REMITO
            END-IF.
            ADD 1 TO W-INDICE-ITEM.
            MOVE REMR-CODIGO TO W-ITEM-CODIGO.
            MOVE REMR-CANT TO W-ITEM-CANT.
            MOVE 0 TO W-PRECIO-PACTADO.
            IF REMR-PRECIO-COTIZ NUMERIC
               MOVE REMR-PRECIO-COTIZ TO W-PRECIO-PACTADO
            END-IF.
            MOVE W-ITEM-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                INITIALIZE REG-PRODUCTOS
                DISPLAY "Producto del remito inexistente: "
                        W-ITEM-CODIGO LINE 24 COL 1
            END-READ.
            DISPLAY "Renglon " W-INDICE-ITEM " codigo: "
                    LINE 16 COL 10
                    W-ITEM-CODIGO LINE 16 COL 35
                    PROD-DESCRIPCION LINE 16 COL 50.
            DISPLAY "  cantidad: " LINE 17 COL 10
                    W-ITEM-CANT LINE 17 COL 35.
            PERFORM PIDO-PRECIO-ITEM THRU F-PIDO-PRECIO-ITEM.

       F-FACTURO-UN-RENGLON-REMITO.
            EXIT.

      * MARCO-REMITOS-FACTURADOS: con la factura ya grabada, los
      * remitos elegidos pasan a facturados con su numero. Uno que
      * otra terminal facturo mientras tanto se avisa y no se pisa.
       MARCO-REMITOS-FACTURADOS.
            PERFORM MARCO-UN-REMITO THRU F-MARCO-UN-REMITO
                VARYING W-INDICE-REM FROM 1 BY 1
                    UNTIL W-INDICE-REM > W-CANT-REMITOS.

       F-MARCO-REMITOS-FACTURADOS.
            EXIT.

       MARCO-UN-REMITO.
            MOVE W-TR-NUMERO(W-INDICE-REM) TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                DISPLAY "Remito " REM-NUMERO " inexistente"
                        LINE 24 COL 1
                GO TO F-MARCO-UN-REMITO
            END-READ.
            IF NOT REM-PENDIENTE
               DISPLAY "Aviso: remito " REM-NUMERO " ya no estaba "
                       "pendiente" LINE 24 COL 1
               GO TO F-MARCO-UN-REMITO
            END-IF.
            SET REM-FACTURADO TO TRUE.
            MOVE FACT-NUMERO TO REM-FACT-NUMERO.
            MOVE W-FECHA-SISTEMA TO REM-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO REM-USUARIO-MODIF.
            REWRITE REG-REMITO
              INVALID KEY
                DISPLAY "Error marcando remito " REM-NUMERO ": "
                        ST-REMITOS LINE 24 COL 1
            END-REWRITE.

       F-MARCO-UN-REMITO.
            EXIT.

      * LIBERO-REMITOS: los remitos que facturaba la factura anulada
      * vuelven a pendientes (la mercaderia sigue entregada y el
      * stock no se toca). Se juntan primero por la clave alterna
      * REM-FACT-NUMERO y se reescriben despues, para no cambiar la
      * clave por la que se esta leyendo.
       LIBERO-REMITOS.
            MOVE 0 TO W-CANT-REMITOS.
            MOVE FACT-NUMERO TO REM-FACT-NUMERO.
            START REMITOS KEY IS NOT LESS THAN REM-FACT-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-REMITOS
              NOT INVALID KEY MOVE "N" TO W-FIN-REMITOS
            END-START.
            PERFORM JUNTO-UN-REMITO THRU F-JUNTO-UN-REMITO
                UNTIL W-FIN-REMITOS = "S".
            PERFORM LIBERO-UN-REMITO THRU F-LIBERO-UN-REMITO
                VARYING W-INDICE-REM FROM 1 BY 1
                    UNTIL W-INDICE-REM > W-CANT-REMITOS.

       F-LIBERO-REMITOS.
            EXIT.

       JUNTO-UN-REMITO.
            READ REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-REMITOS
                GO TO F-JUNTO-UN-REMITO
            END-READ.
            IF REM-FACT-NUMERO NOT = FACT-NUMERO
                  OR W-CANT-REMITOS = 20
               MOVE "S" TO W-FIN-REMITOS
               GO TO F-JUNTO-UN-REMITO
            END-IF.
            IF REM-FACTURADO
               ADD 1 TO W-CANT-REMITOS
               MOVE REM-NUMERO TO W-TR-NUMERO(W-CANT-REMITOS)
            END-IF.

       F-JUNTO-UN-REMITO.
            EXIT.

       LIBERO-UN-REMITO.
            MOVE W-TR-NUMERO(W-INDICE-REM) TO REM-NUMERO.
            READ REMITOS KEY IS REM-NUMERO
              INVALID KEY
                GO TO F-LIBERO-UN-REMITO
            END-READ.
            SET REM-PENDIENTE TO TRUE.
            MOVE 0 TO REM-FACT-NUMERO.
            MOVE W-FECHA-SISTEMA TO REM-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO REM-USUARIO-MODIF.
            REWRITE REG-REMITO
              INVALID KEY
                DISPLAY "Error liberando remito " REM-NUMERO ": "
                        ST-REMITOS LINE 24 COL 1
            END-REWRITE.

       F-LIBERO-UN-REMITO.
            EXIT.

      * PIDO-COTIZACION: ofrece armar la factura desde un presupuesto
      * (0 = no). Tiene que estar pendiente, ser del cliente y de la
      * empresa del comprobante, y seguir vigente a la fecha de la
      * factura; uno vencido se vuelve a presupuestar.
       PIDO-COTIZACION.
            MOVE "N" TO W-DESDE-COTIZACION.
            MOVE 1 TO W-COT-BUSCADA.
            PERFORM PIDO-UNA-COTIZACION THRU F-PIDO-UNA-COTIZACION
                UNTIL W-COT-BUSCADA = 0 OR W-DESDE-COTIZACION = "S".

       F-PIDO-COTIZACION.
            EXIT.

       PIDO-UNA-COTIZACION.
            DISPLAY "Presupuesto (0=no): " LINE 13 COL 40.
            ACCEPT W-COT-BUSCADA LINE 13 COL 61 PROMPT.
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
            IF COT-CLI-ID NOT = FACT-CLI-ID
               DISPLAY "Presupuesto de otro cliente (" COT-CLI-ID ")"
                       LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            IF COT-EMPRESA NOT = W-EMPRESA
               DISPLAY "Presupuesto de la empresa " COT-EMPRESA
                       ", no se puede facturar aca" LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            IF COT-VALIDEZ < FACT-FECHA
               DISPLAY "Presupuesto vencido el " COT-VALIDEZ
                       LINE 24 COL 1
               GO TO F-PIDO-UNA-COTIZACION
            END-IF.
            MOVE "S" TO W-DESDE-COTIZACION.

       F-PIDO-UNA-COTIZACION.
            EXIT.

      * PIDO-ITEMS-COTIZACION: los renglones salen tal cual del
      * presupuesto, al precio presupuestado; la cantidad se controla
      * contra el stock de la sucursal como en la carga de siempre y,
      * si no alcanza, se pide de nuevo.
       PIDO-ITEMS-COTIZACION.
            PERFORM BORRO-DETALLE-FACTURA THRU F-BORRO-DETALLE-FACTURA.
            MOVE 0 TO W-CANT-DESC-PEND.
            MOVE 0 TO W-CANT-CAMP-PEND.
            MOVE 0 TO W-CANT-SERIES-PEND.
            MOVE 0 TO FACT-TOTAL.
            MOVE 0 TO W-INDICE-ITEM.
            MOVE W-COT-BUSCADA TO COTR-NUMERO.
            MOVE 0 TO COTR-RENGLON.
            START COT-RENGLONES KEY IS NOT LESS THAN COTR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-COT-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COT-RENGLONES
            END-START.
            PERFORM FACTURO-UN-RENGLON-COT
               THRU F-FACTURO-UN-RENGLON-COT
                UNTIL W-FIN-COT-RENGLONES = "S".
            MOVE W-INDICE-ITEM TO FACT-CANT-RENGLONES.
            IF W-INDICE-ITEM > 20
               MOVE 20 TO FACT-CANT-ITEMS
            ELSE
               MOVE W-INDICE-ITEM TO FACT-CANT-ITEMS
            END-IF.
            DISPLAY W-INDICE-ITEM LINE 14 COL 28.
            MOVE FACT-TOTAL TO TOTAL-ZZ.
            DISPLAY TOTAL-ZZ LINE 19 COL 28.

       F-PIDO-ITEMS-COTIZACION.
            EXIT.

       FACTURO-UN-RENGLON-COT.
            READ COT-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COT-RENGLONES
                GO TO F-FACTURO-UN-RENGLON-COT
            END-READ.
            IF COTR-NUMERO NOT = W-COT-BUSCADA
               MOVE "S" TO W-FIN-COT-RENGLONES
               GO TO F-FACTURO-UN-RENGLON-COT
            END-IF.
            ADD 1 TO W-INDICE-ITEM.
            MOVE COTR-CODIGO TO W-ITEM-CODIGO.
            MOVE COTR-CANT TO W-ITEM-CANT.
            MOVE COTR-PRECIO TO W-ITEM-PRECIO.
            MOVE W-ITEM-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                INITIALIZE REG-PRODUCTOS
                DISPLAY "Producto del presupuesto inexistente: "
                        W-ITEM-CODIGO LINE 24 COL 1
            END-READ.
            DISPLAY "Renglon " W-INDICE-ITEM " codigo: "
                    LINE 16 COL 10
                    W-ITEM-CODIGO LINE 16 COL 35
                    PROD-DESCRIPCION LINE 16 COL 50.
            DISPLAY "  cantidad: " LINE 17 COL 10
                    W-ITEM-CANT LINE 17 COL 35.
            PERFORM CONTROLO-STOCK-COTIZADO
               THRU F-CONTROLO-STOCK-COTIZADO.
            IF W-STOCK-SUC-OK NOT = "S"
               PERFORM PIDO-CANTIDAD-ITEM THRU F-PIDO-CANTIDAD-ITEM
                   UNTIL W-STOCK-SUC-OK = "S"
            END-IF.
            IF COTR-DESC-PCT > 0 AND W-CANT-DESC-PEND < 999
               PERFORM ENCOLO-DESCUENTO-COTIZADO
                  THRU F-ENCOLO-DESCUENTO-COTIZADO
            END-IF.
            COMPUTE FACT-TOTAL = FACT-TOTAL +
                    (W-ITEM-CANT * W-ITEM-PRECIO).
            PERFORM PIDO-SERIES-RENGLON THRU F-PIDO-SERIES-RENGLON.
            PERFORM GUARDO-RENGLON THRU F-GUARDO-RENGLON.

       F-FACTURO-UN-RENGLON-COT.
            EXIT.

       CONTROLO-STOCK-COTIZADO.
            MOVE "S" TO W-STOCK-SUC-OK.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               DISPLAY "Sin stock por sucursal cargado"
                       LINE 24 COL 1
            ELSE
               IF W-ITEM-CANT > W-DISPONIBLE
                  MOVE "N" TO W-STOCK-SUC-OK
                  DISPLAY "Stock insuficiente en sucursal "
                          FACT-SUCURSAL " (" W-DISPONIBLE
                          "), reingrese" LINE 24 COL 1
               END-IF
            END-IF.

       F-CONTROLO-STOCK-COTIZADO.
            EXIT.

      * ENCOLO-DESCUENTO-COTIZADO: el descuento ya se autorizo al
      * presupuestar (con la firma del supervisor si hizo falta);
      * aca solo se encola para el ledger, sobre la cantidad que
      * efectivamente se factura.
       ENCOLO-DESCUENTO-COTIZADO.
            ADD 1 TO W-CANT-DESC-PEND.
            MOVE W-ITEM-CODIGO TO W-DP-CODIGO(W-CANT-DESC-PEND).
            MOVE COTR-DESC-PCT TO W-DP-PCT(W-CANT-DESC-PEND).
            COMPUTE W-DP-IMPORTE(W-CANT-DESC-PEND) ROUNDED =
                    W-ITEM-CANT * COTR-PRECIO-LISTA
                    * COTR-DESC-PCT / 100.
            MOVE COTR-DESC-SUPER TO W-DP-SUPER(W-CANT-DESC-PEND).

       F-ENCOLO-DESCUENTO-COTIZADO.
            EXIT.

      * MARCO-COTIZACION-GANADA: con la factura ya grabada, el
      * presupuesto pasa a ganado con el numero de factura. Uno que
      * otra terminal convirtio mientras tanto se avisa y no se pisa.
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
            SET COT-CONV-FACTURA TO TRUE.
            MOVE FACT-NUMERO TO COT-CONV-NUMERO.
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

      * LIBERO-COTIZACION: si la factura anulada venia de un
      * presupuesto (clave alterna COT-CONVERSION), el presupuesto
      * vuelve a pendiente.
       LIBERO-COTIZACION.
            SET COT-CONV-FACTURA TO TRUE.
            MOVE FACT-NUMERO TO COT-CONV-NUMERO.
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

      * BORRO-DETALLE-FACTURA: elimina los renglones de desborde que
      * el comprobante tenga en FACT-DETALLE -- antes de recargar una
      * modificacion, o para deshacer un alta cuyo encabezado no se
      * nota de credito la percepcion tambien se calcula, asi la
      * devolucion devuelve percepcion en la misma proporcion. Se
      * relee CLIENTES por FACT-CLI-ID: los campos del cliente que la
      * pantalla necesitaba ya quedaron movidos al comprobante. Donde
      * somos agente, la alicuota del CUIT en el padron vigente a la
      * fecha del comprobante reemplaza a la general (puede ser cero:
      * ese CUIT no se percibe). Un certificado de exclusion del
      * cliente para la jurisdiccion, vigente a la fecha del
      * comprobante, descuenta su porcentaje de la percepcion.
       CALCULO-PERCEPCION.
            MOVE SPACES TO FACT-JURISDICCION.
            MOVE SPACES TO FACT-CERTIFICADO-EXENCION.
            MOVE 0 TO FACT-PERCEPCION-IIBB.
            MOVE FACT-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
               PERFORM BUSCO-ALICUOTA THRU F-BUSCO-ALICUOTA
                   VARYING W-INDICE-PERC FROM 1 BY 1
                       UNTIL W-INDICE-PERC > W-CANT-PERCEPCIONES
               IF W-ALICUOTA-HALLADA NOT = 0
                  PERFORM BUSCO-ALICUOTA-PADRON
                     THRU F-BUSCO-ALICUOTA-PADRON
               END-IF
               IF W-ALICUOTA-HALLADA NOT = 0
                  COMPUTE FACT-PERCEPCION-IIBB ROUNDED =
                          FACT-TOTAL * W-ALICUOTA-HALLADA / 100
                  PERFORM APLICO-CERTIFICADO THRU F-APLICO-CERTIFICADO
                  ADD FACT-PERCEPCION-IIBB TO FACT-TOTAL
                  MOVE FACT-PERCEPCION-IIBB TO TOTAL-ZZ
                  DISPLAY "Percepcion IIBB " FACT-JURISDICCION ": "
       F-CALCULO-PERCEPCION.
            EXIT.

      * APLICO-CERTIFICADO: certificado IB del cliente para la
      * jurisdiccion del comprobante; fuera de vigencia no cuenta.
       APLICO-CERTIFICADO.
            MOVE FACT-CLI-ID TO CEX-CLI-ID.
            SET CEX-IMPUESTO-IIBB TO TRUE.
            MOVE FACT-JURISDICCION TO CEX-JURISDICCION.
            READ CERTIFICADOS-EXENCION KEY IS CEX-CLAVE
              INVALID KEY
                GO TO F-APLICO-CERTIFICADO
            END-READ.
            IF FACT-FECHA < CEX-VIGENCIA-DESDE
                  OR FACT-FECHA > CEX-VIGENCIA-HASTA
               GO TO F-APLICO-CERTIFICADO
            END-IF.
            COMPUTE W-PERCEPCION-EXCLUIDA ROUNDED =
                    FACT-PERCEPCION-IIBB * CEX-PORCENTAJE / 100.
            SUBTRACT W-PERCEPCION-EXCLUIDA FROM FACT-PERCEPCION-IIBB.
            MOVE CEX-NUMERO TO FACT-CERTIFICADO-EXENCION.
            DISPLAY "Cert. exclusion " CEX-NUMERO LINE 23 COL 45.

       F-APLICO-CERTIFICADO.
            EXIT.

       BUSCO-ALICUOTA.
            IF W-PERC-JURIS(W-INDICE-PERC) = FACT-JURISDICCION
               MOVE W-PERC-ALICUOTA(W-INDICE-PERC)
       F-BUSCO-ALICUOTA.
            EXIT.

       BUSCO-ALICUOTA-PADRON.
            IF CLI_CUIT = 0
               GO TO F-BUSCO-ALICUOTA-PADRON
            END-IF.
            MOVE CLI_CUIT TO PAD-CUIT.
            MOVE FACT-JURISDICCION TO PAD-ORIGEN.
            READ PADRON-CONTRIBUYENTES KEY IS PAD-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF FACT-FECHA NOT < PAD-FECHA-DESDE
                      AND FACT-FECHA NOT > PAD-FECHA-HASTA
                   MOVE PAD-ALICUOTA-PERCEPCION TO W-ALICUOTA-HALLADA
                END-IF
            END-READ.

       F-BUSCO-ALICUOTA-PADRON.
            EXIT.

      * PIDO-UN-ITEM: el codigo de renglon tiene que existir en
      * PRODUCTOS -- misma idea de bloquear hasta que valide que
      * PIDO-CODPOST usa en fuente04.cbl -- y el precio vigente del
      * producto se propone como default, pero el operador lo puede
      * pisar. Las promociones de marketing ya no se cargan a mano:
      * sobre el precio de lista se aplica sola la campana vigente.
       PIDO-UN-ITEM.
            MOVE 0 TO W-PRECIO-PACTADO.
            MOVE "N" TO W-ITEM-VALIDO.
            PERFORM PIDO-CODIGO-ITEM THRU F-PIDO-CODIGO-ITEM
                UNTIL W-ITEM-VALIDO = "S".
            MOVE "N" TO W-STOCK-SUC-OK.
            PERFORM PIDO-CANTIDAD-ITEM THRU F-PIDO-CANTIDAD-ITEM
                UNTIL W-STOCK-SUC-OK = "S".
            PERFORM PIDO-PRECIO-ITEM THRU F-PIDO-PRECIO-ITEM.

       F-PIDO-UN-ITEM.
            EXIT.

      * PIDO-PRECIO-ITEM: precio (default el de contrato o el de
      * lista), descuento y renglon guardado, para un renglon cuyo
      * codigo y cantidad ya estan en W-ITEM-CODIGO / W-ITEM-CANT y
      * su producto en el buffer de PRODUCTOS -- sea tipeado o
      * tomado de un remito. Un renglon de remito que vino de un
      * presupuesto trae su precio en W-PRECIO-PACTADO, que manda
      * sobre el de contrato o de lista. Solo el precio de lista
      * recibe la campana vigente (APLICO-CAMPANA).
       PIDO-PRECIO-ITEM.
            DISPLAY "  precio  : " LINE 18 COL 10.
            ACCEPT W-ITEM-PRECIO LINE 18 COL 35 PROMPT.
            IF W-ITEM-PRECIO = 0
               IF W-PRECIO-PACTADO > 0
                  MOVE W-PRECIO-PACTADO TO W-ITEM-PRECIO
                  DISPLAY "(precio presupuestado)" LINE 18 COL 50
               ELSE
                  PERFORM BUSCO-PRECIO-CONTRATO
                     THRU F-BUSCO-PRECIO-CONTRATO
                  MOVE W-PRECIO-DEFAULT TO W-ITEM-PRECIO
                  IF W-PRECIO-CONTRATO NOT = "S"
                     PERFORM APLICO-CAMPANA THRU F-APLICO-CAMPANA
                  END-IF
               END-IF
            END-IF.
            MOVE "N" TO W-DESC-OK.
            PERFORM PIDO-DESCUENTO THRU F-PIDO-DESCUENTO
                UNTIL W-DESC-OK = "S".
            COMPUTE FACT-TOTAL = FACT-TOTAL +
                    (W-ITEM-CANT * W-ITEM-PRECIO).
            PERFORM PIDO-SERIES-RENGLON THRU F-PIDO-SERIES-RENGLON.
            PERFORM GUARDO-RENGLON THRU F-GUARDO-RENGLON.

       F-PIDO-PRECIO-ITEM.
            EXIT.

      * PIDO-CANTIDAD-ITEM: acepta la cantidad y, en una factura, la
            ACCEPT W-ITEM-CANT LINE 17 COL 35 PROMPT.
            IF W-NOTA-CREDITO
               MOVE "S" TO W-STOCK-SUC-OK
               GO TO F-PIDO-CANTIDAD-ITEM
            END-IF.
            PERFORM CALCULO-DISPONIBLE THRU F-CALCULO-DISPONIBLE.
            IF W-DISP-CARGADO NOT = "S"
               MOVE "S" TO W-STOCK-SUC-OK
               DISPLAY "Sin stock por sucursal cargado"
                       LINE 24 COL 1
            ELSE
               IF W-ITEM-CANT > W-DISPONIBLE
                  MOVE "N" TO W-STOCK-SUC-OK
                  DISPLAY "Stock insuficiente en sucursal "
                          FACT-SUCURSAL " (" W-DISPONIBLE
                          "), reingrese" LINE 24 COL 1
               ELSE
                  MOVE "S" TO W-STOCK-SUC-OK
               END-IF
            END-IF.

       F-PIDO-CANTIDAD-ITEM.
            EXIT.

      * CALCULO-DISPONIBLE: disponible de W-ITEM-CODIGO en la
      * sucursal emisora. Un producto comun es su STK-STOCK; un kit,
      * las unidades que alcanzan a armarse con el componente mas
      * escaso. W-DISP-CARGADO queda en "N" si no hay ningun
      * registro de stock en la sucursal. El stock esta en unidad
      * base; con el producto en el buffer se pasa a unidad de venta.
       CALCULO-DISPONIBLE.
            MOVE "N" TO W-DISP-CARGADO.
            MOVE 0 TO W-DISPONIBLE.
            CALL "COMPONENTES-KIT" USING W-ITEM-CODIGO W-KIT-CANT-COMP
                 W-KIT-COMPONENTES.
            IF W-KIT-CANT-COMP = 0
               MOVE W-ITEM-CODIGO TO STK-CODIGO
               MOVE FACT-SUCURSAL TO STK-SUCURSAL
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
            MOVE FACT-SUCURSAL TO STK-SUCURSAL.
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

      * BUSCO-PRECIO-CONTRATO: el precio default del renglon es el
      * siempre.
       BUSCO-PRECIO-CONTRATO.
            MOVE PROD-PRECIO TO W-PRECIO-DEFAULT.
            MOVE "N" TO W-PRECIO-CONTRATO.
            MOVE FACT-CLI-ID TO PCON-CLI-ID.
            MOVE W-ITEM-CODIGO TO PCON-CODIGO.
            READ PRECIOS-CONTRATO KEY IS PCON-CLAVE
                IF FACT-FECHA NOT < PCON-VIGENCIA-DESDE
                      AND FACT-FECHA NOT > PCON-VIGENCIA-HASTA
                   MOVE PCON-PRECIO TO W-PRECIO-DEFAULT
                   MOVE "S" TO W-PRECIO-CONTRATO
                   DISPLAY "(precio de contrato)" LINE 18 COL 50
                END-IF
            END-READ.
       F-BUSCO-PRECIO-CONTRATO.
            EXIT.

      * APLICO-CAMPANA: el producto sigue en el buffer de PRODUCTOS y
      * W-ITEM-PRECIO tiene el precio de lista. Una nota de credito
      * no recibe campanas.
       APLICO-CAMPANA.
            IF W-NOTA-CREDITO OR W-CANT-CAMPANAS = 0
               GO TO F-APLICO-CAMPANA
            END-IF.
            MOVE 0 TO W-CA-ELEGIDA.
            MOVE 0 TO W-CA-MEJOR-IMPORTE.
            MOVE W-ITEM-PRECIO TO W-CA-PRECIO-LISTA.
            PERFORM EVALUO-CAMPANA THRU F-EVALUO-CAMPANA
                VARYING W-IND-CA FROM 1 BY 1
                    UNTIL W-IND-CA > W-CANT-CAMPANAS.
            IF W-CA-ELEGIDA = 0
               GO TO F-APLICO-CAMPANA
            END-IF.
            IF W-CANT-CAMP-PEND = 999
               DISPLAY "Tope de campanas del comprobante, va a lista"
                       LINE 24 COL 1
               GO TO F-APLICO-CAMPANA
            END-IF.
            MOVE W-CA-MEJOR-PRECIO TO W-ITEM-PRECIO.
            DISPLAY "(campana " W-CA-CODIGO(W-CA-ELEGIDA) ")"
                    LINE 18 COL 50.
            ADD 1 TO W-CANT-CAMP-PEND.
            MOVE W-INDICE-ITEM TO W-CP-RENGLON(W-CANT-CAMP-PEND).
            MOVE W-CA-CODIGO(W-CA-ELEGIDA)
              TO W-CP-CAMPANA(W-CANT-CAMP-PEND).
            MOVE W-ITEM-CODIGO TO W-CP-CODIGO(W-CANT-CAMP-PEND).
            MOVE W-ITEM-CANT TO W-CP-CANT(W-CANT-CAMP-PEND).
            MOVE W-CA-MEJOR-BONIF TO W-CP-BONIFICADAS(W-CANT-CAMP-PEND).
            MOVE W-CA-PRECIO-LISTA
              TO W-CP-PRECIO-LISTA(W-CANT-CAMP-PEND).
            MOVE W-ITEM-PRECIO TO W-CP-PRECIO-NETO(W-CANT-CAMP-PEND).
            MOVE W-CA-MEJOR-IMPORTE TO W-CP-IMPORTE(W-CANT-CAMP-PEND).

       F-APLICO-CAMPANA.
            EXIT.

      * EVALUO-CAMPANA: vigencia, producto o familia, categoria del
      * cliente y sucursal (filtro en blanco = todas), y el precio
      * que deja el beneficio. Lleva/bonifica: de cada bloque de
      * lleva + bonifica unidades del renglon, bonifica van sin
      * cargo, y el precio unitario se prorratea sobre el total.
       EVALUO-CAMPANA.
            IF FACT-FECHA < W-CA-DESDE(W-IND-CA)
                  OR FACT-FECHA > W-CA-HASTA(W-IND-CA)
               GO TO F-EVALUO-CAMPANA
            END-IF.
            MOVE "N" TO W-CA-CALIFICA.
            PERFORM COMPARO-OBJETO-CAMPANA
               THRU F-COMPARO-OBJETO-CAMPANA
                VARYING W-IND-CA-OBJ FROM 1 BY 1
                    UNTIL W-IND-CA-OBJ > W-CA-CANT-OBJ(W-IND-CA)
                       OR W-IND-CA-OBJ > 10.
            IF W-CA-CALIFICA NOT = "S"
               GO TO F-EVALUO-CAMPANA
            END-IF.
            IF W-CA-CATEGORIA(W-IND-CA, 1) NOT = SPACES
               MOVE "N" TO W-CA-FILTRO-OK
               PERFORM COMPARO-CATEGORIA-CAMPANA
                  THRU F-COMPARO-CATEGORIA-CAMPANA
                   VARYING W-IND-CA-FILTRO FROM 1 BY 1
                       UNTIL W-IND-CA-FILTRO > 5
               IF W-CA-FILTRO-OK NOT = "S"
                  GO TO F-EVALUO-CAMPANA
               END-IF
            END-IF.
            IF W-CA-SUCURSAL(W-IND-CA, 1) NOT = SPACES
               MOVE "N" TO W-CA-FILTRO-OK
               PERFORM COMPARO-SUCURSAL-CAMPANA
                  THRU F-COMPARO-SUCURSAL-CAMPANA
                   VARYING W-IND-CA-FILTRO FROM 1 BY 1
                       UNTIL W-IND-CA-FILTRO > 5
               IF W-CA-FILTRO-OK NOT = "S"
                  GO TO F-EVALUO-CAMPANA
               END-IF
            END-IF.
            MOVE W-CA-PRECIO-LISTA TO W-CA-PRECIO.
            MOVE 0 TO W-CA-BONIFICADAS.
            EVALUATE W-CA-BENEFICIO(W-IND-CA)
               WHEN "P"
                  COMPUTE W-CA-PRECIO ROUNDED = W-CA-PRECIO-LISTA *
                          (100 - W-CA-PORCENTAJE(W-IND-CA)) / 100
               WHEN "L"
                  IF W-CA-BONIFICA(W-IND-CA) = 0 OR W-ITEM-CANT = 0
                     GO TO F-EVALUO-CAMPANA
                  END-IF
                  COMPUTE W-CA-BLOQUES = W-ITEM-CANT /
                          (W-CA-LLEVA(W-IND-CA) +
                           W-CA-BONIFICA(W-IND-CA))
                  COMPUTE W-CA-BONIFICADAS =
                          W-CA-BLOQUES * W-CA-BONIFICA(W-IND-CA)
                  COMPUTE W-CA-PRECIO ROUNDED = W-CA-PRECIO-LISTA *
                          (W-ITEM-CANT - W-CA-BONIFICADAS) / W-ITEM-CANT
               WHEN OTHER
                  GO TO F-EVALUO-CAMPANA
            END-EVALUATE.
            COMPUTE W-CA-IMPORTE =
                    (W-CA-PRECIO-LISTA - W-CA-PRECIO) * W-ITEM-CANT.
            IF W-CA-IMPORTE > W-CA-MEJOR-IMPORTE
               MOVE W-IND-CA TO W-CA-ELEGIDA
               MOVE W-CA-IMPORTE TO W-CA-MEJOR-IMPORTE
               MOVE W-CA-PRECIO TO W-CA-MEJOR-PRECIO
               MOVE W-CA-BONIFICADAS TO W-CA-MEJOR-BONIF
            END-IF.

       F-EVALUO-CAMPANA.
            EXIT.

       COMPARO-OBJETO-CAMPANA.
            IF W-CA-OBJ-TIPO(W-IND-CA, W-IND-CA-OBJ) = "P"
                  AND W-CA-OBJ-CODIGO(W-IND-CA, W-IND-CA-OBJ)
                      = W-ITEM-CODIGO
               MOVE "S" TO W-CA-CALIFICA
            END-IF.
            IF W-CA-OBJ-TIPO(W-IND-CA, W-IND-CA-OBJ) = "F"
                  AND W-CA-OBJ-CODIGO(W-IND-CA, W-IND-CA-OBJ)
                      = PROD-FAMILIA
               MOVE "S" TO W-CA-CALIFICA
            END-IF.

       F-COMPARO-OBJETO-CAMPANA.
            EXIT.

       COMPARO-CATEGORIA-CAMPANA.
            IF W-CA-CATEGORIA(W-IND-CA, W-IND-CA-FILTRO) NOT = SPACES
                  AND W-CA-CATEGORIA(W-IND-CA, W-IND-CA-FILTRO)
                      = W-CLI-CATEGORIA
               MOVE "S" TO W-CA-FILTRO-OK
            END-IF.

       F-COMPARO-CATEGORIA-CAMPANA.
            EXIT.

       COMPARO-SUCURSAL-CAMPANA.
            IF W-CA-SUCURSAL(W-IND-CA, W-IND-CA-FILTRO) NOT = SPACES
                  AND W-CA-SUCURSAL(W-IND-CA, W-IND-CA-FILTRO)
                      = FACT-SUCURSAL
               MOVE "S" TO W-CA-FILTRO-OK
            END-IF.

       F-COMPARO-SUCURSAL-CAMPANA.
            EXIT.

      * PIDO-DESCUENTO: porcentaje de descuento explicito del
      * renglon (0 = sin descuento). El tope sale de la familia del
      * producto (el registro de PRODUCTOS sigue en el buffer de
       F-GRABO-UN-DESC-PEND.
            EXIT.

      * GRABO-CAMPANAS-PENDIENTES: mismo circuito que los descuentos
      * -- el ledger de campanas se asienta solo con el encabezado
      * grabado.
       GRABO-CAMPANAS-PENDIENTES.
            PERFORM GRABO-UNA-CAMP-PEND THRU F-GRABO-UNA-CAMP-PEND
                VARYING W-INDICE-CP FROM 1 BY 1
                    UNTIL W-INDICE-CP > W-CANT-CAMP-PEND.
            MOVE 0 TO W-CANT-CAMP-PEND.

       F-GRABO-CAMPANAS-PENDIENTES.
            EXIT.

       GRABO-UNA-CAMP-PEND.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CAP-FECHA.
            MOVE FACT-NUMERO TO CAP-FACT-NUMERO.
            MOVE W-CP-RENGLON(W-INDICE-CP) TO CAP-RENGLON.
            MOVE W-CP-CAMPANA(W-INDICE-CP) TO CAP-CAMPANA.
            MOVE W-CP-CODIGO(W-INDICE-CP) TO CAP-CODIGO.
            MOVE W-CP-CANT(W-INDICE-CP) TO CAP-CANT.
            MOVE W-CP-BONIFICADAS(W-INDICE-CP) TO CAP-BONIFICADAS.
            MOVE W-CP-PRECIO-LISTA(W-INDICE-CP) TO CAP-PRECIO-LISTA.
            MOVE W-CP-PRECIO-NETO(W-INDICE-CP) TO CAP-PRECIO-NETO.
            MOVE W-CP-IMPORTE(W-INDICE-CP) TO CAP-IMPORTE.
            MOVE W-OPERADOR-ACTUAL TO CAP-OPERADOR.
            WRITE REG-CAMPANA-APLICADA.

       F-GRABO-UNA-CAMP-PEND.
            EXIT.

      * GRABO-SERIES-PENDIENTES: registra en SERIES-VENDIDAS las
      * series encoladas del comprobante ya grabado, y vacia la cola.
      * Una serie que ya figura (anulada, devuelta o de la carga
      * anterior de esta misma factura) se pisa con la venta nueva.
       GRABO-SERIES-PENDIENTES.
            PERFORM GRABO-UNA-SERIE-PEND THRU F-GRABO-UNA-SERIE-PEND
                VARYING W-INDICE-SP FROM 1 BY 1
                    UNTIL W-INDICE-SP > W-CANT-SERIES-PEND.
            MOVE 0 TO W-CANT-SERIES-PEND.

       F-GRABO-SERIES-PENDIENTES.
            EXIT.

       GRABO-UNA-SERIE-PEND.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-SP-CODIGO(W-INDICE-SP) TO SER-CODIGO.
            MOVE W-SP-SERIE(W-INDICE-SP) TO SER-NUMERO-SERIE.
            READ SERIES-VENDIDAS KEY IS SER-CLAVE
              INVALID KEY
                MOVE "N" TO W-SERIE-EXISTE
                INITIALIZE REG-SERIE-VENDIDA
                MOVE W-SP-CODIGO(W-INDICE-SP) TO SER-CODIGO
                MOVE W-SP-SERIE(W-INDICE-SP) TO SER-NUMERO-SERIE
                MOVE W-FECHA-SISTEMA TO SER-FECHA-ALTA
                MOVE W-OPERADOR-ACTUAL TO SER-USUARIO-ALTA
              NOT INVALID KEY
                MOVE "S" TO W-SERIE-EXISTE
            END-READ.
            MOVE FACT-NUMERO TO SER-FACT-NUMERO.
            MOVE W-SP-RENGLON(W-INDICE-SP) TO SER-RENGLON.
            MOVE FACT-CLI-ID TO SER-CLI-ID.
            MOVE FACT-FECHA TO SER-FECHA-VENTA.
            PERFORM CALCULO-FIN-GARANTIA THRU F-CALCULO-FIN-GARANTIA.
            MOVE W-SP-PROVEEDOR(W-INDICE-SP) TO SER-PROVEEDOR.
            SET SER-VENDIDA TO TRUE.
            MOVE 0 TO SER-CANT-RECLAMOS.
            MOVE W-FECHA-SISTEMA TO SER-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO SER-USUARIO-MODIF.
            IF W-SERIE-EXISTE = "S"
               REWRITE REG-SERIE-VENDIDA
            ELSE
               WRITE REG-SERIE-VENDIDA
            END-IF.
            IF ST-SERIES NOT = "00"
               DISPLAY "Error grabando serie " SER-NUMERO-SERIE ": "
                       ST-SERIES LINE 24 COL 1
            END-IF.

       F-GRABO-UNA-SERIE-PEND.
            EXIT.

      * CALCULO-FIN-GARANTIA: fecha de venta mas los meses de
      * garantia del producto; un dia que no existe en el mes de
      * llegada baja hasta el ultimo del mes. Sin meses de garantia
      * queda en cero (la serie se vendio sin garantia).
       CALCULO-FIN-GARANTIA.
            IF W-SP-MESES(W-INDICE-SP) = 0
               MOVE 0 TO SER-GARANTIA-HASTA
               GO TO F-CALCULO-FIN-GARANTIA
            END-IF.
            MOVE FACT-FECHA TO W-GAR-FECHA.
            COMPUTE W-GAR-MESES = W-GAR-MES - 1
                                + W-SP-MESES(W-INDICE-SP).
            DIVIDE W-GAR-MESES BY 12 GIVING W-GAR-ANIOS
                   REMAINDER W-GAR-RESTO.
            ADD W-GAR-ANIOS TO W-GAR-ANIO.
            COMPUTE W-GAR-MES = W-GAR-RESTO + 1.
            MOVE "N" TO W-GAR-FECHA-OK.
            PERFORM AJUSTO-DIA-GARANTIA THRU F-AJUSTO-DIA-GARANTIA
                UNTIL W-GAR-FECHA-OK = "S".
            MOVE W-GAR-FECHA TO SER-GARANTIA-HASTA.

       F-CALCULO-FIN-GARANTIA.
            EXIT.

       AJUSTO-DIA-GARANTIA.
            CALL "VALIDO-FECHA" USING W-GAR-ANIO W-GAR-MES W-GAR-DIA
                 W-GAR-FECHA-OK.
            IF W-GAR-FECHA-OK NOT = "S"
               SUBTRACT 1 FROM W-GAR-DIA
            END-IF.

       F-AJUSTO-DIA-GARANTIA.
            EXIT.

      * ANULO-SERIES-FACTURA: las series vendidas con esta factura
      * pasan a anuladas (baja de la factura, o reemplazo de la carga
      * en una modificacion), por la clave alterna de factura.
       ANULO-SERIES-FACTURA.
            MOVE FACT-NUMERO TO SER-FACT-NUMERO.
            START SERIES-VENDIDAS KEY IS EQUAL TO SER-FACT-NUMERO
              INVALID KEY
                GO TO F-ANULO-SERIES-FACTURA
            END-START.
            MOVE "N" TO W-FIN-SERIES.
            PERFORM ANULO-UNA-SERIE THRU F-ANULO-UNA-SERIE
                UNTIL W-FIN-SERIES = "S".

       F-ANULO-SERIES-FACTURA.
            EXIT.

       ANULO-UNA-SERIE.
            READ SERIES-VENDIDAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-SERIES
                GO TO F-ANULO-UNA-SERIE
            END-READ.
            IF SER-FACT-NUMERO NOT = FACT-NUMERO
               MOVE "S" TO W-FIN-SERIES
               GO TO F-ANULO-UNA-SERIE
            END-IF.
            IF SER-VENDIDA
               SET SER-ANULADA TO TRUE
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO SER-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO SER-USUARIO-MODIF
               REWRITE REG-SERIE-VENDIDA
            END-IF.

       F-ANULO-UNA-SERIE.
            EXIT.

      * PIDO-SERIES-RENGLON: en una factura, si el producto del
      * renglon es serializado se pide un numero de serie por unidad
      * (W-ITEM-CANT). El producto se relee por codigo porque el
      * control de stock de un kit deja en el buffer otro producto.
      * Una nota de credito no pide series: la devolucion de una
      * serie se registra en el reclamo de garantia.
       PIDO-SERIES-RENGLON.
            IF W-NOTA-CREDITO
               GO TO F-PIDO-SERIES-RENGLON
            END-IF.
            MOVE W-ITEM-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                GO TO F-PIDO-SERIES-RENGLON
            END-READ.
            IF NOT PROD-CON-SERIE
               GO TO F-PIDO-SERIES-RENGLON
            END-IF.
            PERFORM PIDO-UNA-SERIE THRU F-PIDO-UNA-SERIE
                VARYING W-SERIE-NRO FROM 1 BY 1
                    UNTIL W-SERIE-NRO > W-ITEM-CANT.
            DISPLAY " " LINE 20 COL 1 ERASE EOL.

       F-PIDO-SERIES-RENGLON.
            EXIT.

       PIDO-UNA-SERIE.
            IF W-CANT-SERIES-PEND = 200
               DISPLAY "Tope de 200 series por comprobante: la serie "
                       "no se registra" LINE 24 COL 1
               GO TO F-PIDO-UNA-SERIE
            END-IF.
            MOVE "N" TO W-SERIE-VALIDA.
            PERFORM PIDO-NUMERO-SERIE THRU F-PIDO-NUMERO-SERIE
                UNTIL W-SERIE-VALIDA = "S".
            ADD 1 TO W-CANT-SERIES-PEND.
            MOVE W-ITEM-CODIGO TO W-SP-CODIGO(W-CANT-SERIES-PEND).
            MOVE W-SERIE-TIPEADA TO W-SP-SERIE(W-CANT-SERIES-PEND).
            MOVE W-INDICE-ITEM TO W-SP-RENGLON(W-CANT-SERIES-PEND).
            MOVE PROD-MESES-GARANTIA
              TO W-SP-MESES(W-CANT-SERIES-PEND).
            MOVE PROD-PROV-GARANTIA
              TO W-SP-PROVEEDOR(W-CANT-SERIES-PEND).

       F-PIDO-UNA-SERIE.
            EXIT.

      * PIDO-NUMERO-SERIE: obligatoria, no repetida en el comprobante
      * y no vendida en otra factura vigente -- la carga anterior de
      * esta misma factura (modificacion) no cuenta.
       PIDO-NUMERO-SERIE.
            DISPLAY "  serie " LINE 20 COL 10
                    W-SERIE-NRO LINE 20 COL 18
                    " de " LINE 20 COL 23
                    W-ITEM-CANT LINE 20 COL 27.
            MOVE SPACES TO W-SERIE-TIPEADA.
            ACCEPT W-SERIE-TIPEADA LINE 20 COL 35 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-SERIE-TIPEADA)
              TO W-SERIE-TIPEADA.
            IF W-SERIE-TIPEADA = SPACES
               DISPLAY "El numero de serie es obligatorio"
                       LINE 24 COL 1
               GO TO F-PIDO-NUMERO-SERIE
            END-IF.
            MOVE "N" TO W-SERIE-REPETIDA.
            PERFORM COMPARO-SERIE-PEND THRU F-COMPARO-SERIE-PEND
                VARYING W-INDICE-SP FROM 1 BY 1
                    UNTIL W-INDICE-SP > W-CANT-SERIES-PEND
                       OR W-SERIE-REPETIDA = "S".
            IF W-SERIE-REPETIDA = "S"
               DISPLAY "Serie repetida en el comprobante"
                       LINE 24 COL 1
               GO TO F-PIDO-NUMERO-SERIE
            END-IF.
            MOVE W-ITEM-CODIGO TO SER-CODIGO.
            MOVE W-SERIE-TIPEADA TO SER-NUMERO-SERIE.
            READ SERIES-VENDIDAS KEY IS SER-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF SER-VENDIDA AND SER-FACT-NUMERO NOT = FACT-NUMERO
                   DISPLAY "Serie ya vendida en la factura "
                           SER-FACT-NUMERO LINE 24 COL 1
                   GO TO F-PIDO-NUMERO-SERIE
                END-IF
            END-READ.
            MOVE "S" TO W-SERIE-VALIDA.

       F-PIDO-NUMERO-SERIE.
            EXIT.

       COMPARO-SERIE-PEND.
            IF W-SP-CODIGO(W-INDICE-SP) = W-ITEM-CODIGO
               AND W-SP-SERIE(W-INDICE-SP) = W-SERIE-TIPEADA
               MOVE "S" TO W-SERIE-REPETIDA
            END-IF.

       F-COMPARO-SERIE-PEND.
            EXIT.

      * GUARDO-RENGLON: los primeros 20 renglones van al OCCURS
      * embebido de siempre; del 21 en adelante cada renglon se graba
      * como registro propio en FACT-DETALLE (el WRITE con INVALID
                ELSE
                   MOVE "S" TO W-ITEM-VALIDO
                   DISPLAY PROD-DESCRIPCION LINE 16 COL 50
                   DISPLAY PROD-UNIDAD-VENTA LINE 17 COL 45
                END-IF
            END-READ.

               MOVE "S" TO W-COINCIDE
            END-IF.

      * GRABO-REGISTRO: una nota de credito o de debito no suma al
      * contador de Altas -- su contador propio (W-CANT-NOTAS-CREDITO
      * / W-CANT-NOTAS-DEBITO) lo lleva su alta, y sumar en los dos
      * duplicaba el resumen.
       GRABO-REGISTRO.
            WRITE REG-FACTURA
              INVALID KEY
                PERFORM BORRO-DETALLE-FACTURA
                   THRU F-BORRO-DETALLE-FACTURA
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                     W-IMG-ALTA ST-FACTURA REG-FACTURA W-IMG-GRABADO
                IF FACT-TIPO-FACTURA
                   ADD 1 TO W-CANT-ALTAS
                END-IF
            END-WRITE.
                MOVE "N" TO W-REGISTRO-OK
                ADD 1 TO W-CANT-RECHAZADAS
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                 W-IMG-MODIF ST-FACTURA REG-FACTURA W-IMG-GRABADO.

       F-REESCRIBO-REGISTRO.
            EXIT.
            DISPLAY "Bajas..........: " W-CANT-BAJAS      LINE 25 COL 1.
            DISPLAY "Notas Credito..: " W-CANT-NOTAS-CREDITO
                    LINE 26 COL 1.
            DISPLAY "Notas Debito...: " W-CANT-NOTAS-DEBITO
                    LINE 27 COL 1.
            DISPLAY "Rechazadas.....: " W-CANT-RECHAZADAS LINE 28 COL 1.

       F-IMPRIMO-RESUMEN-SESION.
            EXIT.
