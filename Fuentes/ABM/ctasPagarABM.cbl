      *          historialClientes) y arma la vista de abiertos por
      *          proveedor, el espejo de REPORTE-CUENTA-CORRIENTE del
      *          lado de compras.
      * Mod: 15/10/2026 EK - Calce de tres puntas: la factura cargada
      *      contra una recepcion que vino con orden de compra se
      *      compara renglon por renglon (cantidad facturada contra
      *      recibida sin facturar, precio contra costo pactado); con
      *      diferencias queda retenida fuera de PROPUESTA-PAGOS y del
      *      pago manual hasta que un supervisor la libera
      *      (transaccion L).
      * Mod: 15/10/2026 EK - Desglose fiscal de la factura en FP-IVA
      *      (letra, punto de venta y numero, CUIT emisor validado
      *      contra PROV-CUIT y por digito verificador, neto e IVA
      *      por alicuota, no gravado, percepciones de IVA e IIBB);
      *      tiene que sumar FP-IMPORTE o la factura no se graba. Es
      *      la base de REPORTE-LIBRO-IVA-COMPRAS.
      * Mod: 15/10/2026 EK - La percepcion de IIBB sufrida pide su
      *      jurisdiccion (FPIV-PERC-IIBB-JURIS), que POSICION-FISCAL
      *      descuenta del impuesto de esa jurisdiccion.
      * Mod: 15/10/2026 EK - Retenciones que practicamos como agente
      *      en REGISTRO-PAGO: Ganancias segun PROV-REGIMEN-GANANCIAS
      *      e IIBB segun PROV-JURIS-RET-IIBB, con los parametros de
      *      regimenesRetencion.dat y el minimo no imponible sobre el
      *      acumulado del mes (pagosProveedor.dat). La retencion baja
      *      lo que se paga, sale con certificado numerado (serie
      *      CEN/G o CEN/I) a retPracticadas.dat y se imprime en
      *      certificadosRetencion.txt.
      * Mod: 15/10/2026 EK - Una factura que salio en una orden de
      *      pago transferida (FP-EN-ORDEN-PAGO) no se paga a mano
      *      hasta que el banco responda; en el listado de abiertas
      *      sigue sumando y se marca "OP".
      * Mod: 15/10/2026 EK - Medio de pago en REGISTRO-PAGO: ademas
      *      de transferencia / efectivo, un cheque de terceros de la
      *      cartera endosado al proveedor (queda "endosado" en
      *      cheques.dat ligado a la factura; el resto del neto en
      *      efectivo) o un cheque propio de una chequera activa
      *      (CHEQUERAS / CHEQUES-PROPIOS). El ledger de pagos pasa a
      *      sel/fd pagosProveedor con el medio y el cheque usado.
      * Mod: 15/10/2026 EK - Multiempresa: con mas de una empresa en
      *      empresas.dat se elige la empresa al firmar; el alta graba
      *      FP-EMPRESA, el pago y la liberacion se niegan sobre una
      *      factura de otra empresa, el listado de abiertas muestra
      *      solo las de la empresa y los certificados de retencion
      *      numeran en el talonario de la empresa (cada CUIT es su
      *      propio agente).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Control de duplicados en el alta
      *      (CONTROLO-DUPLICADO): el mismo documento del proveedor,
      *      comparado normalizado (NORMALIZO-DOCUMENTO), no se
      *      graba; el mismo importe y fecha con otro documento se
      *      avisa y se graba solo si el operador confirma.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/proveedores.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/compras.sel".
              COPY "./sel/ordenesCompra.sel".
              COPY "./sel/ocRenglones.sel".
              COPY "./sel/fpIva.sel".
              COPY "./sel/regimenesRetencion.sel".
              COPY "./sel/retPracticadas.sel".
              COPY "./sel/pagosProveedor.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/chequeras.sel".
              COPY "./sel/chequesPropios.sel".

           SELECT OPTIONAL CERTIFICADOS-RETENCION
             ASSIGN TO "./certificadosRetencion.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-CERTIFICADOS.

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/proveedores.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/compras.fd".
              COPY "./fd/ordenesCompra.fd".
              COPY "./fd/ocRenglones.fd".
              COPY "./fd/fpIva.fd".
              COPY "./fd/regimenesRetencion.fd".
              COPY "./fd/retPracticadas.fd".
              COPY "./fd/pagosProveedor.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/chequeras.fd".
              COPY "./fd/chequesPropios.fd".

       FD CERTIFICADOS-RETENCION.
       01 REG-CERTIFICADO        PIC X(80).

       WORKING-STORAGE SECTION.

       01 ST-FACT-PROV       PIC XX.
       01 ST-PROVEEDORES     PIC XX.
       01 ST-PAGOS           PIC XX.
       01 ST-COMPRAS         PIC XX.
       01 ST-ORDENES         PIC XX.
       01 ST-OC-RENGLONES    PIC XX.
       01 ST-FP-IVA          PIC XX.
       01 ST-REGIMENES       PIC XX.
       01 ST-RET-PRACT       PIC XX.
       01 ST-CERTIFICADOS    PIC XX.
       01 ST-CHEQUES         PIC XX.
       01 ST-CHEQUERAS       PIC XX.
       01 ST-CHEQUES-PROPIOS PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".
       01 W-FP-ID            PIC 9(9).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-FACTURA-EXISTE   VALUE "S".

      * Empresa de la sesion (BUSCO-EMPRESA), igual que en
      * ABM-FACTURAS: se pide al firmar solo si hay mas de una activa.
      * W-FP-EMPRESA es la de la factura leida (cero o blanco = la
      * principal).
       01 W-EMPRESA          PIC 9(2) VALUE 1.
       01 W-EMPRESA-NOMBRE   PIC X(40) VALUE SPACES.
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2) VALUE 1.
       01 W-EMPRESA-VALIDA   PIC X VALUE "N".
       01 W-FP-EMPRESA       PIC 9(2).
       01 W-PROVEEDOR-VALIDO PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-DIAS-VTO         PIC 9(7).
       01 W-LINEA-PANT       PIC 99.
       01 W-TOTAL-ABIERTO    PIC S9(11)V9(2).

      * Control de duplicados en el alta: se recorren las facturas del
      * mismo proveedor por la clave alterna. El mismo documento
      * normalizado es la misma factura ("S", no se graba); el mismo
      * importe y la misma fecha con otro documento es sospechosa
      * ("P", se pregunta). Como la recorrida pisa el registro, la
      * factura en carga se guarda en W-HOLD-FACTURA-PROV.
       01 W-HOLD-FACTURA-PROV PIC X(113).
       01 W-DOC-NUEVO        PIC X(15).
       01 W-DOC-EXISTENTE    PIC X(15).
       01 W-FECHA-NUEVA      PIC 9(8).
       01 W-IMPORTE-NUEVO    PIC S9(9)V9(2).
       01 W-FIN-DUPLICADOS   PIC X.
       01 W-DUPLICADO        PIC X.
          88 W-ES-DUPLICADO      VALUE "S".
          88 W-ES-PARECIDO       VALUE "P".
       01 W-FP-ID-DUPLICADO  PIC 9(9).

      * Calce orden / recepcion / factura: por cada renglon de la
      * orden con mercaderia recibida y todavia no facturada se pide
      * lo que factura el proveedor (cantidad y precio unitario). Una
      * cantidad mayor a la recibida sin facturar es diferencia de
      * cantidad; un precio que se aparta del pactado en mas de
      * W-TOLERANCIA-PRECIO (1%) es diferencia de precio.
       01 W-RECEPCION-VALIDA PIC X.
       01 W-OC-NUMERO        PIC 9(9).
       01 W-FIN-RENGLONES    PIC X.
       01 W-A-FACTURAR       PIC S9(7).
       01 W-CANT-FACTURADA   PIC 9(7).
       01 W-PRECIO-FACTURADO PIC 9(7)V9(2).
       01 W-DESVIO-PRECIO    PIC S9(7)V9(4).
       01 W-TOLERANCIA-PRECIO PIC 9V9(4) VALUE 0,01.
       01 W-HAY-DIF-CANTIDAD PIC X.
       01 W-HAY-DIF-PRECIO   PIC X.
       01 W-CANT-CALZADOS    PIC 9(4).

      * Desglose fiscal: letra A/M pide hasta tres alicuotas (de
      * TABLA-ALICUOTAS) con neto e IVA; el IVA en cero se toma el
      * calculado y uno tipeado que se aparta del calculado en mas de
      * W-TOLERANCIA-IVA se rechaza. Netos + IVA + no gravado +
      * percepciones tiene que dar FP-IMPORTE al centavo.
       01 W-DESGLOSE-VALIDO  PIC X.
       01 W-DESGLOSE-CANCELADO PIC X.
       01 W-ERROR-ALICUOTA   PIC X.
       01 W-FIN-ALICUOTAS    PIC X.
       01 W-INDICE-ALIC      PIC 9.
       01 W-ALICUOTA-HALLADA PIC X.
       01 W-LINEA-ALIC       PIC 99.
       01 W-ALICUOTA         PIC 9(2)V9(2).
       01 W-IVA-CALCULADO    PIC S9(9)V9(2).
       01 W-DIF-IVA          PIC S9(9)V9(2).
       01 W-TOLERANCIA-IVA   PIC 9V9(2) VALUE 0,10.
       01 W-SUMA-DESGLOSE    PIC S9(11)V9(2).
       01 W-NETO-DESGLOSE    PIC S9(11)V9(2).
       01 W-IVA-DESGLOSE     PIC S9(11)V9(2).

       01 TABLA-ALICUOTAS.
          05 FILLER PIC 9(4) VALUE 2700.
          05 FILLER PIC 9(4) VALUE 2100.
          05 FILLER PIC 9(4) VALUE 1050.
          05 FILLER PIC 9(4) VALUE 0500.
          05 FILLER PIC 9(4) VALUE 0250.
       01 ALICUOTAS-R REDEFINES TABLA-ALICUOTAS.
          05 W-ALICUOTA-VALIDA PIC 9(2)V9(2) OCCURS 5 TIMES.
       01 W-INDICE-TABLA-ALIC PIC 9.

      * Digito verificador (modulo 11) del CUIT emisor, la misma
      * tabla de multiplicadores y el mismo calculo que PIDO-CUIT en
      * INICIO y CONTROL-CALIDAD-CLIENTES.
       01 W-CUIT             PIC 9(11).
       01 W-CUIT-DIGITOS REDEFINES W-CUIT.
          05 W-CUIT-DIGITO   PIC 9 OCCURS 11 TIMES.
       01 W-CUIT-VALIDO      PIC X VALUE "N".
          88 W-CUIT-ES-VALIDO    VALUE "S".
       01 W-INDICE-CUIT      PIC 99.
       01 W-SUMA-CUIT        PIC 9(4).
       01 W-COCIENTE-CUIT    PIC 9(3).
       01 W-RESTO-CUIT       PIC 99.
       01 W-VERIF-CUIT       PIC 99.

       01 TABLA-PESOS-CUIT.
          05 FILLER PIC 9 VALUE 5.
          05 FILLER PIC 9 VALUE 4.
          05 FILLER PIC 9 VALUE 3.
          05 FILLER PIC 9 VALUE 2.
          05 FILLER PIC 9 VALUE 7.
          05 FILLER PIC 9 VALUE 6.
          05 FILLER PIC 9 VALUE 5.
          05 FILLER PIC 9 VALUE 4.
          05 FILLER PIC 9 VALUE 3.
          05 FILLER PIC 9 VALUE 2.
       01 PESOS-CUIT-R REDEFINES TABLA-PESOS-CUIT.
          05 PESO-CUIT PIC 9 OCCURS 10 TIMES.

      * Retenciones practicadas: la tabla de regimenesRetencion.dat
      * se carga al abrir. Por impuesto, la retencion es (base del
      * mes con este pago - minimo no imponible) * alicuota, menos
      * lo ya retenido en el mes; por debajo de la retencion minima
      * no se practica. La base de un pago es la parte sin IVA de la
      * factura (neto + no gravado de FP-IVA) cuando discrimina.
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
       01 W-SUCURSAL-TESORERIA PIC X(3) VALUE "CEN".
       01 W-TIPO-SERIE       PIC X.
       01 W-NUMERO-SERIE     PIC 9(9).
       01 W-MES-PAGO         PIC 9(6).
       01 W-MES-REGISTRO     PIC 9(6).
       01 W-RESTO-FECHA      PIC 99.
       01 W-FIN-PAGOS        PIC X.
       01 W-BASE-PAGO        PIC S9(9)V9(2).
       01 W-BASE-SIN-IVA     PIC S9(11)V9(2).
       01 W-BASE-MES         PIC S9(11)V9(2).
       01 W-RETENIDO-MES-G   PIC S9(11)V9(2).
       01 W-RETENIDO-MES-I   PIC S9(11)V9(2).
       01 W-RETENIDO-CALC    PIC S9(11)V9(2).
       01 W-RET-CALCULO      PIC S9(11)V9(2).
       01 W-RET-GANANCIAS    PIC S9(9)V9(2).
       01 W-RET-IIBB         PIC S9(9)V9(2).
       01 W-NETO-A-PAGAR     PIC S9(9)V9(2).
       01 W-IMPUESTO-CALC    PIC X.
       01 W-CODIGO-CALC      PIC X(3).
       01 W-ALICUOTA-CALC    PIC 9(2)V9(4).
       01 W-REGIMEN-NUM      PIC 9(3).
       01 W-CERT-ZZ          PIC ---------9,99.
       01 ALIC-ZZ            PIC Z9,9999.

      * Medio de pago del neto: T transferencia o efectivo, E cheque
      * de terceros de la cartera endosado al proveedor (no puede
      * superar el neto; la diferencia se paga en efectivo), P cheque
      * propio, el proximo numero de una chequera activa, por el neto
      * entero y con su fecha de pago (al dia o diferido).
       01 W-MEDIO-PAGO       PIC X.
       01 W-MEDIO-VALIDO     PIC X.
       01 W-CHQ-BANCO        PIC X(3).
       01 W-CHQ-NUMERO       PIC 9(8).
       01 W-CHR-CODIGO       PIC X(4).
       01 W-CHP-NUMERO       PIC 9(8).
       01 W-RESTO-EFECTIVO   PIC S9(9)V9(2).
       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 SALDO-ZZ           PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-CTAS-PAGAR".
       01 W-IMG-CHQ       PIC X(3)  VALUE "CHQ".
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

       TOMO-EMPRESA-FP.
            IF FP-EMPRESA NOT NUMERIC OR FP-EMPRESA = 0
               MOVE 1 TO W-FP-EMPRESA
            ELSE
               MOVE FP-EMPRESA TO W-FP-EMPRESA
            END-IF.

       F-TOMO-EMPRESA-FP.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT COMPRAS.
            IF ST-COMPRAS > "07"
               DISPLAY "Error abriendo Compras: " ST-COMPRAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT ORDENES-COMPRA.
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
            OPEN I-O FP-IVA.
            IF ST-FP-IVA > "07"
               DISPLAY "Error abriendo Desglose IVA: " ST-FP-IVA
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O RET-PRACTICADAS.
            IF ST-RET-PRACT > "07"
               DISPLAY "Error abriendo Ret. Practicadas: "
                       ST-RET-PRACT LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND CERTIFICADOS-RETENCION.
            IF ST-CERTIFICADOS > "07"
               DISPLAY "Error abriendo Certificados: "
                       ST-CERTIFICADOS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo Cheques: " ST-CHEQUES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CHEQUERAS.
            IF ST-CHEQUERAS > "07"
               DISPLAY "Error abriendo Chequeras: " ST-CHEQUERAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CHEQUES-PROPIOS.
            IF ST-CHEQUES-PROPIOS > "07"
               DISPLAY "Error abriendo Cheques Propios: "
                       ST-CHEQUES-PROPIOS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            PERFORM CARGO-REGIMENES THRU F-CARGO-REGIMENES.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE PROVEEDORES.
            CLOSE PAGOS-PROVEEDOR.
            CLOSE COMPRAS.
            CLOSE ORDENES-COMPRA.
            CLOSE OC-RENGLONES.
            CLOSE FP-IVA.
            CLOSE RET-PRACTICADAS.
            CLOSE CERTIFICADOS-RETENCION.
            CLOSE CHEQUES.
            CLOSE CHEQUERAS.
            CLOSE CHEQUES-PROPIOS.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Empresa " LINE 2 COL 1 W-EMPRESA LINE 2 COL 9
                    W-EMPRESA-NOMBRE LINE 2 COL 12
                    "Cuentas a Pagar" LINE 3 COL 32
                    GUIONES LINE 4 COL 1
                    "A=Alta P=Pago C=Consulta S=Abiertos L=Liberar"
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 49.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
                         THRU F-CONSULTA-FACTURA-PROV
                  WHEN "S"
                     PERFORM LISTO-ABIERTOS THRU F-LISTO-ABIERTOS
                  WHEN "L"
                     PERFORM LIBERO-RETENIDA THRU F-LIBERO-RETENIDA
                  WHEN OTHER
                     DISPLAY "Transaccion invalida" LINE 24 COL 1
               END-EVALUATE
                   REPLACING NUMERIC DATA BY ZERO
                             ALPHANUMERIC DATA BY SPACES
               MOVE W-FP-ID TO FP-ID
               MOVE W-EMPRESA TO FP-EMPRESA
               MOVE "N" TO W-PROVEEDOR-VALIDO
               PERFORM PIDO-PROVEEDOR THRU F-PIDO-PROVEEDOR
                   UNTIL W-PROVEEDOR-VALIDO = "S"
               ACCEPT FP-FECHA LINE 11 COL 29 PROMPT
               DISPLAY "Importe         : " LINE 12 COL 10
               ACCEPT FP-IMPORTE LINE 12 COL 29 PROMPT
               PERFORM CONTROLO-DUPLICADO THRU F-CONTROLO-DUPLICADO
               IF W-ES-DUPLICADO
                  DISPLAY "Documento ya cargado en la factura "
                          W-FP-ID-DUPLICADO LINE 23 COL 1
                  DISPLAY "Factura no grabada" LINE 24 COL 1
                  GO TO F-ALTA-FACTURA-PROV
               END-IF
               IF W-ES-PARECIDO
                  DISPLAY "Mismo importe y fecha que la factura "
                          W-FP-ID-DUPLICADO LINE 23 COL 1
                  DISPLAY "¿Graba igual? (S/N)" LINE 24 COL 1
                  ACCEPT X LINE 24 COL 21
                  DISPLAY " " LINE 23 COL 1 ERASE EOL
                  DISPLAY " " LINE 24 COL 1 ERASE EOL
                  IF X NOT = "S" AND X NOT = "s"
                     DISPLAY "Factura no grabada" LINE 24 COL 1
                     GO TO F-ALTA-FACTURA-PROV
                  END-IF
               END-IF
               MOVE "N" TO W-RECEPCION-VALIDA
               PERFORM PIDO-RECEPCION THRU F-PIDO-RECEPCION
                   UNTIL W-RECEPCION-VALIDA = "S"
               IF PROV-CONDICION-PAGO = 0
                  MOVE FP-FECHA TO FP-FECHA-VTO
               ELSE
                    TO FP-FECHA-VTO
               END-IF
               DISPLAY "Vence: " FP-FECHA-VTO LINE 14 COL 10
               MOVE "N" TO W-DESGLOSE-VALIDO
               MOVE "N" TO W-DESGLOSE-CANCELADO
               PERFORM PIDO-DESGLOSE-IVA THRU F-PIDO-DESGLOSE-IVA
                   UNTIL W-DESGLOSE-VALIDO = "S"
                      OR W-DESGLOSE-CANCELADO = "S"
               IF W-DESGLOSE-CANCELADO = "S"
                  DISPLAY "Factura no grabada" LINE 24 COL 1
                  GO TO F-ALTA-FACTURA-PROV
               END-IF
               DISPLAY " " LINE 15 COL 1 ERASE EOS
               MOVE FP-IMPORTE TO FP-SALDO
               SET FP-ABIERTA TO TRUE
               IF W-OC-NUMERO NOT = 0
                  PERFORM CALCE-ORDEN THRU F-CALCE-ORDEN
               END-IF
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO FP-FECHA-ALTA
               MOVE W-OPERADOR-ACTUAL TO FP-USUARIO-ALTA
                   DISPLAY "Error grabando factura: " ST-FACT-PROV
                           LINE 24 COL 1
                 NOT INVALID KEY
                   PERFORM GRABO-DESGLOSE-IVA
                      THRU F-GRABO-DESGLOSE-IVA
                   DISPLAY "Factura de proveedor grabada"
                           LINE 24 COL 1
               END-WRITE
       F-PIDO-PROVEEDOR.
            EXIT.

      * CONTROLO-DUPLICADO: compara la factura en carga contra las
      * demas del proveedor. Un documento en blanco no se compara.
      * W-DUPLICADO queda "S", "P" o "N" con el FP-ID hallado en
      * W-FP-ID-DUPLICADO; el registro en carga se restaura al final.
       CONTROLO-DUPLICADO.
            MOVE "N" TO W-DUPLICADO.
            MOVE 0 TO W-FP-ID-DUPLICADO.
            MOVE REG-FACTURA-PROV TO W-HOLD-FACTURA-PROV.
            CALL "NORMALIZO-DOCUMENTO" USING FP-DOCUMENTO W-DOC-NUEVO.
            MOVE FP-FECHA TO W-FECHA-NUEVA.
            MOVE FP-IMPORTE TO W-IMPORTE-NUEVO.
            MOVE FP-PROVEEDOR TO W-PROV-BUSCADO.
            START FACTURAS-PROVEEDOR
                KEY IS NOT LESS THAN FP-PROVEEDOR
              INVALID KEY MOVE "S" TO W-FIN-DUPLICADOS
              NOT INVALID KEY MOVE "N" TO W-FIN-DUPLICADOS
            END-START.
            PERFORM COMPARO-DUPLICADO THRU F-COMPARO-DUPLICADO
                UNTIL W-FIN-DUPLICADOS = "S".
            MOVE W-HOLD-FACTURA-PROV TO REG-FACTURA-PROV.

       F-CONTROLO-DUPLICADO.
            EXIT.

       COMPARO-DUPLICADO.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DUPLICADOS
                GO TO F-COMPARO-DUPLICADO
            END-READ.
            IF FP-PROVEEDOR NOT = W-PROV-BUSCADO
               MOVE "S" TO W-FIN-DUPLICADOS
               GO TO F-COMPARO-DUPLICADO
            END-IF.
            CALL "NORMALIZO-DOCUMENTO" USING FP-DOCUMENTO
                                             W-DOC-EXISTENTE.
            IF W-DOC-NUEVO NOT = SPACES
                  AND W-DOC-EXISTENTE = W-DOC-NUEVO
               MOVE "S" TO W-DUPLICADO
               MOVE FP-ID TO W-FP-ID-DUPLICADO
               MOVE "S" TO W-FIN-DUPLICADOS
               GO TO F-COMPARO-DUPLICADO
            END-IF.
            IF W-DUPLICADO = "N"
                  AND FP-IMPORTE = W-IMPORTE-NUEVO
                  AND FP-FECHA = W-FECHA-NUEVA
               MOVE "P" TO W-DUPLICADO
               MOVE FP-ID TO W-FP-ID-DUPLICADO
            END-IF.

       F-COMPARO-DUPLICADO.
            EXIT.

      * PIDO-DESGLOSE-IVA: el desglose que imprime el proveedor. El
      * CUIT tipeado tiene que ser el del maestro (un CUIT mal cargado
      * en PROVEEDORES se corrige alla, no aca) y pasar el digito
      * verificador. Ante un error se ofrece corregir; si el operador
      * no quiere, la factura no se graba.
       PIDO-DESGLOSE-IVA.
            DISPLAY " " LINE 15 COL 1 ERASE EOS.
            INITIALIZE REG-FP-IVA
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-FP-ID TO FPIV-ID.
            DISPLAY "Letra (A B C M) : " LINE 15 COL 10.
            ACCEPT FPIV-LETRA LINE 15 COL 29 PROMPT.
            MOVE FUNCTION UPPER-CASE(FPIV-LETRA) TO FPIV-LETRA.
            IF NOT FPIV-LETRA-VALIDA
               DISPLAY "Letra invalida" LINE 24 COL 1
               GO TO F-PIDO-DESGLOSE-IVA
            END-IF.
            DISPLAY "Pto.vta/Numero  : " LINE 16 COL 10
                    "-" LINE 16 COL 35.
            ACCEPT FPIV-PUNTO-VENTA LINE 16 COL 29 PROMPT.
            ACCEPT FPIV-NUMERO LINE 16 COL 36 PROMPT.
            DISPLAY "CUIT emisor     : " LINE 17 COL 10.
            ACCEPT FPIV-CUIT LINE 17 COL 29 PROMPT.
            IF FPIV-CUIT NOT = PROV-CUIT
               DISPLAY "El CUIT no es el del proveedor: " PROV-CUIT
                       LINE 24 COL 1
               PERFORM PREGUNTO-CORRIGE-DESGLOSE
                  THRU F-PREGUNTO-CORRIGE-DESGLOSE
               GO TO F-PIDO-DESGLOSE-IVA
            END-IF.
            MOVE FPIV-CUIT TO W-CUIT.
            PERFORM CALCULO-DIGITO-CUIT THRU F-CALCULO-DIGITO-CUIT.
            IF NOT W-CUIT-ES-VALIDO
               DISPLAY "CUIT invalido (digito verificador), corregir "
                       "el maestro de proveedores" LINE 24 COL 1
               PERFORM PREGUNTO-CORRIGE-DESGLOSE
                  THRU F-PREGUNTO-CORRIGE-DESGLOSE
               GO TO F-PIDO-DESGLOSE-IVA
            END-IF.
            IF FPIV-DISCRIMINA
               MOVE "N" TO W-FIN-ALICUOTAS
               MOVE "N" TO W-ERROR-ALICUOTA
               PERFORM PIDO-UNA-ALICUOTA THRU F-PIDO-UNA-ALICUOTA
                   VARYING W-INDICE-ALIC FROM 1 BY 1
                       UNTIL W-INDICE-ALIC > 3
                          OR W-FIN-ALICUOTAS = "S"
               IF W-ERROR-ALICUOTA = "S"
                  PERFORM PREGUNTO-CORRIGE-DESGLOSE
                     THRU F-PREGUNTO-CORRIGE-DESGLOSE
                  GO TO F-PIDO-DESGLOSE-IVA
               END-IF
               DISPLAY "No grav./exento : " LINE 21 COL 10
               ACCEPT FPIV-NO-GRAVADO LINE 21 COL 29 PROMPT
            END-IF.
            DISPLAY "Percepcion IVA  : " LINE 22 COL 10.
            ACCEPT FPIV-PERC-IVA LINE 22 COL 29 PROMPT.
            DISPLAY "Percepcion IIBB : " LINE 23 COL 10.
            ACCEPT FPIV-PERC-IIBB LINE 23 COL 29 PROMPT.
            IF FPIV-PERC-IIBB NOT = 0
               DISPLAY "Jurisdiccion: " LINE 23 COL 45
               ACCEPT FPIV-PERC-IIBB-JURIS LINE 23 COL 59 PROMPT
               MOVE FUNCTION UPPER-CASE(FPIV-PERC-IIBB-JURIS)
                 TO FPIV-PERC-IIBB-JURIS
               IF FPIV-PERC-IIBB-JURIS = SPACES
                  DISPLAY "Percepcion de IIBB sin jurisdiccion"
                          LINE 24 COL 1
                  PERFORM PREGUNTO-CORRIGE-DESGLOSE
                     THRU F-PREGUNTO-CORRIGE-DESGLOSE
                  GO TO F-PIDO-DESGLOSE-IVA
               END-IF
            END-IF.
      *     B y C no discriminan: lo que no es percepcion es todo
      *     no computable.
            IF FPIV-NO-DISCRIMINA
               COMPUTE FPIV-NO-GRAVADO =
                       FP-IMPORTE - FPIV-PERC-IVA - FPIV-PERC-IIBB
               IF FPIV-NO-GRAVADO < 0
                  DISPLAY "Las percepciones superan el importe"
                          LINE 24 COL 1
                  PERFORM PREGUNTO-CORRIGE-DESGLOSE
                     THRU F-PREGUNTO-CORRIGE-DESGLOSE
                  GO TO F-PIDO-DESGLOSE-IVA
               END-IF
            END-IF.
            COMPUTE W-SUMA-DESGLOSE =
                    FPIV-NETO(1) + FPIV-IVA(1)
                  + FPIV-NETO(2) + FPIV-IVA(2)
                  + FPIV-NETO(3) + FPIV-IVA(3)
                  + FPIV-NO-GRAVADO + FPIV-PERC-IVA + FPIV-PERC-IIBB.
            IF W-SUMA-DESGLOSE NOT = FP-IMPORTE
               MOVE W-SUMA-DESGLOSE TO TOTAL-ZZ
               DISPLAY "El desglose suma " TOTAL-ZZ
                       " y no el importe de la factura" LINE 24 COL 1
               PERFORM PREGUNTO-CORRIGE-DESGLOSE
                  THRU F-PREGUNTO-CORRIGE-DESGLOSE
               GO TO F-PIDO-DESGLOSE-IVA
            END-IF.
            MOVE "S" TO W-DESGLOSE-VALIDO.

       F-PIDO-DESGLOSE-IVA.
            EXIT.

      * PIDO-UNA-ALICUOTA: alicuota en cero termina la carga (la
      * primera no: una A o M sin ninguna alicuota no tiene sentido).
       PIDO-UNA-ALICUOTA.
            COMPUTE W-LINEA-ALIC = 17 + W-INDICE-ALIC.
            DISPLAY "Alicuota % (0=f): " LINE W-LINEA-ALIC COL 10.
            ACCEPT W-ALICUOTA LINE W-LINEA-ALIC COL 29 PROMPT.
            IF W-ALICUOTA = 0
               IF W-INDICE-ALIC = 1
                  MOVE "S" TO W-ERROR-ALICUOTA
                  DISPLAY "Letra " FPIV-LETRA " sin alicuota de IVA"
                          LINE 24 COL 1
               END-IF
               MOVE "S" TO W-FIN-ALICUOTAS
               GO TO F-PIDO-UNA-ALICUOTA
            END-IF.
            MOVE "N" TO W-ALICUOTA-HALLADA.
            PERFORM BUSCO-ALICUOTA THRU F-BUSCO-ALICUOTA
                VARYING W-INDICE-TABLA-ALIC FROM 1 BY 1
                    UNTIL W-INDICE-TABLA-ALIC > 5
                       OR W-ALICUOTA-HALLADA = "S".
            IF W-ALICUOTA-HALLADA NOT = "S"
               MOVE "S" TO W-ERROR-ALICUOTA
               MOVE "S" TO W-FIN-ALICUOTAS
               DISPLAY "Alicuota inexistente (27 21 10,5 5 2,5)"
                       LINE 24 COL 1
               GO TO F-PIDO-UNA-ALICUOTA
            END-IF.
            MOVE W-ALICUOTA TO FPIV-ALICUOTA(W-INDICE-ALIC).
            DISPLAY "neto" LINE W-LINEA-ALIC COL 36.
            ACCEPT FPIV-NETO(W-INDICE-ALIC)
                   LINE W-LINEA-ALIC COL 41 PROMPT.
            COMPUTE W-IVA-CALCULADO ROUNDED =
                    FPIV-NETO(W-INDICE-ALIC) * W-ALICUOTA / 100.
            DISPLAY "IVA" LINE W-LINEA-ALIC COL 56.
            ACCEPT FPIV-IVA(W-INDICE-ALIC)
                   LINE W-LINEA-ALIC COL 60 PROMPT.
            IF FPIV-IVA(W-INDICE-ALIC) = 0
               MOVE W-IVA-CALCULADO TO FPIV-IVA(W-INDICE-ALIC)
               MOVE W-IVA-CALCULADO TO IMPORTE-ZZ
               DISPLAY IMPORTE-ZZ LINE W-LINEA-ALIC COL 60
            ELSE
               COMPUTE W-DIF-IVA =
                       FPIV-IVA(W-INDICE-ALIC) - W-IVA-CALCULADO
               IF W-DIF-IVA < 0
                  COMPUTE W-DIF-IVA = 0 - W-DIF-IVA
               END-IF
               IF W-DIF-IVA > W-TOLERANCIA-IVA
                  MOVE W-IVA-CALCULADO TO IMPORTE-ZZ
                  MOVE "S" TO W-ERROR-ALICUOTA
                  MOVE "S" TO W-FIN-ALICUOTAS
                  DISPLAY "IVA no corresponde a la alicuota, "
                          "calculado " IMPORTE-ZZ LINE 24 COL 1
               END-IF
            END-IF.

       F-PIDO-UNA-ALICUOTA.
            EXIT.

       BUSCO-ALICUOTA.
            IF W-ALICUOTA-VALIDA(W-INDICE-TABLA-ALIC) = W-ALICUOTA
               MOVE "S" TO W-ALICUOTA-HALLADA
            END-IF.

       F-BUSCO-ALICUOTA.
            EXIT.

       PREGUNTO-CORRIGE-DESGLOSE.
            DISPLAY "¿Corrige el desglose? (S/N)" LINE 23 COL 48.
            ACCEPT X LINE 23 COL 76.
            IF X NOT = "S" AND X NOT = "s"
               MOVE "S" TO W-DESGLOSE-CANCELADO
            END-IF.

       F-PREGUNTO-CORRIGE-DESGLOSE.
            EXIT.

       CALCULO-DIGITO-CUIT.
            MOVE 0 TO W-SUMA-CUIT.
            PERFORM SUMO-UN-DIGITO-CUIT THRU F-SUMO-UN-DIGITO-CUIT
                VARYING W-INDICE-CUIT FROM 1 BY 1
                    UNTIL W-INDICE-CUIT > 10.
            DIVIDE W-SUMA-CUIT BY 11
               GIVING W-COCIENTE-CUIT REMAINDER W-RESTO-CUIT.
            IF W-RESTO-CUIT = 0
               MOVE 0 TO W-VERIF-CUIT
            ELSE
               COMPUTE W-VERIF-CUIT = 11 - W-RESTO-CUIT
            END-IF.
            IF W-VERIF-CUIT = 10
               MOVE "N" TO W-CUIT-VALIDO
            ELSE
               IF W-VERIF-CUIT = W-CUIT-DIGITO(11)
                  MOVE "S" TO W-CUIT-VALIDO
               ELSE
                  MOVE "N" TO W-CUIT-VALIDO
               END-IF
            END-IF.

       F-CALCULO-DIGITO-CUIT.
            EXIT.

       SUMO-UN-DIGITO-CUIT.
            COMPUTE W-SUMA-CUIT = W-SUMA-CUIT +
                W-CUIT-DIGITO(W-INDICE-CUIT) * PESO-CUIT(W-INDICE-CUIT).

       F-SUMO-UN-DIGITO-CUIT.
            EXIT.

       GRABO-DESGLOSE-IVA.
            MOVE W-FP-ID TO FPIV-ID.
            MOVE W-FECHA-SISTEMA TO FPIV-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO FPIV-USUARIO-ALTA.
            WRITE REG-FP-IVA
              INVALID KEY
                DISPLAY "Error grabando desglose IVA: " ST-FP-IVA
                        LINE 23 COL 1
            END-WRITE.

       F-GRABO-DESGLOSE-IVA.
            EXIT.

      * PIDO-RECEPCION: la recepcion tiene que existir y ser del
      * mismo proveedor; si vino contra una orden de compra, la
      * factura pasa por el calce de tres puntas.
       PIDO-RECEPCION.
            MOVE 0 TO W-OC-NUMERO.
            DISPLAY "Recepcion (0=no): " LINE 13 COL 10.
            ACCEPT FP-COMP-NUMERO LINE 13 COL 29 PROMPT.
            IF FP-COMP-NUMERO = 0
               MOVE "S" TO W-RECEPCION-VALIDA
               GO TO F-PIDO-RECEPCION
            END-IF.
            MOVE FP-COMP-NUMERO TO COMP-NUMERO.
            READ COMPRAS KEY IS COMP-NUMERO
              INVALID KEY
                MOVE "N" TO W-RECEPCION-VALIDA
                DISPLAY "Recepcion inexistente" LINE 24 COL 1
              NOT INVALID KEY
                IF COMP-PROVEEDOR NOT = FP-PROVEEDOR
                   MOVE "N" TO W-RECEPCION-VALIDA
                   DISPLAY "La recepcion es de otro proveedor"
                           LINE 24 COL 1
                ELSE
                   MOVE "S" TO W-RECEPCION-VALIDA
                   IF COMP-OC-NUMERO IS NUMERIC
                      MOVE COMP-OC-NUMERO TO W-OC-NUMERO
                   END-IF
                END-IF
            END-READ.

       F-PIDO-RECEPCION.
            EXIT.

      * CALCE-ORDEN: recorre los renglones de la orden con algo
      * recibido sin facturar y pide lo facturado. La cantidad
      * facturada se suma a OCR-CANT-FACTURADA aunque haya
      * diferencia (la factura existe y no se puede volver a
      * facturar lo mismo); el resultado queda en FP-CALCE.
       CALCE-ORDEN.
            MOVE "N" TO W-HAY-DIF-CANTIDAD.
            MOVE "N" TO W-HAY-DIF-PRECIO.
            MOVE 0 TO W-CANT-CALZADOS.
            MOVE W-OC-NUMERO TO OC-NUMERO.
            READ ORDENES-COMPRA KEY IS OC-NUMERO
              INVALID KEY
                DISPLAY "Orden " W-OC-NUMERO " inexistente, sin calce"
                        LINE 24 COL 1
                GO TO F-CALCE-ORDEN
            END-READ.
            DISPLAY "Calce contra orden " OC-NUMERO LINE 15 COL 10.
            MOVE W-OC-NUMERO TO OCR-NUMERO.
            MOVE 0 TO OCR-RENGLON.
            START OC-RENGLONES KEY IS NOT LESS THAN OCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM CALZO-UN-RENGLON THRU F-CALZO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".
            IF W-CANT-CALZADOS = 0
               MOVE "S" TO W-HAY-DIF-CANTIDAD
               DISPLAY "La orden no tiene nada recibido sin facturar"
                       LINE 23 COL 1
            END-IF.
            EVALUATE TRUE
               WHEN W-HAY-DIF-CANTIDAD = "S"
                     AND W-HAY-DIF-PRECIO = "S"
                  SET FP-RETENIDA TO TRUE
                  SET FP-DIF-AMBAS TO TRUE
               WHEN W-HAY-DIF-CANTIDAD = "S"
                  SET FP-RETENIDA TO TRUE
                  SET FP-DIF-CANTIDAD TO TRUE
               WHEN W-HAY-DIF-PRECIO = "S"
                  SET FP-RETENIDA TO TRUE
                  SET FP-DIF-PRECIO TO TRUE
               WHEN OTHER
                  SET FP-CALZADA TO TRUE
            END-EVALUATE.
            IF FP-RETENIDA
               DISPLAY "FACTURA RETENIDA POR DIFERENCIAS ("
                       FP-DIF-TIPO "), la libera un supervisor"
                       LINE 22 COL 1
            ELSE
               DISPLAY "Factura calzada con orden y recepcion"
                       LINE 22 COL 1
            END-IF.

       F-CALCE-ORDEN.
            EXIT.

       CALZO-UN-RENGLON.
            READ OC-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-CALZO-UN-RENGLON
            END-READ.
            IF OCR-NUMERO NOT = W-OC-NUMERO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-CALZO-UN-RENGLON
            END-IF.
            COMPUTE W-A-FACTURAR =
                    OCR-CANT-RECIBIDA - OCR-CANT-FACTURADA.
            IF W-A-FACTURAR NOT > 0
               GO TO F-CALZO-UN-RENGLON
            END-IF.
            MOVE OCR-COSTO-PACTADO TO IMPORTE-ZZ.
            DISPLAY OCR-CODIGO " recibido sin facturar " W-A-FACTURAR
                    " pactado " IMPORTE-ZZ LINE 16 COL 10.
            DISPLAY "  cantidad facturada: " LINE 17 COL 10.
            ACCEPT W-CANT-FACTURADA LINE 17 COL 33 PROMPT.
            DISPLAY "  precio unitario   : " LINE 18 COL 10.
            ACCEPT W-PRECIO-FACTURADO LINE 18 COL 33 PROMPT.
            IF W-CANT-FACTURADA = 0
               GO TO F-CALZO-UN-RENGLON
            END-IF.
            ADD 1 TO W-CANT-CALZADOS.
            IF W-CANT-FACTURADA > W-A-FACTURAR
               MOVE "S" TO W-HAY-DIF-CANTIDAD
            END-IF.
            COMPUTE W-DESVIO-PRECIO =
                    W-PRECIO-FACTURADO - OCR-COSTO-PACTADO.
            IF W-DESVIO-PRECIO < 0
               COMPUTE W-DESVIO-PRECIO = 0 - W-DESVIO-PRECIO
            END-IF.
            IF W-DESVIO-PRECIO >
                  OCR-COSTO-PACTADO * W-TOLERANCIA-PRECIO
               MOVE "S" TO W-HAY-DIF-PRECIO
            END-IF.
            ADD W-CANT-FACTURADA TO OCR-CANT-FACTURADA.
            REWRITE REG-OC-RENGLON
              INVALID KEY
                DISPLAY "Error actualizando orden: " ST-OC-RENGLONES
                        LINE 24 COL 1
            END-REWRITE.

       F-CALZO-UN-RENGLON.
            EXIT.

      * REGISTRO-PAGO: aplica un pago contra el saldo de una factura
      * abierta; el saldo en cero la pasa a pagada, y el pago queda
      * asentado en el ledger append-only de pagos. Sobre el pago se
      * practican las retenciones de Ganancias e IIBB que
      * correspondan al proveedor: el saldo baja por el total
      * aplicado y se paga el neto, con un certificado por retencion.
      * El neto sale por el medio elegido (PIDO-MEDIO-PAGO); el cheque
      * se valida antes de tocar la factura y se actualiza despues.
       REGISTRO-PAGO.
            DISPLAY "Nro. interno a pagar: " LINE 07 COL 10.
            ACCEPT W-FP-ID LINE 07 COL 33 PROMPT.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura inexistente" LINE 24 COL 1
                GO TO F-REGISTRO-PAGO
            END-READ.
            PERFORM TOMO-EMPRESA-FP THRU F-TOMO-EMPRESA-FP.
            IF W-FP-EMPRESA NOT = W-EMPRESA
               DISPLAY "Factura de la empresa " W-FP-EMPRESA
                       ", no se paga desde esta" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            IF FP-PAGADA
               DISPLAY "La factura ya esta pagada" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            IF FP-RETENIDA
               DISPLAY "Factura retenida por diferencias "
                       "de calce, falta liberacion" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            IF FP-EN-ORDEN-PAGO
               DISPLAY "Factura en orden de pago transferida, "
                       "espera la respuesta del banco" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            MOVE FP-SALDO TO SALDO-ZZ.
            DISPLAY "Saldo pendiente: " SALDO-ZZ LINE 09 COL 10.
            DISPLAY "Importe a pagar: " LINE 10 COL 10.
            ACCEPT W-IMPORTE-PAGO LINE 10 COL 28 PROMPT.
            IF W-IMPORTE-PAGO NOT > 0
                  OR W-IMPORTE-PAGO > FP-SALDO
               DISPLAY "Importe invalido" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            PERFORM CALCULO-RETENCIONES THRU F-CALCULO-RETENCIONES.
            IF W-RET-GANANCIAS + W-RET-IIBB NOT < W-IMPORTE-PAGO
               DISPLAY "Las retenciones superan el pago, revise "
                       "los regimenes" LINE 24 COL 1
               GO TO F-REGISTRO-PAGO
            END-IF.
            COMPUTE W-NETO-A-PAGAR =
                    W-IMPORTE-PAGO - W-RET-GANANCIAS - W-RET-IIBB.
            MOVE W-RET-GANANCIAS TO IMPORTE-ZZ.
            DISPLAY "Ret. Ganancias : " IMPORTE-ZZ LINE 12 COL 10.
            MOVE W-RET-IIBB TO IMPORTE-ZZ.
            DISPLAY "Ret. IIBB      : " IMPORTE-ZZ LINE 13 COL 10.
            MOVE W-NETO-A-PAGAR TO IMPORTE-ZZ.
            DISPLAY "Neto a pagar   : " IMPORTE-ZZ LINE 14 COL 10.
            PERFORM PIDO-MEDIO-PAGO THRU F-PIDO-MEDIO-PAGO.
            IF W-MEDIO-VALIDO NOT = "S"
               GO TO F-REGISTRO-PAGO
            END-IF.
            IF W-RET-GANANCIAS NOT = 0 OR W-RET-IIBB NOT = 0
                  OR W-MEDIO-PAGO NOT = "T"
               DISPLAY "¿Confirma el pago? (S/N)" LINE 20 COL 10
               ACCEPT X LINE 20 COL 36
               IF X NOT = "S" AND X NOT = "s"
                  DISPLAY "Pago cancelado" LINE 24 COL 1
                  GO TO F-REGISTRO-PAGO
               END-IF
            END-IF.
            SUBTRACT W-IMPORTE-PAGO FROM FP-SALDO.
            IF FP-SALDO = 0
               SET FP-PAGADA TO TRUE
            END-IF.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error grabando pago: " ST-FACT-PROV
                        LINE 24 COL 1
                GO TO F-REGISTRO-PAGO
            END-REWRITE.
            PERFORM APLICO-MEDIO-PAGO THRU F-APLICO-MEDIO-PAGO.
            PERFORM GRABO-PAGO THRU F-GRABO-PAGO.
            IF W-RET-GANANCIAS NOT = 0
               MOVE "G" TO W-IMPUESTO-CALC
               PERFORM EMITO-CERTIFICADO THRU F-EMITO-CERTIFICADO
            END-IF.
            IF W-RET-IIBB NOT = 0
               MOVE "I" TO W-IMPUESTO-CALC
               PERFORM EMITO-CERTIFICADO THRU F-EMITO-CERTIFICADO
            END-IF.
            DISPLAY "Pago registrado" LINE 24 COL 1.

       F-REGISTRO-PAGO.
            EXIT.
            MOVE FP-ID TO PAG-FP-ID.
            MOVE W-IMPORTE-PAGO TO PAG-IMPORTE.
            MOVE W-OPERADOR-ACTUAL TO PAG-OPERADOR.
            MOVE W-BASE-PAGO TO PAG-BASE-SUJETA.
            MOVE W-RET-GANANCIAS TO PAG-RET-GANANCIAS.
            MOVE W-RET-IIBB TO PAG-RET-IIBB.
            MOVE W-NETO-A-PAGAR TO PAG-NETO-PAGADO.
            MOVE W-MEDIO-PAGO TO PAG-MEDIO.
            MOVE SPACES TO PAG-CHQ-BANCO.
            MOVE 0 TO PAG-CHQ-NUMERO PAG-CHQ-IMPORTE.
            IF PAG-CHEQUE-ENDOSADO
               MOVE CHQ-BANCO TO PAG-CHQ-BANCO
               MOVE CHQ-NUMERO TO PAG-CHQ-NUMERO
               MOVE CHQ-IMPORTE TO PAG-CHQ-IMPORTE
            END-IF.
            IF PAG-CHEQUE-PROPIO
               MOVE CHR-BANCO TO PAG-CHQ-BANCO
               MOVE W-CHP-NUMERO TO PAG-CHQ-NUMERO
               MOVE W-NETO-A-PAGAR TO PAG-CHQ-IMPORTE
            END-IF.
            WRITE REG-PAGO-PROVEEDOR.

       F-GRABO-PAGO.
            EXIT.

      * PIDO-MEDIO-PAGO: en blanco es transferencia / efectivo. Deja
      * W-MEDIO-VALIDO en "S" con el cheque (de la cartera o de la
      * chequera) leido y en el buffer para APLICO-MEDIO-PAGO.
       PIDO-MEDIO-PAGO.
            MOVE "N" TO W-MEDIO-VALIDO.
            DISPLAY "Medio (T/E/P)  : " LINE 15 COL 10
                    "T=Transf/Efvo E=Cheque endosado P=Cheque propio"
                        LINE 15 COL 30.
            ACCEPT W-MEDIO-PAGO LINE 15 COL 28 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-MEDIO-PAGO) TO W-MEDIO-PAGO.
            IF W-MEDIO-PAGO = SPACE
               MOVE "T" TO W-MEDIO-PAGO
            END-IF.
            EVALUATE W-MEDIO-PAGO
               WHEN "T"
                  MOVE "S" TO W-MEDIO-VALIDO
               WHEN "E"
                  PERFORM PIDO-CHEQUE-ENDOSO THRU F-PIDO-CHEQUE-ENDOSO
               WHEN "P"
                  PERFORM PIDO-CHEQUE-PROPIO THRU F-PIDO-CHEQUE-PROPIO
               WHEN OTHER
                  DISPLAY "Medio de pago invalido" LINE 24 COL 1
            END-EVALUATE.

       F-PIDO-MEDIO-PAGO.
            EXIT.

      * PIDO-CHEQUE-ENDOSO: solo un cheque en cartera (ni depositado
      * ni ya endosado) y por no mas que el neto a pagar.
       PIDO-CHEQUE-ENDOSO.
            DISPLAY "Banco (3)      : " LINE 17 COL 10.
            ACCEPT W-CHQ-BANCO LINE 17 COL 28 PROMPT.
            DISPLAY "Nro. Cheque    : " LINE 18 COL 10.
            ACCEPT W-CHQ-NUMERO LINE 18 COL 28 PROMPT.
            MOVE W-CHQ-BANCO TO CHQ-BANCO.
            MOVE W-CHQ-NUMERO TO CHQ-NUMERO.
            READ CHEQUES KEY IS CHQ-CLAVE
              INVALID KEY
                DISPLAY "Cheque inexistente" LINE 24 COL 1
                GO TO F-PIDO-CHEQUE-ENDOSO
            END-READ.
            IF NOT CHQ-EN-CARTERA
               DISPLAY "El cheque no esta en cartera, estado "
                       CHQ-ESTADO LINE 24 COL 1
               GO TO F-PIDO-CHEQUE-ENDOSO
            END-IF.
            IF CHQ-IMPORTE > W-NETO-A-PAGAR
               DISPLAY "El cheque supera el neto a pagar"
                       LINE 24 COL 1
               GO TO F-PIDO-CHEQUE-ENDOSO
            END-IF.
            COMPUTE W-RESTO-EFECTIVO = W-NETO-A-PAGAR - CHQ-IMPORTE.
            MOVE CHQ-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Cheque  : " IMPORTE-ZZ LINE 17 COL 45.
            MOVE W-RESTO-EFECTIVO TO IMPORTE-ZZ.
            DISPLAY "Efectivo: " IMPORTE-ZZ LINE 18 COL 45.
            MOVE "S" TO W-MEDIO-VALIDO.

       F-PIDO-CHEQUE-ENDOSO.
            EXIT.

      * PIDO-CHEQUE-PROPIO: el numero lo da la chequera (el siguiente
      * al ultimo usado); la fecha de pago en cero es al dia.
       PIDO-CHEQUE-PROPIO.
            DISPLAY "Chequera       : " LINE 17 COL 10.
            ACCEPT W-CHR-CODIGO LINE 17 COL 28 PROMPT.
            MOVE W-CHR-CODIGO TO CHR-CODIGO.
            READ CHEQUERAS KEY IS CHR-CODIGO
              INVALID KEY
                DISPLAY "Chequera inexistente" LINE 24 COL 1
                GO TO F-PIDO-CHEQUE-PROPIO
            END-READ.
            IF NOT CHR-ACTIVA
               DISPLAY "Chequera agotada o anulada" LINE 24 COL 1
               GO TO F-PIDO-CHEQUE-PROPIO
            END-IF.
            IF CHR-ULTIMO < CHR-DESDE
               MOVE CHR-DESDE TO W-CHP-NUMERO
            ELSE
               COMPUTE W-CHP-NUMERO = CHR-ULTIMO + 1
            END-IF.
            IF W-CHP-NUMERO > CHR-HASTA
               DISPLAY "Chequera sin numeros disponibles"
                       LINE 24 COL 1
               GO TO F-PIDO-CHEQUE-PROPIO
            END-IF.
            DISPLAY "Cheque nro.: " W-CHP-NUMERO LINE 17 COL 45.
            DISPLAY "Fecha pago     : " LINE 18 COL 10
                    "(AAAAMMDD, 0=al dia)" LINE 18 COL 45.
            ACCEPT W-FECHA-CAPTURA LINE 18 COL 28 PROMPT.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-FECHA-CAPTURA = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-CAPTURA
            END-IF.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
                  OR W-FECHA-CAPTURA < W-FECHA-SISTEMA
               DISPLAY "Fecha de pago invalida" LINE 24 COL 1
               GO TO F-PIDO-CHEQUE-PROPIO
            END-IF.
            MOVE "S" TO W-MEDIO-VALIDO.

       F-PIDO-CHEQUE-PROPIO.
            EXIT.

      * APLICO-MEDIO-PAGO: con la factura ya grabada, el cheque
      * endosado queda ligado al proveedor y a la factura; el cheque
      * propio consume el numero de la chequera (el ultimo la agota)
      * y queda emitido en CHEQUES-PROPIOS.
       APLICO-MEDIO-PAGO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-MEDIO-PAGO = "E"
               SET CHQ-ENDOSADO TO TRUE
               MOVE FP-PROVEEDOR TO CHQ-PROVEEDOR
               MOVE FP-ID TO CHQ-FP-ID
               MOVE W-FECHA-SISTEMA TO CHQ-FECHA-ENDOSO
               MOVE W-FECHA-SISTEMA TO CHQ-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO CHQ-USUARIO-MODIF
               REWRITE REG-CHEQUE
                 INVALID KEY
                   DISPLAY "Error grabando endoso del cheque: "
                           ST-CHEQUES LINE 23 COL 1
               END-REWRITE
               CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CHQ
                    W-IMG-MODIF ST-CHEQUES REG-CHEQUE W-IMG-GRABADO
            END-IF.
            IF W-MEDIO-PAGO NOT = "P"
               GO TO F-APLICO-MEDIO-PAGO
            END-IF.
            MOVE W-CHP-NUMERO TO CHR-ULTIMO.
            IF CHR-ULTIMO = CHR-HASTA
               SET CHR-AGOTADA TO TRUE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CHR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHR-USUARIO-MODIF.
            REWRITE REG-CHEQUERA
              INVALID KEY
                DISPLAY "Error grabando chequera: " ST-CHEQUERAS
                        LINE 23 COL 1
            END-REWRITE.
            INITIALIZE REG-CHEQUE-PROPIO.
            MOVE CHR-CODIGO TO CHP-CHEQUERA.
            MOVE W-CHP-NUMERO TO CHP-NUMERO.
            MOVE CHR-BANCO TO CHP-BANCO.
            MOVE FP-PROVEEDOR TO CHP-PROVEEDOR.
            MOVE FP-ID TO CHP-FP-ID.
            MOVE W-NETO-A-PAGAR TO CHP-IMPORTE.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-EMISION.
            MOVE W-FECHA-CAPTURA TO CHP-FECHA-PAGO.
            SET CHP-EMITIDO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-ESTADO.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CHP-USUARIO-ALTA.
            WRITE REG-CHEQUE-PROPIO
              INVALID KEY
                DISPLAY "Cheque " CHP-CHEQUERA "-" CHP-NUMERO
                        " ya registrado: " ST-CHEQUES-PROPIOS
                        LINE 23 COL 1
            END-WRITE.

       F-APLICO-MEDIO-PAGO.
            EXIT.

      * CARGO-REGIMENES: la tabla de regimenesRetencion.dat; sin el
      * archivo no se practica ninguna retencion.
       CARGO-REGIMENES.
            MOVE 0 TO W-CANT-REGIMENES.
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
                       RGR-IMPUESTO RGR-CODIGO LINE 24 COL 1
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

      * CALCULO-RETENCIONES: base sujeta del pago y retencion de cada
      * impuesto sobre el acumulado del mes al proveedor. Sin regimen
      * en el proveedor (cero / en blanco) no se retiene.
       CALCULO-RETENCIONES.
            MOVE 0 TO W-RET-GANANCIAS W-RET-IIBB.
            MOVE W-IMPORTE-PAGO TO W-BASE-PAGO.
            MOVE FP-PROVEEDOR TO PROV-CODIGO.
            READ PROVEEDORES KEY IS PROV-CODIGO
              INVALID KEY
                GO TO F-CALCULO-RETENCIONES
            END-READ.
            IF PROV-REGIMEN-GANANCIAS NOT NUMERIC
               MOVE 0 TO PROV-REGIMEN-GANANCIAS
            END-IF.
            IF PROV-REGIMEN-GANANCIAS = 0
                  AND PROV-JURIS-RET-IIBB = SPACES
               GO TO F-CALCULO-RETENCIONES
            END-IF.
            MOVE FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                MOVE SPACE TO FPIV-LETRA
            END-READ.
            IF FPIV-DISCRIMINA AND FP-IMPORTE > 0
               COMPUTE W-BASE-SIN-IVA =
                       FPIV-NETO(1) + FPIV-NETO(2) + FPIV-NETO(3)
                     + FPIV-NO-GRAVADO
               COMPUTE W-BASE-PAGO ROUNDED =
                       W-IMPORTE-PAGO * W-BASE-SIN-IVA / FP-IMPORTE
            END-IF.
            PERFORM ACUMULO-MES-PROVEEDOR
               THRU F-ACUMULO-MES-PROVEEDOR.
            IF PROV-REGIMEN-GANANCIAS NOT = 0
               MOVE "G" TO W-IMPUESTO-CALC
               MOVE PROV-REGIMEN-GANANCIAS TO W-CODIGO-CALC
               MOVE W-RETENIDO-MES-G TO W-RETENIDO-CALC
               PERFORM CALCULO-UNA-RETENCION
                  THRU F-CALCULO-UNA-RETENCION
               MOVE W-RET-CALCULO TO W-RET-GANANCIAS
            END-IF.
            IF PROV-JURIS-RET-IIBB NOT = SPACES
               MOVE "I" TO W-IMPUESTO-CALC
               MOVE PROV-JURIS-RET-IIBB TO W-CODIGO-CALC
               MOVE W-RETENIDO-MES-I TO W-RETENIDO-CALC
               PERFORM CALCULO-UNA-RETENCION
                  THRU F-CALCULO-UNA-RETENCION
               MOVE W-RET-CALCULO TO W-RET-IIBB
            END-IF.

       F-CALCULO-RETENCIONES.
            EXIT.

      * ACUMULO-MES-PROVEEDOR: base sujeta y retenciones de los pagos
      * del mes en curso al proveedor. El ledger esta abierto EXTEND;
      * se relee y se deja de nuevo en EXTEND.
       ACUMULO-MES-PROVEEDOR.
            MOVE 0 TO W-BASE-MES W-RETENIDO-MES-G W-RETENIDO-MES-I.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DIVIDE W-FECHA-SISTEMA BY 100 GIVING W-MES-PAGO
                   REMAINDER W-RESTO-FECHA.
            CLOSE PAGOS-PROVEEDOR.
            OPEN INPUT PAGOS-PROVEEDOR.
            IF ST-PAGOS = "00"
               MOVE "N" TO W-FIN-PAGOS
               PERFORM ACUMULO-UN-PAGO THRU F-ACUMULO-UN-PAGO
                   UNTIL W-FIN-PAGOS = "S"
               CLOSE PAGOS-PROVEEDOR
            END-IF.
            OPEN EXTEND PAGOS-PROVEEDOR.
            IF ST-PAGOS > "07"
               DISPLAY "Error abriendo Pagos: " ST-PAGOS
                       LINE 24 COL 1
            END-IF.

       F-ACUMULO-MES-PROVEEDOR.
            EXIT.

       ACUMULO-UN-PAGO.
            READ PAGOS-PROVEEDOR
              AT END
                MOVE "S" TO W-FIN-PAGOS
                GO TO F-ACUMULO-UN-PAGO
            END-READ.
            IF PAG-PROVEEDOR NOT = FP-PROVEEDOR
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

      * CALCULO-UNA-RETENCION: para W-IMPUESTO-CALC / W-CODIGO-CALC
      * deja en W-RET-CALCULO lo que corresponde retener en este
      * pago; un regimen que no esta en la tabla no retiene.
       CALCULO-UNA-RETENCION.
            MOVE 0 TO W-RET-CALCULO.
            MOVE 0 TO W-RGR-HALLADO.
            PERFORM BUSCO-REGIMEN THRU F-BUSCO-REGIMEN
                VARYING W-INDICE-RGR FROM 1 BY 1
                    UNTIL W-INDICE-RGR > W-CANT-REGIMENES
                       OR W-RGR-HALLADO NOT = 0.
            IF W-RGR-HALLADO = 0
               DISPLAY "Regimen " W-IMPUESTO-CALC "/" W-CODIGO-CALC
                       " sin parametros, no se retiene"
                       LINE 24 COL 1
               GO TO F-CALCULO-UNA-RETENCION
            END-IF.
            COMPUTE W-RET-CALCULO ROUNDED =
                    (W-BASE-MES + W-BASE-PAGO
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

      * EMITO-CERTIFICADO: numero del talonario de tesoreria (serie
      * CEN/G o CEN/I), registro en RET-PRACTICADAS e impresion.
       EMITO-CERTIFICADO.
            MOVE W-IMPUESTO-CALC TO W-TIPO-SERIE.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA
                 W-SUCURSAL-TESORERIA W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " W-SUCURSAL-TESORERIA "/" W-TIPO-SERIE
                       " sin cargar, ingrese nro. de certificado: "
                       LINE 24 COL 1
               ACCEPT W-NUMERO-SERIE LINE 24 COL 61 PROMPT
            END-IF.
            INITIALIZE REG-RET-PRACTICADA.
            MOVE W-IMPUESTO-CALC TO RP-IMPUESTO.
            MOVE W-NUMERO-SERIE TO RP-CERTIFICADO.
            MOVE FP-PROVEEDOR TO RP-PROVEEDOR.
            MOVE PROV-CUIT TO RP-CUIT.
            MOVE FP-ID TO RP-FP-ID.
            MOVE W-FECHA-SISTEMA TO RP-FECHA.
            COMPUTE RP-BASE = W-BASE-MES + W-BASE-PAGO.
            IF RP-GANANCIAS
               MOVE PROV-REGIMEN-GANANCIAS TO RP-REGIMEN
               MOVE PROV-REGIMEN-GANANCIAS TO W-CODIGO-CALC
               MOVE W-RET-GANANCIAS TO RP-IMPORTE
            ELSE
               MOVE PROV-JURIS-RET-IIBB TO RP-JURISDICCION
               MOVE PROV-JURIS-RET-IIBB TO W-CODIGO-CALC
               MOVE W-RET-IIBB TO RP-IMPORTE
            END-IF.
            MOVE 0 TO W-RGR-HALLADO.
            PERFORM BUSCO-REGIMEN THRU F-BUSCO-REGIMEN
                VARYING W-INDICE-RGR FROM 1 BY 1
                    UNTIL W-INDICE-RGR > W-CANT-REGIMENES
                       OR W-RGR-HALLADO NOT = 0.
            IF W-RGR-HALLADO NOT = 0
               MOVE W-RGR-ALICUOTA(W-RGR-HALLADO) TO RP-ALICUOTA
            END-IF.
            MOVE "N" TO RP-EXPORTADA-SICORE.
            MOVE W-FECHA-SISTEMA TO RP-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO RP-USUARIO-ALTA.
            WRITE REG-RET-PRACTICADA
              INVALID KEY
                DISPLAY "Certificado " RP-IMPUESTO "-" RP-CERTIFICADO
                        " ya existe, no se grabo: " ST-RET-PRACT
                        LINE 24 COL 1
                GO TO F-EMITO-CERTIFICADO
            END-WRITE.
            PERFORM IMPRIMO-CERTIFICADO THRU F-IMPRIMO-CERTIFICADO.

       F-EMITO-CERTIFICADO.
            EXIT.

       IMPRIMO-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            IF RP-GANANCIAS
               STRING "CERTIFICADO DE RETENCION GANANCIAS  Nro. "
                      RP-CERTIFICADO "  Fecha " RP-FECHA
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            ELSE
               STRING "CERTIFICADO DE RETENCION IIBB       Nro. "
                      RP-CERTIFICADO "  Fecha " RP-FECHA
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            END-IF.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            STRING "Agente: NUESTRA EMPRESA  Sujeto retenido: "
                   PROV-RAZONSOCIAL(1:30)
                DELIMITED BY SIZE INTO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            IF RP-GANANCIAS
               STRING "CUIT " RP-CUIT "  Proveedor " RP-PROVEEDOR
                      "  Regimen " RP-REGIMEN "  Factura " RP-FP-ID
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            ELSE
               STRING "CUIT " RP-CUIT "  Proveedor " RP-PROVEEDOR
                      "  Jurisd. " RP-JURISDICCION "  Factura "
                      RP-FP-ID
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
            END-IF.
            WRITE REG-CERTIFICADO.
            MOVE SPACES TO REG-CERTIFICADO.
            MOVE RP-BASE TO W-CERT-ZZ.
            MOVE RP-ALICUOTA TO ALIC-ZZ.
            MOVE RP-IMPORTE TO IMPORTE-ZZ.
            STRING "Base sujeta mes " W-CERT-ZZ "  Alic. " ALIC-ZZ
                   "  Retencion " IMPORTE-ZZ
                DELIMITED BY SIZE INTO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.
            MOVE ALL "-" TO REG-CERTIFICADO.
            WRITE REG-CERTIFICADO.

       F-IMPRIMO-CERTIFICADO.
            EXIT.

      * LIBERO-RETENIDA: solo un supervisor libera una factura
      * retenida por el calce; queda su Id en FP-USUARIO-LIBERA y la
      * factura vuelve a entrar en PROPUESTA-PAGOS.
       LIBERO-RETENIDA.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "La liberacion es del supervisor" LINE 24 COL 1
               GO TO F-LIBERO-RETENIDA
            END-IF.
            DISPLAY "Nro. interno a liberar: " LINE 07 COL 10.
            ACCEPT W-FP-ID LINE 07 COL 35 PROMPT.
            MOVE W-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura inexistente" LINE 24 COL 1
                GO TO F-LIBERO-RETENIDA
            END-READ.
            PERFORM TOMO-EMPRESA-FP THRU F-TOMO-EMPRESA-FP.
            IF W-FP-EMPRESA NOT = W-EMPRESA
               DISPLAY "Factura de la empresa " W-FP-EMPRESA
                       ", no se libera desde esta" LINE 24 COL 1
               GO TO F-LIBERO-RETENIDA
            END-IF.
            IF NOT FP-RETENIDA
               DISPLAY "La factura no esta retenida" LINE 24 COL 1
               GO TO F-LIBERO-RETENIDA
            END-IF.
            MOVE FP-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Proveedor : " FP-PROVEEDOR LINE 09 COL 10
                    "Documento : " FP-DOCUMENTO LINE 10 COL 10
                    "Recepcion : " FP-COMP-NUMERO LINE 11 COL 10
                    "Importe   : " IMPORTE-ZZ LINE 12 COL 10.
            EVALUATE TRUE
               WHEN FP-DIF-CANTIDAD
                  DISPLAY "Diferencia de CANTIDAD" LINE 13 COL 10
               WHEN FP-DIF-PRECIO
                  DISPLAY "Diferencia de PRECIO" LINE 13 COL 10
               WHEN OTHER
                  DISPLAY "Diferencias de CANTIDAD y PRECIO"
                          LINE 13 COL 10
            END-EVALUATE.
            DISPLAY "¿Libera la factura para el pago? (S/N)"
                    LINE 15 COL 10.
            ACCEPT X LINE 15 COL 50 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-LIBERO-RETENIDA
            END-IF.
            SET FP-LIBERADA TO TRUE.
            MOVE W-OPERADOR-ACTUAL TO FP-USUARIO-LIBERA.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error grabando liberacion: " ST-FACT-PROV
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Factura liberada" LINE 24 COL 1
            END-REWRITE.

       F-LIBERO-RETENIDA.
            EXIT.

       CONSULTA-FACTURA-PROV.
            DISPLAY "Nro. interno a consultar: " LINE 07 COL 10.
            ACCEPT W-FP-ID LINE 07 COL 37 PROMPT.
                DISPLAY "Importe   : " IMPORTE-ZZ LINE 15 COL 10
                MOVE FP-SALDO TO SALDO-ZZ
                DISPLAY "Saldo     : " SALDO-ZZ LINE 16 COL 10
                EVALUATE TRUE
                   WHEN FP-CALZADA
                      DISPLAY "Calce     : calzada con la orden"
                              LINE 17 COL 10
                   WHEN FP-RETENIDA
                      DISPLAY "Calce     : RETENIDA (" FP-DIF-TIPO
                              ")" LINE 17 COL 10
                   WHEN FP-LIBERADA
                      DISPLAY "Calce     : liberada por "
                              FP-USUARIO-LIBERA LINE 17 COL 10
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                PERFORM MUESTRO-DESGLOSE-IVA
                   THRU F-MUESTRO-DESGLOSE-IVA
            END-READ.

       F-CONSULTA-FACTURA-PROV.
            EXIT.

       MUESTRO-DESGLOSE-IVA.
            MOVE W-FP-ID TO FPIV-ID.
            READ FP-IVA KEY IS FPIV-ID
              INVALID KEY
                DISPLAY "Desglose  : sin desglose fiscal"
                        LINE 18 COL 10
                GO TO F-MUESTRO-DESGLOSE-IVA
            END-READ.
            COMPUTE W-NETO-DESGLOSE =
                    FPIV-NETO(1) + FPIV-NETO(2) + FPIV-NETO(3).
            COMPUTE W-IVA-DESGLOSE =
                    FPIV-IVA(1) + FPIV-IVA(2) + FPIV-IVA(3).
            DISPLAY "Comprob.  : " FPIV-LETRA SPACE FPIV-PUNTO-VENTA
                    "-" FPIV-NUMERO "  CUIT " FPIV-CUIT
                    LINE 18 COL 10.
            MOVE W-NETO-DESGLOSE TO IMPORTE-ZZ.
            MOVE W-IVA-DESGLOSE TO SALDO-ZZ.
            DISPLAY "Neto grav.: " IMPORTE-ZZ "  IVA " SALDO-ZZ
                    LINE 19 COL 10.
            MOVE FPIV-NO-GRAVADO TO IMPORTE-ZZ.
            DISPLAY "No gravado: " IMPORTE-ZZ LINE 20 COL 10.
            MOVE FPIV-PERC-IVA TO IMPORTE-ZZ.
            MOVE FPIV-PERC-IIBB TO SALDO-ZZ.
            DISPLAY "Perc. IVA : " IMPORTE-ZZ "  IIBB " SALDO-ZZ
                    SPACE FPIV-PERC-IIBB-JURIS LINE 21 COL 10.

       F-MUESTRO-DESGLOSE-IVA.
            EXIT.

      * LISTO-ABIERTOS: la vista de abiertos por proveedor -- recorre
      * por la clave alterna FP-PROVEEDOR y lista cada factura con
      * saldo pendiente, con el total al pie, el espejo de
                IF FP-PROVEEDOR NOT = W-PROV-BUSCADO
                   MOVE "S" TO W-FIN-ABIERTOS
                ELSE
                   PERFORM TOMO-EMPRESA-FP THRU F-TOMO-EMPRESA-FP
                   IF (FP-ABIERTA OR FP-EN-ORDEN-PAGO)
                         AND FP-SALDO NOT = 0
                         AND W-FP-EMPRESA = W-EMPRESA
                      ADD FP-SALDO TO W-TOTAL-ABIERTO
                      IF W-LINEA-PANT < 21
                         MOVE FP-SALDO TO SALDO-ZZ
                         DISPLAY FP-ID SPACE FP-DOCUMENTO
                                 " vto " FP-FECHA-VTO SALDO-ZZ
                                 LINE W-LINEA-PANT COL 10
                         IF FP-RETENIDA
                            DISPLAY "RET" LINE W-LINEA-PANT COL 68
                         END-IF
                         IF FP-EN-ORDEN-PAGO
                            DISPLAY "OP" LINE W-LINEA-PANT COL 72
                         END-IF
                         ADD 1 TO W-LINEA-PANT
                      END-IF
                   END-IF
