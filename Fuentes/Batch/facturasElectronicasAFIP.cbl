      *          cliente resuelto contra CLIENTES, marcando cada
      *          factura exportada para que una corrida posterior no
      *          la repita.
      * Mod: 15/10/2026 EK - Multiempresa: cada renglon lleva al final
      *          la empresa emisora y su CUIT (empresas.dat), para que
      *          la presentacion se separe por razon social; el job
      *          sigue exportando todas las empresas en una corrida.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Tarjeta por SYSIN: "D nnn" (o en
      *      blanco, nnn = 010) busca las no exportadas solo entre
      *      los comprobantes de los ultimos nnn dias, leidos por la
      *      alterna FACT-FECHA; "T" hace el recorrido completo de
      *      siempre, a pedido, para un comprobante cargado con fecha
      *      mas vieja que la ventana.
      * Mod: 15/10/2026 EK - Cada comprobante exportado avisa al
      *      cliente por NOTIFICACIONES que ya tiene su comprobante
      *      electronico.
      * Mod: 15/10/2026 EK - Notas de debito (tipo D): cada renglon
      *      suma al final la letra del comprobante y el numero del
      *      comprobante de origen que AFIP pide asociado a una nota
      *      de credito o de debito (cero en una factura).
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ST-EXPORTO         PIC XX.
       01 W-FIN              PIC X VALUE "N".

       01 W-TARJETA.
          05 W-MODO          PIC X.
             88 W-MODO-DIAS       VALUE "D" " ".
             88 W-MODO-TOTAL      VALUE "T".
          05 FILLER          PIC X.
          05 W-DIAS-ATRAS    PIC X(3).
          05 FILLER          PIC X(15).
       01 W-DIAS-VENTANA     PIC 9(3).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-DESDE      PIC 9(8).
       01 W-DIAS-DESDE       PIC 9(7).

       01 W-LINEA-AFIP       PIC X(120).
       01 W-NUMERO-EDIT      PIC 9(9).
       01 W-ORIGEN-EDIT      PIC 9(9).
       01 W-CUIT-EDIT        PIC 9(11).
       01 W-TOTAL-EDIT       PIC -(7)9,99.

       01 W-CANT-EXPORTADAS  PIC 9(7) VALUE 0.
       01 W-CANT-SIN-CUIT    PIC 9(7) VALUE 0.

      * Empresa emisora: BUSCO-EMPRESA se llama solo cuando cambia
      * respecto del renglon anterior.
       01 W-EMPRESA          PIC 9(2).
       01 W-EMPRESA-ANTERIOR PIC 9(2) VALUE 0.
       01 W-EMPRESA-NOMBRE   PIC X(40).
       01 W-EMPRESA-CUIT     PIC 9(11) VALUE 0.
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2).
       01 W-EMPRESA-VALIDA   PIC X.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "FACTURAS-ELECTRONICAS-AFIP".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

      * Aviso al cliente del comprobante emitido (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "FE".
       01 W-NTF-VENDEDOR     PIC X(5) VALUE SPACES.
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30)
                             VALUE "FACTURAS-ELECTRONICAS-AFIP".
       01 W-NTF-GRABADO      PIC X.
       01 W-NTF-COMPROBANTE  PIC X(15).
       01 W-CANT-AVISOS      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE SPACES TO W-TARJETA.
            ACCEPT W-TARJETA.
            MOVE FUNCTION UPPER-CASE(W-TARJETA) TO W-TARJETA.
            IF NOT W-MODO-DIAS AND NOT W-MODO-TOTAL
               DISPLAY "Tarjeta invalida: " W-TARJETA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF W-DIAS-ATRAS IS NUMERIC AND W-DIAS-ATRAS NOT = "000"
               MOVE W-DIAS-ATRAS TO W-DIAS-VENTANA
            ELSE
               MOVE 10 TO W-DIAS-VENTANA
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM POSICIONO-FACTURA THRU F-POSICIONO-FACTURA
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM ESCRIBO-ENCABEZADO THRU F-ESCRIBO-ENCABEZADO
               PERFORM EXPORTO-FACTURAS THRU F-EXPORTO-FACTURAS
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY "Facturas exportadas a AFIP: " W-CANT-EXPORTADAS.
            DISPLAY "Facturas sin CUIT de cliente: " W-CANT-SIN-CUIT.
            DISPLAY "Avisos al cliente: " W-CANT-AVISOS.
            STOP RUN.

       ABRO-ARCHIVOS.
       F-ABRO-ARCHIVOS.
            EXIT.

      * POSICIONO-FACTURA: en modo "D" el recorrido arranca por la
      * alterna FACT-FECHA en hoy menos la ventana y sigue hasta el
      * final (los comprobantes con fecha futura tambien entran); en
      * modo "T" queda el recorrido primario desde el principio.
       POSICIONO-FACTURA.
            IF W-MODO-TOTAL
               DISPLAY "Exportacion AFIP - recorrido completo"
               GO TO F-POSICIONO-FACTURA
            END-IF.
            COMPUTE W-DIAS-DESDE =
                FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA)
                - W-DIAS-VENTANA.
            MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-DESDE)
                TO W-FECHA-DESDE.
            DISPLAY "Exportacion AFIP - comprobantes desde el "
                    W-FECHA-DESDE.
            MOVE W-FECHA-DESDE TO FACT-FECHA.
            START FACTURA KEY IS NOT LESS THAN FACT-FECHA
              INVALID KEY MOVE "S" TO W-FIN
            END-START.

       F-POSICIONO-FACTURA.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FACTURA.
            CLOSE CLIENTES.
      * ESCRIBO-ENCABEZADO: primera linea con el nombre de cada
      * columna, mismo criterio que EXTRACTO-CLIENTES-CSV.
       ESCRIBO-ENCABEZADO.
            MOVE "TIPO,NUMERO,FECHA,CUIT_CLIENTE,TOTAL,MONEDA,EMPRESA,CU
      -         "IT_EMISOR,LETRA,NUMERO_ORIGEN" TO REG-EXPORTO-AFIP.
            WRITE REG-EXPORTO-AFIP.

       F-ESCRIBO-ENCABEZADO.
              NOT INVALID KEY
                MOVE CLI_CUIT TO W-CUIT-EDIT
            END-READ.
            IF FACT-EMPRESA NOT NUMERIC OR FACT-EMPRESA = 0
               MOVE 1 TO W-EMPRESA
            ELSE
               MOVE FACT-EMPRESA TO W-EMPRESA
            END-IF.
            IF W-EMPRESA NOT = W-EMPRESA-ANTERIOR
               CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                    W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                    W-EMPRESA-VALIDA
               MOVE W-EMPRESA TO W-EMPRESA-ANTERIOR
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-EDIT.
            MOVE FACT-TOTAL TO W-TOTAL-EDIT.
            MOVE FACT-NUMERO-ORIGEN TO W-ORIGEN-EDIT.
            MOVE SPACES TO W-LINEA-AFIP.
            STRING FACT-TIPO      DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   W-TOTAL-EDIT   DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   FACT-MONEDA    DELIMITED BY "  "
                   ","            DELIMITED BY SIZE
                   W-EMPRESA      DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   W-EMPRESA-CUIT DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   FACT-LETRA     DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   W-ORIGEN-EDIT  DELIMITED BY SIZE
                   INTO W-LINEA-AFIP.
            MOVE W-LINEA-AFIP TO REG-EXPORTO-AFIP.
            WRITE REG-EXPORTO-AFIP.
                DISPLAY "Error marcando exportada la factura "
                        FACT-NUMERO
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                 W-IMG-MODIF ST-FACTURA REG-FACTURA W-IMG-GRABADO.
            ADD 1 TO W-CANT-EXPORTADAS.
            IF W-CUIT-EDIT NOT = 0
               PERFORM AVISO-COMPROBANTE THRU F-AVISO-COMPROBANTE
            END-IF.

       F-EXPORTO-UNA-FACTURA.
            EXIT.

      * AVISO-COMPROBANTE: el cliente se entera de que su comprobante
      * electronico ya fue emitido, con numero, fecha e importe.
       AVISO-COMPROBANTE.
            EVALUATE TRUE
               WHEN FACT-TIPO-NOTA-CREDITO
                  MOVE "nota de credito" TO W-NTF-COMPROBANTE
               WHEN FACT-TIPO-NOTA-DEBITO
                  MOVE "nota de debito" TO W-NTF-COMPROBANTE
               WHEN OTHER
                  MOVE "factura" TO W-NTF-COMPROBANTE
            END-EVALUATE.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING FACT-TIPO " " FACT-LETRA " " W-NUMERO-EDIT
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            STRING "Se emitio su " W-NTF-COMPROBANTE DELIMITED BY "  "
                   " electronica " DELIMITED BY SIZE
                   FACT-LETRA " " W-NUMERO-EDIT " del "
                   FACT-FECHA(7:2) "/" FACT-FECHA(5:2) "/"
                   FACT-FECHA(1:4) " por $" W-TOTAL-EDIT " "
                   FACT-MONEDA "."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO FACT-CLI-ID
                 W-NTF-VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            ADD 1 TO W-CANT-AVISOS.

       F-AVISO-COMPROBANTE.
            EXIT.

       END PROGRAM "FACTURAS-ELECTRONICAS-AFIP".
