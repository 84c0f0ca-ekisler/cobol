      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Impresion del presupuesto de venta que se le entrega
      *          al cliente, en lugar del documento armado a mano por
      *          el vendedor. Toma un numero de presupuesto de
      *          COTIZACIONES y arma el layout por el mismo canal de
      *          listado que IMPRESION-COMPROBANTE: membrete del
      *          emisor, cliente con CUIT y direccion resueltos contra
      *          CLIENTES, vendedor de la cuenta (VENDEDORES), los
      *          renglones de COT-RENGLONES con la descripcion de
      *          PRODUCTOS, precio ofrecido, descuento y precio final,
      *          el total y la fecha hasta la que valen los precios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPRESION-COTIZACION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/cotizaciones.sel".
              COPY "./sel/cotRenglones.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/vendedores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/cotizaciones.fd".
              COPY "./fd/cotRenglones.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/vendedores.fd".

       WORKING-STORAGE SECTION.

       01 ST-COTIZACIONES   PIC XX.
       01 ST-COT-RENGLONES  PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-VENDEDORES     PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-RENGLONES   PIC X.
       01 X                 PIC X.

      * Datos fiscales del emisor, fijos en el programa igual que las
      * constantes de membrete de los otros listados.
       01 W-EMISOR-RAZON    PIC X(40)
          VALUE "DISTRIBUIDORA KISLER S.A.".
       01 W-EMISOR-CUIT     PIC X(20) VALUE "CUIT 30-71234567-8".
       01 W-EMISOR-DOMICILIO PIC X(40)
          VALUE "AV. SIEMPREVIVA 742 - ROSARIO".
       01 W-EMISOR-IIBB     PIC X(30) VALUE "IIBB 921-123456-7".

       01 W-COT-NUMERO      PIC 9(9).
       01 W-CANT-IMPRESOS   PIC 9(5) VALUE 0.
       01 W-EXTENSION       PIC S9(9)V99.

       01 GUIONES           PIC X(72) VALUE ALL "-".
       01 PRECIO-ZZ         PIC ------9,99.
       01 LISTA-ZZ          PIC ------9,99.
       01 DESC-ZZ           PIC Z9,99.
       01 EXTENSION-ZZ      PIC ---------9,99.
       01 TOTAL-ZZ          PIC ---------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM IMPRIMO-POR-NUMERO THRU F-IMPRIMO-POR-NUMERO
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY "Presupuestos impresos: " W-CANT-IMPRESOS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT COTIZACIONES.
            IF ST-COTIZACIONES > "07"
               DISPLAY "Error abriendo Presupuestos: " ST-COTIZACIONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT COT-RENGLONES.
            IF ST-COT-RENGLONES > "07"
               DISPLAY "Error abriendo Renglones de Presupuesto: "
                       ST-COT-RENGLONES
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT VENDEDORES.
            IF ST-VENDEDORES > "07"
               DISPLAY "Error abriendo Vendedores: " ST-VENDEDORES
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE COTIZACIONES.
            CLOSE COT-RENGLONES.
            CLOSE CLIENTES.
            CLOSE PRODUCTOS.
            CLOSE VENDEDORES.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * IMPRIMO-POR-NUMERO: se imprimen presupuestos de a uno hasta
      * que se ingresa el numero 0.
       IMPRIMO-POR-NUMERO.
            DISPLAY "Nro. Presupuesto (0=fin): " WITH NO ADVANCING.
            ACCEPT W-COT-NUMERO.
            IF W-COT-NUMERO = 0
               MOVE "S" TO W-FIN
               GO TO F-IMPRIMO-POR-NUMERO
            END-IF.
            MOVE W-COT-NUMERO TO COT-NUMERO.
            READ COTIZACIONES KEY IS COT-NUMERO
              INVALID KEY
                DISPLAY "Presupuesto inexistente: " W-COT-NUMERO
              NOT INVALID KEY
                PERFORM IMPRIMO-COTIZACION THRU F-IMPRIMO-COTIZACION
            END-READ.

       F-IMPRIMO-POR-NUMERO.
            EXIT.

      * IMPRIMO-COTIZACION: el layout del presupuesto. Uno ya ganado
      * o perdido se reimprime igual, con la aclaracion del estado.
       IMPRIMO-COTIZACION.
            MOVE COT-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                INITIALIZE REG-CLIENTES
                    REPLACING NUMERIC DATA BY ZEROES
                              ALPHANUMERIC DATA BY SPACES
                MOVE "(CLIENTE INEXISTENTE)" TO CLI_NOMBRE
            END-READ.
            MOVE COT-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES KEY IS VEN-CODIGO
              INVALID KEY
                MOVE SPACES TO VEN-NOMBRE
            END-READ.
            DISPLAY " ".
            DISPLAY GUIONES.
            DISPLAY W-EMISOR-RAZON.
            DISPLAY W-EMISOR-CUIT SPACE W-EMISOR-IIBB.
            DISPLAY W-EMISOR-DOMICILIO.
            DISPLAY GUIONES.
            DISPLAY "PRESUPUESTO  Nro " COT-NUMERO "  Fecha " COT-FECHA
                    "  (no valido como factura)".
            IF COT-GANADO
               DISPLAY "*** Convertido en comprobante " COT-CONV-TIPO
                       " " COT-CONV-NUMERO " ***"
            END-IF.
            IF COT-PERDIDO
               DISPLAY "*** Presupuesto no aceptado ***"
            END-IF.
            DISPLAY "Cliente: " CLI_ID SPACE CLI_NOMBRE.
            DISPLAY "CUIT   : " CLI_CUIT.
            DISPLAY "Domic. : " CLI_DIRECCION.
            DISPLAY "Vendedor: " COT-VENDEDOR SPACE VEN-NOMBRE.
            DISPLAY GUIONES.
            DISPLAY "CODIGO     DESCRIPCION          CANT     LISTA "
                    "DESC%    PRECIO      IMPORTE".
            MOVE COT-NUMERO TO COTR-NUMERO.
            MOVE 0 TO COTR-RENGLON.
            START COT-RENGLONES KEY IS NOT LESS THAN COTR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM IMPRIMO-UN-RENGLON THRU F-IMPRIMO-UN-RENGLON
                UNTIL W-FIN-RENGLONES = "S".
            DISPLAY GUIONES.
            MOVE COT-TOTAL TO TOTAL-ZZ.
            DISPLAY "TOTAL . . . . . . . .:" TOTAL-ZZ.
            DISPLAY "Precios validos hasta el " COT-VALIDEZ
                    ", sujetos a disponibilidad de stock.".
            DISPLAY GUIONES.
            ADD 1 TO W-CANT-IMPRESOS.

       F-IMPRIMO-COTIZACION.
            EXIT.

       IMPRIMO-UN-RENGLON.
            READ COT-RENGLONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-IMPRIMO-UN-RENGLON
            END-READ.
            IF COTR-NUMERO NOT = COT-NUMERO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-IMPRIMO-UN-RENGLON
            END-IF.
            MOVE COTR-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
            END-READ.
            COMPUTE W-EXTENSION = COTR-CANT * COTR-PRECIO.
            MOVE COTR-PRECIO-LISTA TO LISTA-ZZ.
            MOVE COTR-DESC-PCT TO DESC-ZZ.
            MOVE COTR-PRECIO TO PRECIO-ZZ.
            MOVE W-EXTENSION TO EXTENSION-ZZ.
            DISPLAY COTR-CODIGO SPACE PROD-DESCRIPCION(1:18) SPACE
                    COTR-CANT SPACE LISTA-ZZ SPACE DESC-ZZ SPACE
                    PRECIO-ZZ SPACE EXTENSION-ZZ.

       F-IMPRIMO-UN-RENGLON.
            EXIT.

       END PROGRAM "IMPRESION-COTIZACION".
