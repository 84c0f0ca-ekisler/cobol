      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Informe de acceso a datos personales (Ley 25.326):
      *          todo lo que la empresa guarda de un titular, en un
      *          solo listado legible. Lee tres tarjetas: numero de
      *          pedido de PEDIDOS-DATOS-PERSONALES (0 = sin pedido),
      *          numero de cliente y CUIT (0 = tomarlos del pedido o
      *          no se conocen). Con el CUIT se buscan todas las
      *          cuentas del titular en CLIENTES y en
      *          clientesArchivados.dat (las que PURGA-CLIENTES-BAJA
      *          saco del maestro). Por cada cuenta se listan los
      *          datos del maestro y del archivo, el domicilio de
      *          entrega (CLI_DIRECCION / CLI_CODPOST, el que usan
      *          remitos y hoja de ruta), los cambios de
      *          HISTORIAL-CLIENTES, los contactos de
      *          GESTION-COBRANZAS, las facturas (FACT-CLI-ID) y las
      *          cobranzas (COB-CLI-ID). Un pedido de acceso pendiente
      *          queda cumplido con la fecha del informe, aun cuando
      *          no haya datos: tambien eso se le responde al titular.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-DATOS-PERSONALES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/gestionCobranzas.sel".
              COPY "./sel/pedidosDatosPersonales.sel".

           SELECT OPTIONAL CLIENTES-ARCHIVADOS
             ASSIGN TO "./clientesArchivados.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/gestionCobranzas.fd".
              COPY "./fd/pedidosDatosPersonales.fd".

      * El archivado conserva el layout vivo de 670 bytes: se lee
      * crudo y se mira con REG-CLIENTES.
       FD CLIENTES-ARCHIVADOS.
       01 REG-CLIENTES-ARCHIVADOS PIC X(670).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-GESTION         PIC XX.
       01 ST-PEDIDOS-DP      PIC XX.
       01 ST-ARCHIVO         PIC XX.
       01 W-FIN              PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).

      * Tarjetas de parametros.
       01 W-NUMERO-PEDIDO    PIC 9(7).
       01 W-CLIENTE-PARAM    PIC 9(7).
       01 W-CUIT-PARAM       PIC 9(11).
       01 W-HAY-PEDIDO       PIC X VALUE "N".

      * Cuentas del titular: la indicada y las que tengan su CUIT.
       01 W-CANT-TITULARES   PIC 99 VALUE 0.
       01 W-TABLA-TITULARES.
          05 TIT-CLI-ID      PIC 9(7) OCCURS 20 TIMES.
       01 W-INDICE-TIT       PIC 99.
       01 W-YA-ESTA          PIC X.
       01 W-ID-BUSCADO       PIC 9(7).
       01 W-ID-ACTUAL        PIC 9(7).
       01 W-ORIGEN           PIC X(40).

       01 W-CANT-REGISTROS   PIC 9(5).
       01 W-TOTAL-REGISTROS  PIC 9(7) VALUE 0.
       01 W-CANT-ARCHIVADOS  PIC 9(5).
       01 IMPORTE-ZZ         PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY "Pedido (0 = sin pedido): " WITH NO ADVANCING.
            ACCEPT W-NUMERO-PEDIDO.
            DISPLAY "Id Cliente (0 = no se conoce): " WITH NO ADVANCING.
            ACCEPT W-CLIENTE-PARAM.
            DISPLAY "CUIT (0 = no se conoce): " WITH NO ADVANCING.
            ACCEPT W-CUIT-PARAM.

            OPEN I-O PEDIDOS-DATOS-PERSONALES.
            IF W-NUMERO-PEDIDO NOT = 0
               PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO
            END-IF.
            IF W-CLIENTE-PARAM = 0 AND W-CUIT-PARAM = 0
               DISPLAY "Indique el cliente, el CUIT o un pedido"
               MOVE 8 TO RETURN-CODE
               CLOSE PEDIDOS-DATOS-PERSONALES
               STOP RUN
            END-IF.

            OPEN INPUT CLIENTES.
            OPEN INPUT CLIENTES-ARCHIVADOS.
            OPEN INPUT FACTURA.
            OPEN INPUT COBRANZAS.

            IF W-CLIENTE-PARAM NOT = 0
               MOVE W-CLIENTE-PARAM TO W-ID-BUSCADO
               PERFORM AGREGO-TITULAR THRU F-AGREGO-TITULAR
            END-IF.
            IF W-CUIT-PARAM NOT = 0
               PERFORM BUSCO-CUIT-MAESTRO THRU F-BUSCO-CUIT-MAESTRO
               PERFORM BUSCO-CUIT-ARCHIVO THRU F-BUSCO-CUIT-ARCHIVO
            END-IF.

            PERFORM ENCABEZADO THRU F-ENCABEZADO.
            PERFORM INFORMO-TITULAR THRU F-INFORMO-TITULAR
                VARYING W-INDICE-TIT FROM 1 BY 1
                  UNTIL W-INDICE-TIT > W-CANT-TITULARES.
            DISPLAY " ".
            IF W-TOTAL-REGISTROS = 0
               DISPLAY "NO HAY DATOS REGISTRADOS DEL TITULAR"
            ELSE
               DISPLAY "Total de registros informados: "
                       W-TOTAL-REGISTROS
            END-IF.

            IF W-HAY-PEDIDO = "S"
               PERFORM CUMPLO-PEDIDO THRU F-CUMPLO-PEDIDO
            END-IF.

            CLOSE CLIENTES.
            CLOSE CLIENTES-ARCHIVADOS.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE PEDIDOS-DATOS-PERSONALES.
            STOP RUN.

      * LEO-PEDIDO: cliente y CUIT en cero se toman del pedido.
       LEO-PEDIDO.
            MOVE W-NUMERO-PEDIDO TO PDP-NUMERO.
            READ PEDIDOS-DATOS-PERSONALES
              INVALID KEY
                DISPLAY "Pedido inexistente: " W-NUMERO-PEDIDO
                MOVE 4 TO RETURN-CODE
                GO TO F-LEO-PEDIDO
            END-READ.
            MOVE "S" TO W-HAY-PEDIDO.
            IF W-CLIENTE-PARAM = 0
               MOVE PDP-CLI-ID TO W-CLIENTE-PARAM
            END-IF.
            IF W-CUIT-PARAM = 0
               MOVE PDP-CUIT TO W-CUIT-PARAM
            END-IF.

       F-LEO-PEDIDO.
            EXIT.

       AGREGO-TITULAR.
            MOVE "N" TO W-YA-ESTA.
            PERFORM MIRO-TITULAR THRU F-MIRO-TITULAR
                VARYING W-INDICE-TIT FROM 1 BY 1
                  UNTIL W-INDICE-TIT > W-CANT-TITULARES
                     OR W-YA-ESTA = "S".
            IF W-YA-ESTA = "S"
               GO TO F-AGREGO-TITULAR
            END-IF.
            IF W-CANT-TITULARES < 20
               ADD 1 TO W-CANT-TITULARES
               MOVE W-ID-BUSCADO TO TIT-CLI-ID(W-CANT-TITULARES)
            ELSE
               DISPLAY "Demasiadas cuentas para el CUIT, se omite "
                       W-ID-BUSCADO
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-AGREGO-TITULAR.
            EXIT.

       MIRO-TITULAR.
            IF TIT-CLI-ID(W-INDICE-TIT) = W-ID-BUSCADO
               MOVE "S" TO W-YA-ESTA
            END-IF.

       F-MIRO-TITULAR.
            EXIT.

      * BUSCO-CUIT-MAESTRO: CLI_CUIT no es clave, se recorre el
      * maestro entero.
       BUSCO-CUIT-MAESTRO.
            MOVE 0 TO CLI_ID.
            START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM MIRO-CUIT-MAESTRO THRU F-MIRO-CUIT-MAESTRO
                UNTIL W-FIN = "S".

       F-BUSCO-CUIT-MAESTRO.
            EXIT.

       MIRO-CUIT-MAESTRO.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF CLI_CUIT = W-CUIT-PARAM
                   MOVE CLI_ID TO W-ID-BUSCADO
                   PERFORM AGREGO-TITULAR THRU F-AGREGO-TITULAR
                END-IF
            END-READ.

       F-MIRO-CUIT-MAESTRO.
            EXIT.

       BUSCO-CUIT-ARCHIVO.
            CLOSE CLIENTES-ARCHIVADOS.
            OPEN INPUT CLIENTES-ARCHIVADOS.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-CUIT-ARCHIVO THRU F-MIRO-CUIT-ARCHIVO
                UNTIL W-FIN = "S".

       F-BUSCO-CUIT-ARCHIVO.
            EXIT.

       MIRO-CUIT-ARCHIVO.
            READ CLIENTES-ARCHIVADOS
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-CLIENTES-ARCHIVADOS TO REG-CLIENTES
                IF CLI_CUIT = W-CUIT-PARAM
                   MOVE CLI_ID TO W-ID-BUSCADO
                   PERFORM AGREGO-TITULAR THRU F-AGREGO-TITULAR
                END-IF
            END-READ.

       F-MIRO-CUIT-ARCHIVO.
            EXIT.

       ENCABEZADO.
            DISPLAY "INFORME DE DATOS PERSONALES - LEY 25.326".
            DISPLAY "Fecha del informe: " W-FECHA-SISTEMA.
            IF W-HAY-PEDIDO = "S"
               DISPLAY "Pedido " PDP-NUMERO " del " PDP-FECHA
                       " - Solicitante: " PDP-SOLICITANTE
                       " Doc.: " PDP-DOCUMENTO
            END-IF.
            IF W-CLIENTE-PARAM NOT = 0
               DISPLAY "Cliente indicado: " W-CLIENTE-PARAM
            END-IF.
            IF W-CUIT-PARAM NOT = 0
               DISPLAY "CUIT indicado    : " W-CUIT-PARAM
            END-IF.
            DISPLAY "Cuentas halladas : " W-CANT-TITULARES.

       F-ENCABEZADO.
            EXIT.

       INFORMO-TITULAR.
            MOVE TIT-CLI-ID(W-INDICE-TIT) TO W-ID-ACTUAL.
            DISPLAY " ".
            DISPLAY "================================================"
                    "================================".
            DISPLAY "CUENTA " W-ID-ACTUAL.
            DISPLAY "================================================"
                    "================================".
            PERFORM INFORMO-MAESTRO THRU F-INFORMO-MAESTRO.
            PERFORM INFORMO-ARCHIVO THRU F-INFORMO-ARCHIVO.
            PERFORM INFORMO-HISTORIAL THRU F-INFORMO-HISTORIAL.
            PERFORM INFORMO-GESTIONES THRU F-INFORMO-GESTIONES.
            PERFORM INFORMO-FACTURAS THRU F-INFORMO-FACTURAS.
            PERFORM INFORMO-COBRANZAS THRU F-INFORMO-COBRANZAS.

       F-INFORMO-TITULAR.
            EXIT.

       INFORMO-MAESTRO.
            MOVE W-ID-ACTUAL TO CLI_ID.
            READ CLIENTES
              INVALID KEY
                DISPLAY " "
                DISPLAY "MAESTRO DE CLIENTES: sin registro"
              NOT INVALID KEY
                MOVE "MAESTRO DE CLIENTES" TO W-ORIGEN
                PERFORM MUESTRO-CLIENTE THRU F-MUESTRO-CLIENTE
            END-READ.

       F-INFORMO-MAESTRO.
            EXIT.

       INFORMO-ARCHIVO.
            MOVE 0 TO W-CANT-ARCHIVADOS.
            CLOSE CLIENTES-ARCHIVADOS.
            OPEN INPUT CLIENTES-ARCHIVADOS.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-UN-ARCHIVADO THRU F-MIRO-UN-ARCHIVADO
                UNTIL W-FIN = "S".
            IF W-CANT-ARCHIVADOS = 0
               DISPLAY " "
               DISPLAY "ARCHIVO DE CLIENTES DADOS DE BAJA: sin registro"
            END-IF.

       F-INFORMO-ARCHIVO.
            EXIT.

       MIRO-UN-ARCHIVADO.
            READ CLIENTES-ARCHIVADOS
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-CLIENTES-ARCHIVADOS TO REG-CLIENTES
                IF CLI_ID = W-ID-ACTUAL
                   ADD 1 TO W-CANT-ARCHIVADOS
                   MOVE "ARCHIVO DE CLIENTES DADOS DE BAJA"
                     TO W-ORIGEN
                   PERFORM MUESTRO-CLIENTE THRU F-MUESTRO-CLIENTE
                END-IF
            END-READ.

       F-MIRO-UN-ARCHIVADO.
            EXIT.

       MUESTRO-CLIENTE.
            ADD 1 TO W-TOTAL-REGISTROS.
            DISPLAY " ".
            DISPLAY W-ORIGEN.
            DISPLAY "  Nombre            : " CLI_NOMBRE.
            DISPLAY "  Razon social      : " CLI_RAZONSOCIAL.
            DISPLAY "  Nombre alternativo: " CLI_NOMBRE_2.
            DISPLAY "  CUIT              : " CLI_CUIT
                    "   Condicion IVA: " CLI_CONDICION_IVA.
            DISPLAY "  Domicilio entrega : " CLI_DIRECCION.
            DISPLAY "  Codigo postal     : " CLI_CODPOST.
            DISPLAY "  Cuenta bancaria   : " CLI_CBU
                    "   Debito automatico: " CLI_DEBITO.
            DISPLAY "  Categoria         : " CLI_CATEGORIA
                    "   Sucursal: " CLI_SUCURSAL
                    "   Vendedor: " CLI_VENDEDOR.
            MOVE CLI_LIMITE_CREDITO TO IMPORTE-ZZ.
            DISPLAY "  Limite de credito : " IMPORTE-ZZ
                    "   Plazo de pago: " CLI_CONDICION_PAGO " dias".
            MOVE CLI_SALDO TO IMPORTE-ZZ.
            DISPLAY "  Saldo             : " IMPORTE-ZZ
                    "   Estado: " CLI_ESTADO.
            DISPLAY "  Alta              : " CLI_FECHA_ALTA
                    "   Ultima modificacion: " CLI_FECHA_MODIF.

       F-MUESTRO-CLIENTE.
            EXIT.

       INFORMO-HISTORIAL.
            MOVE 0 TO W-CANT-REGISTROS.
            DISPLAY " ".
            DISPLAY "HISTORIAL DE CAMBIOS".
            OPEN INPUT HISTORIAL-CLIENTES.
            IF ST-HISTORIAL NOT = "00"
               DISPLAY "  (sin historial)"
               GO TO F-INFORMO-HISTORIAL
            END-IF.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-UN-HISTORIAL THRU F-MIRO-UN-HISTORIAL
                UNTIL W-FIN = "S".
            CLOSE HISTORIAL-CLIENTES.
            DISPLAY "  Cambios: " W-CANT-REGISTROS.

       F-INFORMO-HISTORIAL.
            EXIT.

       MIRO-UN-HISTORIAL.
            READ HISTORIAL-CLIENTES
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF HIST-CLI-ID = W-ID-ACTUAL
                   ADD 1 TO W-CANT-REGISTROS
                   ADD 1 TO W-TOTAL-REGISTROS
                   DISPLAY "  " HIST-FECHA " " HIST-HORA " "
                           HIST-USUARIO " " HIST-CAMPO
                   DISPLAY "      antes: " HIST-VALOR-ANTERIOR
                   DISPLAY "    despues: " HIST-VALOR-NUEVO
                END-IF
            END-READ.

       F-MIRO-UN-HISTORIAL.
            EXIT.

       INFORMO-GESTIONES.
            MOVE 0 TO W-CANT-REGISTROS.
            DISPLAY " ".
            DISPLAY "CONTACTOS DE COBRANZA".
            OPEN INPUT GESTION-COBRANZAS.
            IF ST-GESTION NOT = "00"
               DISPLAY "  (sin contactos)"
               GO TO F-INFORMO-GESTIONES
            END-IF.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-UNA-GESTION THRU F-MIRO-UNA-GESTION
                UNTIL W-FIN = "S".
            CLOSE GESTION-COBRANZAS.
            DISPLAY "  Contactos: " W-CANT-REGISTROS.

       F-INFORMO-GESTIONES.
            EXIT.

       MIRO-UNA-GESTION.
            READ GESTION-COBRANZAS
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                IF GC-CLI-ID = W-ID-ACTUAL
                   ADD 1 TO W-CANT-REGISTROS
                   ADD 1 TO W-TOTAL-REGISTROS
                   DISPLAY "  " GC-FECHA-GESTION " " GC-OPERADOR
                           " resultado " GC-RESULTADO
                           " mora " GC-DIAS-MORA " dias"
                   DISPLAY "      " GC-OBSERVACIONES
                END-IF
            END-READ.

       F-MIRO-UNA-GESTION.
            EXIT.

       INFORMO-FACTURAS.
            MOVE 0 TO W-CANT-REGISTROS.
            DISPLAY " ".
            DISPLAY "COMPROBANTES EMITIDOS".
            DISPLAY "  Fecha    Numero    T L Estado         Importe".
            MOVE W-ID-ACTUAL TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM MIRO-UNA-FACTURA THRU F-MIRO-UNA-FACTURA
                UNTIL W-FIN = "S".
            DISPLAY "  Comprobantes: " W-CANT-REGISTROS.

       F-INFORMO-FACTURAS.
            EXIT.

       MIRO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-MIRO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = W-ID-ACTUAL
               MOVE "S" TO W-FIN
               GO TO F-MIRO-UNA-FACTURA
            END-IF.
            ADD 1 TO W-CANT-REGISTROS.
            ADD 1 TO W-TOTAL-REGISTROS.
            MOVE FACT-TOTAL TO IMPORTE-ZZ.
            DISPLAY "  " FACT-FECHA " " FACT-NUMERO " " FACT-TIPO " "
                    FACT-LETRA " " FACT-ESTADO "  " IMPORTE-ZZ.

       F-MIRO-UNA-FACTURA.
            EXIT.

       INFORMO-COBRANZAS.
            MOVE 0 TO W-CANT-REGISTROS.
            DISPLAY " ".
            DISPLAY "COBRANZAS RECIBIDAS".
            DISPLAY "  Fecha    Numero    Forma      E         Importe".
            MOVE W-ID-ACTUAL TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM MIRO-UNA-COBRANZA THRU F-MIRO-UNA-COBRANZA
                UNTIL W-FIN = "S".
            DISPLAY "  Cobranzas: " W-CANT-REGISTROS.

       F-INFORMO-COBRANZAS.
            EXIT.

       MIRO-UNA-COBRANZA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-MIRO-UNA-COBRANZA
            END-READ.
            IF COB-CLI-ID NOT = W-ID-ACTUAL
               MOVE "S" TO W-FIN
               GO TO F-MIRO-UNA-COBRANZA
            END-IF.
            ADD 1 TO W-CANT-REGISTROS.
            ADD 1 TO W-TOTAL-REGISTROS.
            MOVE COB-MONTO TO IMPORTE-ZZ.
            DISPLAY "  " COB-FECHA " " COB-NUMERO " " COB-FORMA-PAGO
                    " " COB-ESTADO "  " IMPORTE-ZZ.

       F-MIRO-UNA-COBRANZA.
            EXIT.

      * CUMPLO-PEDIDO: solo el acceso se da por cumplido con este
      * informe; para una rectificacion o una supresion el listado es
      * material de trabajo y el pedido sigue su curso.
       CUMPLO-PEDIDO.
            IF NOT PDP-ACCESO
               GO TO F-CUMPLO-PEDIDO
            END-IF.
            IF NOT PDP-PENDIENTE
               DISPLAY "El pedido " PDP-NUMERO " ya estaba cerrado ("
                       PDP-ESTADO ")"
               GO TO F-CUMPLO-PEDIDO
            END-IF.
            SET PDP-CUMPLIDO TO TRUE.
            MOVE W-FECHA-SISTEMA TO PDP-FECHA-CUMPLIDO.
            MOVE "LOTE" TO PDP-OPERADOR-CIERRE.
            IF W-TOTAL-REGISTROS = 0
               MOVE "ACCESO INFORMADO: SIN DATOS DEL TITULAR"
                 TO PDP-OBSERVACION
            ELSE
               MOVE "INFORME DE ACCESO EMITIDO" TO PDP-OBSERVACION
            END-IF.
            REWRITE REG-PEDIDO-DP
              INVALID KEY
                DISPLAY "Error grabando el pedido: " ST-PEDIDOS-DP
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                DISPLAY "Pedido " PDP-NUMERO " cumplido"
            END-REWRITE.

       F-CUMPLO-PEDIDO.
            EXIT.

       END PROGRAM "REPORTE-DATOS-PERSONALES".
