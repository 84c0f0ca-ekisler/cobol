      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Rendicion de fin del dia de los cobradores de calle,
      *          contra la hoja de ruta que armo HOJA-RUTA-COBRADORES.
      *          Visita por visita el cobrador declara lo cobrado, la
      *          forma (efectivo o cheque) y el recibo de su
      *          talonario que uso; cada cobro genera el recibo en
      *          COBRANZAS como el alta de ABM-COBRANZAS (numero de la
      *          serie de la sucursal, aplicado a las facturas
      *          abiertas del cliente de la mas vieja a la mas nueva,
      *          el resto a cuenta, CLI_SALDO baja, el cheque queda en
      *          cartera). Rendidas todas las visitas, se carga lo que
      *          el cobrador entrega fisicamente -- efectivo, cantidad
      *          e importe de cheques -- contra lo declarado, se marca
      *          el faltante o sobrante y se listan los recibos
      *          asignados devueltos en blanco y los faltantes (ni
      *          usados ni devueltos). La hoja queda rendida en
      *          HOJAS-RUTA; una rendicion cortada con PF3 se retoma
      *          desde la primera visita sin rendir.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RENDICION-COBRADORES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cobDetalle.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/hojasRuta.sel".
              COPY "./sel/cobradores.sel".
              COPY "./sel/cierresCaja.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cobDetalle.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/hojasRuta.fd".
              COPY "./fd/cobradores.fd".
              COPY "./fd/cierresCaja.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-COB-DETALLE     PIC XX.
       01 ST-CHEQUES         PIC XX.
       01 ST-HOJAS           PIC XX.
       01 ST-COBRADORES      PIC XX.
       01 ST-CAJA            PIC XX.
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
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 GUIONES            PIC X(80) VALUE ALL "-".

      * Candado de caja cerrada: los recibos de la rendicion llevan la
      * fecha de la hoja; si ese dia ya figura en CIERRES-CAJA hace
      * falta la firma de un supervisor, como en ABM-COBRANZAS.
       01 W-DIA-CERRADO      PIC X.
       01 W-CAJA-AUTORIZADA  PIC X.
       01 W-SUPER-ID         PIC X(8).
       01 W-SUPER-CLAVE      PIC X(8).

      * Hoja en rendicion y talonario del cobrador (cobradores.dat).
       01 W-COBRADOR         PIC X(3).
       01 W-FECHA-HOJA       PIC 9(8).
       01 W-NOMBRE-COBRADOR  PIC X(30).
       01 W-COBRADOR-HALLADO PIC X.
       01 W-FIN-COBRADORES   PIC X.
       01 W-RECIBO-DESDE     PIC 9(9).
       01 W-RECIBO-HASTA     PIC 9(9).
       01 W-CANT-RENGLONES   PIC 9(4).
       01 W-IND-RENGLON      PIC 9(4).
       01 W-IND-CONTROL      PIC 9(4).
       01 W-CORTO-RENDICION  PIC X.

      * Visita en pantalla.
       01 W-HR-CLI-ID        PIC 9(7).
       01 W-HR-RECIBO        PIC 9(9).
       01 W-IMPORTE-COBRADO  PIC S9(7)V9(2).
       01 W-IMPORTE-VALIDO   PIC X.
       01 W-FORMA            PIC X.
          88 W-FORMA-EFECTIVO      VALUE "E" "e".
          88 W-FORMA-CHEQUE        VALUE "C" "c".
       01 W-FORMA-VALIDA     PIC X.
       01 W-RECIBO-USADO     PIC 9(9).
       01 W-RECIBO-VALIDO    PIC X.
       01 W-RECIBO-GRABADO   PIC X.
       01 W-ESTADO-ASIGNADO  PIC X.

      * Aplicacion automatica del cobro: facturas abiertas en pesos
      * del cliente en el orden de la clave alterna (la mas vieja
      * primero), hasta agotar el importe; lo que sobra queda a
      * cuenta en COB-NO-APLICADO. Las primeras 10 van embebidas en
      * el recibo y el resto a COB-DETALLE, como en ABM-COBRANZAS.
       01 W-TABLA-APLIC.
          03 W-TA-ENTRADA OCCURS 50 TIMES.
             05 W-TA-FACT-NUMERO PIC 9(9).
             05 W-TA-MONTO       PIC S9(7)V9(2).
       01 W-CANT-TA          PIC 9(2).
       01 W-IND-TA           PIC 9(2).
       01 W-RESTO            PIC S9(7)V9(2).
       01 W-NUMERO-ACTUAL    PIC 9(9).
       01 W-INDICE           PIC 9(2).
       01 W-APLICADO         PIC S9(9)V9(2).
       01 W-PENDIENTE        PIC S9(9)V9(2).
       01 W-FIN-FACTURAS     PIC X.
       01 W-FIN-AUX          PIC X.
       01 W-FIN-DETALLE      PIC X.

      * Numeracion del recibo: serie de recibos de la sucursal del
      * cliente via PROXIMO-NUMERO; serie sin cargar pide el numero.
       01 W-TIPO-SERIE       PIC X VALUE "R".
       01 W-NUMERO-SERIE     PIC 9(9).
       01 W-COB-NUMERO       PIC 9(9).

       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.
       01 W-CHEQUE-GRABADO   PIC X VALUE "N".

      * Conciliacion de la entrega contra lo declarado en la hoja.
       01 W-CANT-PENDIENTES  PIC 9(4).
       01 W-DECL-EFECTIVO    PIC S9(11)V9(2).
       01 W-DECL-CANT-CHEQUES PIC 9(3).
       01 W-DECL-CHEQUES     PIC S9(11)V9(2).
       01 W-ENTR-EFECTIVO    PIC S9(11)V9(2).
       01 W-ENTR-CANT-CHEQUES PIC 9(3).
       01 W-ENTR-CHEQUES     PIC S9(11)V9(2).
       01 W-DIF-EFECTIVO     PIC S9(11)V9(2).
       01 W-DIF-CHEQUES      PIC S9(11)V9(2).
       01 W-CANT-DEVUELTOS   PIC 9(4).
       01 W-CANT-FALTANTES   PIC 9(4).
       01 W-LINEA-PANT       PIC 99.

       01 MONTO-ZZ           PIC -----------9,99.

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
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "RENDICION-COBRADORES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-CHQ       PIC X(3)  VALUE "CHQ".
       01 W-IMG-ALTA      PIC X     VALUE "A".
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
                    "Rendicion de Cobradores - Firma de Operador"
                        LINE 3 COL 17
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
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O COB-DETALLE.
            IF ST-COB-DETALLE > "07"
               DISPLAY "Error abriendo Detalle Cobranzas: "
                       ST-COB-DETALLE LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo Cheques: " ST-CHEQUES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O HOJAS-RUTA.
            IF ST-HOJAS > "07"
               DISPLAY "Error abriendo Hojas de ruta: " ST-HOJAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CIERRES-CAJA.
            IF ST-CAJA > "07"
               DISPLAY "Error abriendo Cierres de Caja: " ST-CAJA
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
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE COB-DETALLE.
            CLOSE CHEQUES.
            CLOSE HOJAS-RUTA.
            CLOSE CIERRES-CAJA.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Rendicion de Cobradores" LINE 3 COL 28
                    GUIONES LINE 4 COL 1
                    "PF3=Salir" LINE 23 COL 1.
            DISPLAY "Cobrador                    : " LINE 06 COL 10.
            ACCEPT W-COBRADOR LINE 06 COL 40 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            DISPLAY "Fecha de la hoja (0=hoy)    : " LINE 07 COL 10.
            ACCEPT W-FECHA-HOJA LINE 07 COL 40 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               PERFORM RINDO-HOJA THRU F-RINDO-HOJA
               PERFORM PREGUNTO-CONTINUAR
            END-IF.

       F-PROCESO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra rendicion? (S/N)" LINE 24 COL 50.
            ACCEPT X LINE 24 COL 74.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

      * RINDO-HOJA: cabecera de la hoja, talonario del cobrador y
      * candado de caja; despues cada visita pendiente y, si no queda
      * ninguna, la conciliacion de la entrega.
       RINDO-HOJA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-FECHA-HOJA = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-HOJA
            END-IF.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE 0 TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                DISPLAY "No hay hoja de ruta de ese cobrador para "
                        "esa fecha" LINE 24 COL 1
                GO TO F-RINDO-HOJA
            END-READ.
            IF HRC-RENDIDA
               MOVE HRC-DIFERENCIA TO MONTO-ZZ
               DISPLAY "Hoja ya rendida por " HR-USUARIO-MODIF
                       ", diferencia " MONTO-ZZ LINE 24 COL 1
               GO TO F-RINDO-HOJA
            END-IF.
            MOVE HRC-NOMBRE TO W-NOMBRE-COBRADOR.
            MOVE HRC-CANT-RENGLONES TO W-CANT-RENGLONES.
            PERFORM BUSCO-COBRADOR THRU F-BUSCO-COBRADOR.
            IF W-COBRADOR-HALLADO NOT = "S"
               DISPLAY "Cobrador " W-COBRADOR " no esta en "
                       "cobradores.dat" LINE 24 COL 1
               GO TO F-RINDO-HOJA
            END-IF.
            MOVE W-FECHA-HOJA TO COB-FECHA.
            PERFORM CONTROLO-DIA-CERRADO THRU F-CONTROLO-DIA-CERRADO.
            IF W-CAJA-AUTORIZADA NOT = "S"
               DISPLAY "Rendicion cancelada: dia de caja cerrado"
                       LINE 24 COL 1
               GO TO F-RINDO-HOJA
            END-IF.
            MOVE "N" TO W-CORTO-RENDICION.
            PERFORM RINDO-UN-RENGLON THRU F-RINDO-UN-RENGLON
                VARYING W-IND-RENGLON FROM 1 BY 1
                    UNTIL W-IND-RENGLON > W-CANT-RENGLONES
                       OR W-CORTO-RENDICION = "S".
            PERFORM CIERRO-RENDICION THRU F-CIERRO-RENDICION.

       F-RINDO-HOJA.
            EXIT.

       BUSCO-COBRADOR.
            MOVE "N" TO W-COBRADOR-HALLADO.
            OPEN INPUT COBRADORES.
            IF ST-COBRADORES = "00"
               MOVE "N" TO W-FIN-COBRADORES
               PERFORM LEO-UN-COBRADOR THRU F-LEO-UN-COBRADOR
                   UNTIL W-FIN-COBRADORES = "S"
               CLOSE COBRADORES
            END-IF.

       F-BUSCO-COBRADOR.
            EXIT.

       LEO-UN-COBRADOR.
            READ COBRADORES
              AT END
                MOVE "S" TO W-FIN-COBRADORES
              NOT AT END
                IF COBR-CODIGO = W-COBRADOR
                   MOVE "S" TO W-COBRADOR-HALLADO
                   MOVE "S" TO W-FIN-COBRADORES
                   MOVE COBR-RECIBO-DESDE TO W-RECIBO-DESDE
                   MOVE COBR-RECIBO-HASTA TO W-RECIBO-HASTA
                END-IF
            END-READ.

       F-LEO-UN-COBRADOR.
            EXIT.

      * RINDO-UN-RENGLON: una visita todavia pendiente. Con cobro se
      * graba el recibo; el renglon pasa a C (cobrado) o N (no
      * cobrado) y el recibo asignado queda usado, devuelto en blanco
      * o faltante. PF3 en el importe corta la rendicion: lo ya
      * rendido queda grabado.
       RINDO-UN-RENGLON.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-IND-RENGLON TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                GO TO F-RINDO-UN-RENGLON
            END-READ.
            IF NOT HR-PENDIENTE
               GO TO F-RINDO-UN-RENGLON
            END-IF.
            MOVE HR-CLI-ID TO W-HR-CLI-ID.
            MOVE HR-RECIBO TO W-HR-RECIBO.
            MOVE HR-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente " HR-CLI-ID " inexistente, visita "
                        "sin rendir" LINE 24 COL 1
                GO TO F-RINDO-UN-RENGLON
            END-READ.
            DISPLAY " " LINE 9 COL 1 ERASE EOS.
            DISPLAY "Visita " W-IND-RENGLON " de " W-CANT-RENGLONES
                    " - " W-NOMBRE-COBRADOR LINE 09 COL 10.
            DISPLAY "Cliente : " HR-CLI-ID " " CLI_NOMBRE(1:40)
                    LINE 10 COL 10.
            MOVE HR-ADEUDADO TO MONTO-ZZ.
            DISPLAY "Adeudado: " MONTO-ZZ "   CP " HR-CODPOST
                    LINE 11 COL 10.
            DISPLAY "Recibo asignado: " HR-RECIBO LINE 12 COL 10.
            DISPLAY "PF3=Cortar la rendicion" LINE 23 COL 1.
            MOVE "N" TO W-IMPORTE-VALIDO.
            PERFORM PIDO-IMPORTE THRU F-PIDO-IMPORTE
                UNTIL W-IMPORTE-VALIDO = "S"
                   OR W-CORTO-RENDICION = "S".
            IF W-CORTO-RENDICION = "S"
               GO TO F-RINDO-UN-RENGLON
            END-IF.
            MOVE 0 TO W-RECIBO-USADO.
            MOVE 0 TO W-COB-NUMERO.
            IF W-IMPORTE-COBRADO > 0
               MOVE "N" TO W-FORMA-VALIDA
               PERFORM PIDO-FORMA THRU F-PIDO-FORMA
                   UNTIL W-FORMA-VALIDA = "S"
               MOVE "N" TO W-RECIBO-VALIDO
               PERFORM PIDO-RECIBO-USADO THRU F-PIDO-RECIBO-USADO
                   UNTIL W-RECIBO-VALIDO = "S"
               PERFORM GRABO-RECIBO-RENDIDO
                  THRU F-GRABO-RECIBO-RENDIDO
               IF W-RECIBO-GRABADO NOT = "S"
                  GO TO F-RINDO-UN-RENGLON
               END-IF
            END-IF.
            MOVE SPACE TO W-ESTADO-ASIGNADO.
            IF W-HR-RECIBO NOT = 0
               IF W-RECIBO-USADO = W-HR-RECIBO
                  MOVE "U" TO W-ESTADO-ASIGNADO
               ELSE
                  PERFORM PIDO-DESTINO-ASIGNADO
                     THRU F-PIDO-DESTINO-ASIGNADO
               END-IF
            END-IF.
            PERFORM ACTUALIZO-RENGLON THRU F-ACTUALIZO-RENGLON.

       F-RINDO-UN-RENGLON.
            EXIT.

       PIDO-IMPORTE.
            DISPLAY "Importe cobrado (0=no cobro): " LINE 14 COL 10.
            ACCEPT W-IMPORTE-COBRADO LINE 14 COL 42 PROMPT.
            IF PF-SALIR
               MOVE "S" TO W-CORTO-RENDICION
            ELSE
               IF W-IMPORTE-COBRADO < 0
                  DISPLAY "Importe invalido" LINE 24 COL 1
               ELSE
                  MOVE "S" TO W-IMPORTE-VALIDO
               END-IF
            END-IF.

       F-PIDO-IMPORTE.
            EXIT.

       PIDO-FORMA.
            DISPLAY "Forma (E=efectivo C=cheque) : " LINE 15 COL 10.
            ACCEPT W-FORMA LINE 15 COL 42 PROMPT.
            IF W-FORMA-EFECTIVO OR W-FORMA-CHEQUE
               MOVE "S" TO W-FORMA-VALIDA
            ELSE
               DISPLAY "Forma de pago invalida" LINE 24 COL 1
            END-IF.

       F-PIDO-FORMA.
            EXIT.

      * PIDO-RECIBO-USADO: el numero del talonario que el cobrador
      * lleno; tiene que ser de su talonario y no estar ni usado ni
      * asignado a otra visita de la misma hoja.
       PIDO-RECIBO-USADO.
            DISPLAY "Recibo usado (0=asignado)   : " LINE 16 COL 10.
            ACCEPT W-RECIBO-USADO LINE 16 COL 42 PROMPT.
            IF W-RECIBO-USADO = 0
               MOVE W-HR-RECIBO TO W-RECIBO-USADO
            END-IF.
            IF W-RECIBO-USADO = 0
               DISPLAY "Visita sin recibo asignado, ingrese el "
                       "numero usado" LINE 24 COL 1
               GO TO F-PIDO-RECIBO-USADO
            END-IF.
            IF W-RECIBO-USADO < W-RECIBO-DESDE
                  OR W-RECIBO-USADO > W-RECIBO-HASTA
               DISPLAY "Recibo fuera del talonario del cobrador"
                       LINE 24 COL 1
               GO TO F-PIDO-RECIBO-USADO
            END-IF.
            MOVE "S" TO W-RECIBO-VALIDO.
            IF W-RECIBO-USADO NOT = W-HR-RECIBO
               PERFORM CONTROLO-RECIBO-LIBRE
                  THRU F-CONTROLO-RECIBO-LIBRE
                   VARYING W-IND-CONTROL FROM 1 BY 1
                       UNTIL W-IND-CONTROL > W-CANT-RENGLONES
                          OR W-RECIBO-VALIDO = "N"
               IF W-RECIBO-VALIDO = "N"
                  DISPLAY "Ese recibo corresponde a otra visita "
                          "de la hoja" LINE 24 COL 1
               END-IF
            END-IF.

       F-PIDO-RECIBO-USADO.
            EXIT.

       CONTROLO-RECIBO-LIBRE.
            IF W-IND-CONTROL = W-IND-RENGLON
               GO TO F-CONTROLO-RECIBO-LIBRE
            END-IF.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-IND-CONTROL TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                GO TO F-CONTROLO-RECIBO-LIBRE
            END-READ.
            IF HR-RECIBO-USADO = W-RECIBO-USADO
               MOVE "N" TO W-RECIBO-VALIDO
            END-IF.
            IF HR-RECIBO = W-RECIBO-USADO
                  AND NOT HR-ASIGNADO-DEVUELTO
               MOVE "N" TO W-RECIBO-VALIDO
            END-IF.

       F-CONTROLO-RECIBO-LIBRE.
            EXIT.

      * PIDO-DESTINO-ASIGNADO: el recibo asignado que no se uso en
      * esta visita o vuelve en blanco o es un faltante.
       PIDO-DESTINO-ASIGNADO.
            DISPLAY "Recibo " W-HR-RECIBO " devuelto en blanco? "
                    "(S/N): " LINE 20 COL 10.
            ACCEPT X LINE 20 COL 48.
            IF X = "S" OR X = "s"
               MOVE "D" TO W-ESTADO-ASIGNADO
            ELSE
               MOVE "F" TO W-ESTADO-ASIGNADO
               DISPLAY "Recibo " W-HR-RECIBO " FALTANTE"
                       LINE 24 COL 1
            END-IF.

       F-PIDO-DESTINO-ASIGNADO.
            EXIT.

       ACTUALIZO-RENGLON.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-IND-RENGLON TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                DISPLAY "Error releyendo la visita " W-IND-RENGLON
                        ": " ST-HOJAS LINE 24 COL 1
                GO TO F-ACTUALIZO-RENGLON
            END-READ.
            IF W-IMPORTE-COBRADO > 0
               SET HR-COBRADO TO TRUE
               MOVE W-IMPORTE-COBRADO TO HR-COBRADO-IMPORTE
               MOVE COB-FORMA-PAGO TO HR-FORMA-PAGO
               MOVE W-COB-NUMERO TO HR-COB-NUMERO
               MOVE W-RECIBO-USADO TO HR-RECIBO-USADO
            ELSE
               SET HR-NO-COBRADO TO TRUE
               MOVE 0 TO HR-COBRADO-IMPORTE
            END-IF.
            MOVE W-ESTADO-ASIGNADO TO HR-RECIBO-ESTADO.
            MOVE W-FECHA-SISTEMA TO HR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO HR-USUARIO-MODIF.
            REWRITE REG-HOJA-RUTA
              INVALID KEY
                DISPLAY "Error grabando la visita " W-IND-RENGLON
                        ": " ST-HOJAS LINE 24 COL 1
            END-REWRITE.

       F-ACTUALIZO-RENGLON.
            EXIT.

      * GRABO-RECIBO-RENDIDO: el alta del recibo del cobro, con el
      * mismo armado que ALTA-COBRANZA en ABM-COBRANZAS. El cliente
      * sigue en el buffer de RINDO-UN-RENGLON.
       GRABO-RECIBO-RENDIDO.
            MOVE "N" TO W-RECIBO-GRABADO.
            PERFORM ARMO-APLICACIONES THRU F-ARMO-APLICACIONES.
            CALL "PROXIMO-NUMERO" USING CLI_SUCURSAL W-TIPO-SERIE
                 W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "Serie " CLI_SUCURSAL "/R sin cargar, "
                       "ingrese numero" LINE 24 COL 1
               DISPLAY "Nro. Recibo sistema         : "
                       LINE 17 COL 10
               ACCEPT W-COB-NUMERO LINE 17 COL 42 PROMPT
            ELSE
               MOVE W-NUMERO-SERIE TO W-COB-NUMERO
            END-IF.
            IF W-COB-NUMERO = 0
               DISPLAY "Recibo sin numero, visita sin rendir"
                       LINE 24 COL 1
               GO TO F-GRABO-RECIBO-RENDIDO
            END-IF.
            INITIALIZE REG-COBRANZAS REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE W-COB-NUMERO TO COB-NUMERO.
            MOVE W-HR-CLI-ID TO COB-CLI-ID.
            MOVE W-FECHA-HOJA TO COB-FECHA.
            MOVE W-IMPORTE-COBRADO TO COB-MONTO.
            IF W-FORMA-CHEQUE
               SET COB-CHEQUE TO TRUE
            ELSE
               SET COB-EFECTIVO TO TRUE
            END-IF.
            IF W-CANT-TA > 10
               MOVE 10 TO COB-CANT-APLIC
            ELSE
               MOVE W-CANT-TA TO COB-CANT-APLIC
            END-IF.
            MOVE W-CANT-TA TO COB-CANT-RENGLONES.
            PERFORM GUARDO-APLICACION THRU F-GUARDO-APLICACION
                VARYING W-IND-TA FROM 1 BY 1
                    UNTIL W-IND-TA > W-CANT-TA.
            MOVE W-RESTO TO COB-NO-APLICADO.
            MOVE CLI_SUCURSAL TO COB-SUCURSAL.
            SET COB-ACTIVA TO TRUE.
            MOVE W-FECHA-SISTEMA TO COB-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO COB-USUARIO-ALTA.
            WRITE REG-COBRANZAS
              INVALID KEY
                DISPLAY "Error grabando recibo " W-COB-NUMERO ": "
                        ST-COBRANZAS LINE 24 COL 1
                PERFORM BORRO-DETALLE-COBRANZA
                   THRU F-BORRO-DETALLE-COBRANZA
                GO TO F-GRABO-RECIBO-RENDIDO
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                 W-IMG-ALTA ST-COBRANZAS REG-COBRANZAS W-IMG-GRABADO.
            PERFORM APLICO-COBRANZA-A-SALDO
               THRU F-APLICO-COBRANZA-A-SALDO.
            IF COB-CHEQUE
               MOVE "N" TO W-CHEQUE-GRABADO
               PERFORM CARGO-CHEQUE THRU F-CARGO-CHEQUE
                   UNTIL W-CHEQUE-GRABADO = "S"
            END-IF.
            MOVE "S" TO W-RECIBO-GRABADO.
            DISPLAY "Recibo " W-COB-NUMERO " grabado y aplicado"
                    LINE 24 COL 1.

       F-GRABO-RECIBO-RENDIDO.
            EXIT.

      * ARMO-APLICACIONES: reparte W-IMPORTE-COBRADO sobre las
      * facturas abiertas del cliente; se arma antes de tocar el
      * buffer de COBRANZAS porque SUMO-APLICADO lo recorre.
       ARMO-APLICACIONES.
            MOVE W-IMPORTE-COBRADO TO W-RESTO.
            MOVE 0 TO W-CANT-TA.
            MOVE W-HR-CLI-ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM APLICO-UNA-FACTURA THRU F-APLICO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S"
                   OR W-RESTO = 0
                   OR W-CANT-TA = 50.

       F-ARMO-APLICACIONES.
            EXIT.

       APLICO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-APLICO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = W-HR-CLI-ID
               MOVE "S" TO W-FIN-FACTURAS
               GO TO F-APLICO-UNA-FACTURA
            END-IF.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
                  OR FACT-MONEDA-DOLAR
               GO TO F-APLICO-UNA-FACTURA
            END-IF.
            MOVE FACT-NUMERO TO W-NUMERO-ACTUAL.
            PERFORM SUMO-APLICADO THRU F-SUMO-APLICADO.
            COMPUTE W-PENDIENTE = FACT-TOTAL - W-APLICADO.
            IF W-PENDIENTE NOT > 0
               GO TO F-APLICO-UNA-FACTURA
            END-IF.
            ADD 1 TO W-CANT-TA.
            MOVE FACT-NUMERO TO W-TA-FACT-NUMERO(W-CANT-TA).
            IF W-PENDIENTE < W-RESTO
               MOVE W-PENDIENTE TO W-TA-MONTO(W-CANT-TA)
            ELSE
               MOVE W-RESTO TO W-TA-MONTO(W-CANT-TA)
            END-IF.
            SUBTRACT W-TA-MONTO(W-CANT-TA) FROM W-RESTO.

       F-APLICO-UNA-FACTURA.
            EXIT.

      * SUMO-APLICADO: junta lo aplicado a esta factura por los
      * recibos vigentes del cliente, renglones embebidos y de
      * desborde.
       SUMO-APLICADO.
            MOVE 0 TO W-APLICADO.
            MOVE FACT-CLI-ID TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.
            PERFORM SUMO-UN-RECIBO THRU F-SUMO-UN-RECIBO
                UNTIL W-FIN-AUX = "S".

       F-SUMO-APLICADO.
            EXIT.

       SUMO-UN-RECIBO.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
              NOT AT END
                IF COB-CLI-ID NOT = FACT-CLI-ID
                   MOVE "S" TO W-FIN-AUX
                ELSE
                   IF COB-ESTADO = SPACE OR COB-ACTIVA
                      PERFORM SUMO-APLIC-EMBEBIDAS
                         THRU F-SUMO-APLIC-EMBEBIDAS
                          VARYING W-INDICE FROM 1 BY 1
                              UNTIL W-INDICE > COB-CANT-APLIC
                      IF COB-CANT-RENGLONES > 10
                         PERFORM SUMO-APLIC-DESBORDE
                            THRU F-SUMO-APLIC-DESBORDE
                      END-IF
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UN-RECIBO.
            EXIT.

       SUMO-APLIC-EMBEBIDAS.
            IF COB-APL-FACT-NUMERO(W-INDICE) = W-NUMERO-ACTUAL
               ADD COB-APL-MONTO(W-INDICE) TO W-APLICADO
            END-IF.

       F-SUMO-APLIC-EMBEBIDAS.
            EXIT.

       SUMO-APLIC-DESBORDE.
            MOVE COB-NUMERO TO CDET-COB-NUMERO.
            MOVE 0 TO CDET-RENGLON.
            START COB-DETALLE KEY IS NOT LESS THAN CDET-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DETALLE
              NOT INVALID KEY MOVE "N" TO W-FIN-DETALLE
            END-START.
            PERFORM SUMO-UNA-APLIC-DET THRU F-SUMO-UNA-APLIC-DET
                UNTIL W-FIN-DETALLE = "S".

       F-SUMO-APLIC-DESBORDE.
            EXIT.

       SUMO-UNA-APLIC-DET.
            READ COB-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DETALLE
              NOT AT END
                IF CDET-COB-NUMERO NOT = COB-NUMERO
                   MOVE "S" TO W-FIN-DETALLE
                ELSE
                   IF CDET-FACT-NUMERO = W-NUMERO-ACTUAL
                      ADD CDET-MONTO TO W-APLICADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-APLIC-DET.
            EXIT.

      * GUARDO-APLICACION: las primeras 10 aplicaciones van al OCCURS
      * embebido; de la 11 en adelante cada una es un registro de
      * COB-DETALLE.
       GUARDO-APLICACION.
            IF W-IND-TA NOT > 10
               MOVE W-TA-FACT-NUMERO(W-IND-TA)
                 TO COB-APL-FACT-NUMERO(W-IND-TA)
               MOVE W-TA-MONTO(W-IND-TA) TO COB-APL-MONTO(W-IND-TA)
            ELSE
               MOVE COB-NUMERO TO CDET-COB-NUMERO
               MOVE W-IND-TA TO CDET-RENGLON
               MOVE W-TA-FACT-NUMERO(W-IND-TA) TO CDET-FACT-NUMERO
               MOVE W-TA-MONTO(W-IND-TA) TO CDET-MONTO
               WRITE REG-COB-DETALLE
                 INVALID KEY
                   REWRITE REG-COB-DETALLE
                     INVALID KEY
                       DISPLAY "Error grabando aplicacion "
                               W-IND-TA ": " ST-COB-DETALLE
                               LINE 24 COL 1
                   END-REWRITE
               END-WRITE
            END-IF.

       F-GUARDO-APLICACION.
            EXIT.

       BORRO-DETALLE-COBRANZA.
            MOVE COB-NUMERO TO CDET-COB-NUMERO.
            MOVE 0 TO CDET-RENGLON.
            START COB-DETALLE KEY IS NOT LESS THAN CDET-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DETALLE
              NOT INVALID KEY MOVE "N" TO W-FIN-DETALLE
            END-START.
            PERFORM BORRO-UNA-APLICACION THRU F-BORRO-UNA-APLICACION
                UNTIL W-FIN-DETALLE = "S".

       F-BORRO-DETALLE-COBRANZA.
            EXIT.

       BORRO-UNA-APLICACION.
            READ COB-DETALLE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DETALLE
              NOT AT END
                IF CDET-COB-NUMERO NOT = COB-NUMERO
                   MOVE "S" TO W-FIN-DETALLE
                ELSE
                   DELETE COB-DETALLE RECORD
                END-IF
            END-READ.

       F-BORRO-UNA-APLICACION.
            EXIT.

       APLICO-COBRANZA-A-SALDO.
            MOVE COB-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente del recibo inexistente" LINE 24 COL 1
              NOT INVALID KEY
                SUBTRACT COB-MONTO FROM CLI_SALDO
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE NOT = "00"
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                END-IF
            END-READ.

       F-APLICO-COBRANZA-A-SALDO.
            EXIT.

      * CARGO-CHEQUE: el cheque que trajo el cobrador queda en cartera
      * enlazado al recibo, igual que en ABM-COBRANZAS.
       CARGO-CHEQUE.
            INITIALIZE REG-CHEQUE REPLACING NUMERIC DATA BY ZERO
                                     ALPHANUMERIC DATA BY SPACES.
            DISPLAY "Banco (3)        : " LINE 17 COL 10.
            ACCEPT CHQ-BANCO LINE 17 COL 30 PROMPT.
            DISPLAY "Nro. Cheque      : " LINE 18 COL 10.
            ACCEPT CHQ-NUMERO LINE 18 COL 30 PROMPT.
            DISPLAY "Fecha de pago    : " LINE 19 COL 10
                    "(AAAAMMDD, 0=al dia)" LINE 19 COL 40.
            ACCEPT W-FECHA-CAPTURA LINE 19 COL 30 PROMPT.
            IF W-FECHA-CAPTURA = 0
               MOVE COB-FECHA TO W-FECHA-CAPTURA
            END-IF.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
                  OR W-FECHA-CAPTURA < COB-FECHA
               DISPLAY "Fecha de pago invalida, reingrese"
                       LINE 24 COL 1
               GO TO F-CARGO-CHEQUE
            END-IF.
            MOVE W-FECHA-CAPTURA TO CHQ-FECHA-PAGO.
            MOVE COB-CLI-ID TO CHQ-CLI-ID.
            MOVE COB-NUMERO TO CHQ-COB-NUMERO.
            MOVE COB-MONTO TO CHQ-IMPORTE.
            MOVE COB-FECHA TO CHQ-FECHA-RECIBIDO.
            MOVE 0 TO CHQ-FECHA-DEPOSITO.
            MOVE 0 TO CHQ-BOLETA.
            SET CHQ-EN-CARTERA TO TRUE.
            MOVE W-FECHA-SISTEMA TO CHQ-FECHA-ALTA.
            MOVE W-FECHA-SISTEMA TO CHQ-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHQ-USUARIO-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CHQ-USUARIO-MODIF.
            WRITE REG-CHEQUE
              INVALID KEY
                DISPLAY "Ya existe ese cheque en cartera, reingrese"
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CHQ
                     W-IMG-ALTA ST-CHEQUES REG-CHEQUE W-IMG-GRABADO
                MOVE "S" TO W-CHEQUE-GRABADO
                DISPLAY "Cheque en cartera" LINE 24 COL 1
            END-WRITE.

       F-CARGO-CHEQUE.
            EXIT.

      * CIERRO-RENDICION: con todas las visitas rendidas, lo que el
      * cobrador entrega contra lo declarado visita por visita; la
      * diferencia (entregado menos declarado, negativa = faltante)
      * queda en la cabecera y la hoja pasa a rendida.
       CIERRO-RENDICION.
            PERFORM TOTALIZO-HOJA THRU F-TOTALIZO-HOJA.
            IF W-CANT-PENDIENTES > 0
               DISPLAY "Quedan " W-CANT-PENDIENTES " visitas sin "
                       "rendir, la hoja sigue abierta" LINE 24 COL 1
               GO TO F-CIERRO-RENDICION
            END-IF.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Rendicion de Cobradores - Entrega" LINE 3 COL 23
                    GUIONES LINE 4 COL 1.
            DISPLAY "Cobrador " W-COBRADOR " " W-NOMBRE-COBRADOR
                    " hoja del " W-FECHA-HOJA LINE 05 COL 10.
            MOVE W-DECL-EFECTIVO TO MONTO-ZZ.
            DISPLAY "Efectivo declarado    : " MONTO-ZZ
                    LINE 07 COL 10.
            MOVE W-DECL-CHEQUES TO MONTO-ZZ.
            DISPLAY "Cheques declarados    : " MONTO-ZZ " ("
                    W-DECL-CANT-CHEQUES ")" LINE 08 COL 10.
            DISPLAY "Efectivo entregado    : " LINE 10 COL 10.
            ACCEPT W-ENTR-EFECTIVO LINE 10 COL 35 PROMPT.
            DISPLAY "Cantidad de cheques   : " LINE 11 COL 10.
            ACCEPT W-ENTR-CANT-CHEQUES LINE 11 COL 35 PROMPT.
            DISPLAY "Importe de cheques    : " LINE 12 COL 10.
            ACCEPT W-ENTR-CHEQUES LINE 12 COL 35 PROMPT.
            COMPUTE W-DIF-EFECTIVO = W-ENTR-EFECTIVO - W-DECL-EFECTIVO.
            COMPUTE W-DIF-CHEQUES = W-ENTR-CHEQUES - W-DECL-CHEQUES.
            MOVE W-DIF-EFECTIVO TO MONTO-ZZ.
            EVALUATE TRUE
               WHEN W-DIF-EFECTIVO < 0
                  DISPLAY "FALTANTE DE EFECTIVO : " MONTO-ZZ
                          LINE 14 COL 10
               WHEN W-DIF-EFECTIVO > 0
                  DISPLAY "Sobrante de efectivo : " MONTO-ZZ
                          LINE 14 COL 10
               WHEN OTHER
                  DISPLAY "Efectivo sin diferencias" LINE 14 COL 10
            END-EVALUATE.
            MOVE W-DIF-CHEQUES TO MONTO-ZZ.
            IF W-DIF-CHEQUES NOT = 0
                  OR W-ENTR-CANT-CHEQUES NOT = W-DECL-CANT-CHEQUES
               DISPLAY "DIFERENCIA EN CHEQUES: " MONTO-ZZ " ("
                       W-ENTR-CANT-CHEQUES " entregados de "
                       W-DECL-CANT-CHEQUES ")" LINE 15 COL 10
            ELSE
               DISPLAY "Cheques sin diferencias" LINE 15 COL 10
            END-IF.
            PERFORM GRABO-CABECERA-RENDIDA
               THRU F-GRABO-CABECERA-RENDIDA.
            DISPLAY "Recibos devueltos en blanco: " W-CANT-DEVUELTOS
                    "   Recibos faltantes: " W-CANT-FALTANTES
                    LINE 17 COL 10.
            MOVE 17 TO W-LINEA-PANT.
            PERFORM LISTO-RECIBO-NOVEDAD THRU F-LISTO-RECIBO-NOVEDAD
                VARYING W-IND-CONTROL FROM 1 BY 1
                    UNTIL W-IND-CONTROL > W-CANT-RENGLONES.

       F-CIERRO-RENDICION.
            EXIT.

       TOTALIZO-HOJA.
            MOVE 0 TO W-CANT-PENDIENTES W-DECL-EFECTIVO
                      W-DECL-CANT-CHEQUES W-DECL-CHEQUES
                      W-CANT-DEVUELTOS W-CANT-FALTANTES.
            PERFORM SUMO-UN-RENGLON THRU F-SUMO-UN-RENGLON
                VARYING W-IND-CONTROL FROM 1 BY 1
                    UNTIL W-IND-CONTROL > W-CANT-RENGLONES.

       F-TOTALIZO-HOJA.
            EXIT.

       SUMO-UN-RENGLON.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-IND-CONTROL TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                GO TO F-SUMO-UN-RENGLON
            END-READ.
            IF HR-PENDIENTE
               ADD 1 TO W-CANT-PENDIENTES
            END-IF.
            IF HR-COBRADO
               IF HR-FORMA-PAGO = "CHEQUE"
                  ADD 1 TO W-DECL-CANT-CHEQUES
                  ADD HR-COBRADO-IMPORTE TO W-DECL-CHEQUES
               ELSE
                  ADD HR-COBRADO-IMPORTE TO W-DECL-EFECTIVO
               END-IF
            END-IF.
            IF HR-ASIGNADO-DEVUELTO
               ADD 1 TO W-CANT-DEVUELTOS
            END-IF.
            IF HR-ASIGNADO-FALTANTE
               ADD 1 TO W-CANT-FALTANTES
            END-IF.

       F-SUMO-UN-RENGLON.
            EXIT.

       GRABO-CABECERA-RENDIDA.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE 0 TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                DISPLAY "Error releyendo la cabecera de la hoja: "
                        ST-HOJAS LINE 24 COL 1
                GO TO F-GRABO-CABECERA-RENDIDA
            END-READ.
            MOVE W-ENTR-EFECTIVO TO HRC-EFECTIVO-ENTREGADO.
            MOVE W-ENTR-CANT-CHEQUES TO HRC-CHEQUES-ENTREGADOS.
            MOVE W-ENTR-CHEQUES TO HRC-IMPORTE-CHEQUES.
            COMPUTE HRC-DIFERENCIA = W-DIF-EFECTIVO + W-DIF-CHEQUES.
            SET HRC-RENDIDA TO TRUE.
            MOVE W-FECHA-SISTEMA TO HR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO HR-USUARIO-MODIF.
            REWRITE REG-HOJA-RUTA
              INVALID KEY
                DISPLAY "Error grabando la cabecera de la hoja: "
                        ST-HOJAS LINE 24 COL 1
              NOT INVALID KEY
                IF HRC-DIFERENCIA NOT = 0
                   MOVE HRC-DIFERENCIA TO MONTO-ZZ
                   DISPLAY "HOJA RENDIDA CON DIFERENCIA: " MONTO-ZZ
                           LINE 24 COL 1
                ELSE
                   DISPLAY "Hoja rendida sin diferencias"
                           LINE 24 COL 1
                END-IF
            END-REWRITE.

       F-GRABO-CABECERA-RENDIDA.
            EXIT.

      * LISTO-RECIBO-NOVEDAD: los recibos devueltos en blanco y los
      * faltantes, hasta donde da la pantalla; el detalle completo
      * queda en la hoja.
       LISTO-RECIBO-NOVEDAD.
            IF W-LINEA-PANT > 21
               GO TO F-LISTO-RECIBO-NOVEDAD
            END-IF.
            MOVE W-COBRADOR TO HR-COBRADOR.
            MOVE W-FECHA-HOJA TO HR-FECHA.
            MOVE W-IND-CONTROL TO HR-RENGLON.
            READ HOJAS-RUTA KEY IS HR-CLAVE
              INVALID KEY
                GO TO F-LISTO-RECIBO-NOVEDAD
            END-READ.
            IF HR-ASIGNADO-DEVUELTO OR HR-ASIGNADO-FALTANTE
               ADD 1 TO W-LINEA-PANT
               IF W-LINEA-PANT > 21
                  DISPLAY "... (mas recibos en la hoja de ruta)"
                          LINE W-LINEA-PANT COL 10
               ELSE
                  IF HR-ASIGNADO-DEVUELTO
                     DISPLAY "Recibo " HR-RECIBO " devuelto en "
                             "blanco" LINE W-LINEA-PANT COL 10
                  ELSE
                     DISPLAY "Recibo " HR-RECIBO " FALTANTE - "
                             "cliente " HR-CLI-ID
                             LINE W-LINEA-PANT COL 10
                  END-IF
               END-IF
            END-IF.

       F-LISTO-RECIBO-NOVEDAD.
            EXIT.

      * CONTROLO-DIA-CERRADO: la fecha de la hoja contra
      * CIERRES-CAJA; un dia ya cerrado exige la firma en el momento
      * de un supervisor (perfil "S"), como el resto de los
      * overrides.
       CONTROLO-DIA-CERRADO.
            MOVE "S" TO W-CAJA-AUTORIZADA.
            MOVE COB-FECHA TO CAJA-FECHA.
            READ CIERRES-CAJA KEY IS CAJA-FECHA
              INVALID KEY
                MOVE "N" TO W-DIA-CERRADO
              NOT INVALID KEY
                MOVE "S" TO W-DIA-CERRADO
            END-READ.
            IF W-DIA-CERRADO = "S"
               MOVE "N" TO W-CAJA-AUTORIZADA
               DISPLAY "El dia " COB-FECHA " ya esta cerrado, firma "
                       "de supervisor" LINE 24 COL 1
               DISPLAY "Supervisor: " LINE 20 COL 10
               ACCEPT W-SUPER-ID LINE 20 COL 23 PROMPT
               DISPLAY "Clave     : " LINE 21 COL 10
               ACCEPT W-SUPER-CLAVE LINE 21 COL 23 PROMPT
               PERFORM VALIDO-FIRMA-CAJA THRU F-VALIDO-FIRMA-CAJA
                   VARYING W-INDICE-OPER FROM 1 BY 1
                       UNTIL W-INDICE-OPER > W-CANT-OPERADORES
                          OR W-CAJA-AUTORIZADA = "S"
            END-IF.

       F-CONTROLO-DIA-CERRADO.
            EXIT.

       VALIDO-FIRMA-CAJA.
            IF OPER-ID(W-INDICE-OPER) = W-SUPER-ID
                  AND OPER-CLAVE(W-INDICE-OPER) = W-SUPER-CLAVE
                  AND OPER-ACTIVO(W-INDICE-OPER)
                  AND OPER-PERFIL(W-INDICE-OPER) = "S"
               MOVE "S" TO W-CAJA-AUTORIZADA
            END-IF.

       F-VALIDO-FIRMA-CAJA.
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

       END PROGRAM "RENDICION-COBRADORES".
