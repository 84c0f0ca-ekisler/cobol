      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Reclamos (disputas) de facturas. Hasta
      *          ahora un reclamo solo dejaba un GC-DISPUTA en
      *          GESTION-COBRANZAS: la factura seguia envejeciendo, la
      *          mora la seguia recargando y cobranzas seguia
      *          llamando por ella. Este programa abre el reclamo por
      *          numero de factura (motivo precio, cantidad,
      *          mercaderia danada o no recibida; importe en disputa,
      *          por defecto el total; responsable interno), lo
      *          resuelve vinculando la nota de credito emitida
      *          contra esa factura o lo cierra asentando el rechazo,
      *          y lo consulta. Mientras esta abierto, el importe en
      *          disputa no cuenta para RECARGOS-POR-MORA,
      *          GENERACION-COLA-COBRANZAS ni los controles de limite
      *          de credito; el envejecimiento de los abiertos sale
      *          en REPORTE-DISPUTAS.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-DISPUTAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/disputas.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/disputas.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-DISPUTAS        PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
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

       01 W-FACT-NUMERO      PIC 9(9).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-DISPUTA-EXISTE   VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FACT-TOTAL       PIC S9(7)V9(2).
       01 W-NC-NUMERO        PIC 9(9).
       01 W-DISPUTA-OK       PIC X.
       01 W-MOTIVO-DESC      PIC X(20).

       01 MONTO-ZZ           PIC ---------9,99.

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
                    "Reclamos de Facturas - Firma de Operador"
                        LINE 3 COL 18
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
            OPEN I-O DISPUTAS.
            IF ST-DISPUTAS > "07"
               DISPLAY "Error abriendo Disputas: " ST-DISPUTAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
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
            CLOSE DISPUTAS.
            CLOSE CLIENTES.
            CLOSE FACTURA.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Reclamos de Facturas" LINE 3 COL 30
                    GUIONES LINE 4 COL 1
                    "A=Alta R=Resuelve con NC X=Rechaza C=Consulta  "
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 50.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               DISPLAY "Nro. Factura: " LINE 7 COL 10
               ACCEPT W-FACT-NUMERO LINE 7 COL 25 PROMPT
               MOVE W-FACT-NUMERO TO DIS-FACT-NUMERO
               READ DISPUTAS KEY IS DIS-FACT-NUMERO
                 INVALID KEY
                   MOVE "N" TO W-EXISTE
                 NOT INVALID KEY
                   MOVE "S" TO W-EXISTE
               END-READ
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-DISPUTA THRU F-ALTA-DISPUTA
                  WHEN "R"
                     PERFORM RESUELVE-DISPUTA THRU F-RESUELVE-DISPUTA
                  WHEN "X"
                     PERFORM RECHAZA-DISPUTA THRU F-RECHAZA-DISPUTA
                  WHEN "C"
                     PERFORM CONSULTA-DISPUTA THRU F-CONSULTA-DISPUTA
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

      * ALTA-DISPUTA: un reclamo por factura. Solo sobre facturas
      * activas (no notas de credito ni anuladas); el importe en
      * disputa no puede pasar el total del comprobante y, en cero,
      * se toma el total. El responsable por defecto es quien abre.
       ALTA-DISPUTA.
            IF W-DISPUTA-EXISTE
               DISPLAY "La factura ya tiene reclamo (estado "
                       DIS-ESTADO ")" LINE 24 COL 1
               GO TO F-ALTA-DISPUTA
            END-IF.
            MOVE W-FACT-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                DISPLAY "Factura inexistente" LINE 24 COL 1
                GO TO F-ALTA-DISPUTA
            END-READ.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
               DISPLAY "Solo se reclaman facturas activas"
                       LINE 24 COL 1
               GO TO F-ALTA-DISPUTA
            END-IF.
            MOVE FACT-TOTAL TO W-FACT-TOTAL.
            INITIALIZE REG-DISPUTA REPLACING NUMERIC DATA BY ZERO
                                   ALPHANUMERIC DATA BY SPACES.
            MOVE W-FACT-NUMERO TO DIS-FACT-NUMERO.
            MOVE FACT-CLI-ID TO DIS-CLI-ID.
            IF FACT-EMPRESA IS NUMERIC AND FACT-EMPRESA NOT = 0
               MOVE FACT-EMPRESA TO DIS-EMPRESA
            ELSE
               MOVE 1 TO DIS-EMPRESA
            END-IF.
            MOVE FACT-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            MOVE W-FACT-TOTAL TO MONTO-ZZ.
            DISPLAY "Cliente : " DIS-CLI-ID SPACE CLI_NOMBRE(1:40)
                    LINE 09 COL 10.
            DISPLAY "Total   : " MONTO-ZZ "  del " FACT-FECHA
                    LINE 10 COL 10.
            PERFORM PIDO-MOTIVO THRU F-PIDO-MOTIVO
                UNTIL DIS-MOTIVO-VALIDO.
            DISPLAY "Importe en disputa (0=total): " LINE 13 COL 10.
            ACCEPT DIS-IMPORTE LINE 13 COL 41 PROMPT.
            IF DIS-IMPORTE NOT > 0 OR DIS-IMPORTE > W-FACT-TOTAL
               MOVE W-FACT-TOTAL TO DIS-IMPORTE
            END-IF.
            MOVE W-OPERADOR-ACTUAL TO DIS-RESPONSABLE.
            DISPLAY "Responsable: " LINE 14 COL 10.
            ACCEPT DIS-RESPONSABLE LINE 14 COL 24 PROMPT.
            IF DIS-RESPONSABLE = SPACES
               MOVE W-OPERADOR-ACTUAL TO DIS-RESPONSABLE
            END-IF.
            DISPLAY "Observaciones: " LINE 15 COL 10.
            ACCEPT DIS-OBSERVACIONES LINE 16 COL 10 PROMPT.
            SET DIS-ABIERTA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO DIS-FECHA-APERTURA.
            MOVE W-OPERADOR-ACTUAL TO DIS-USUARIO-ALTA.
            WRITE REG-DISPUTA
              INVALID KEY
                DISPLAY "Error grabando reclamo: " ST-DISPUTAS
                        LINE 24 COL 1
              NOT INVALID KEY
                MOVE DIS-IMPORTE TO MONTO-ZZ
                DISPLAY "Reclamo abierto por " MONTO-ZZ
                        LINE 24 COL 1
            END-WRITE.

       F-ALTA-DISPUTA.
            EXIT.

       PIDO-MOTIVO.
            DISPLAY "Motivo (P=Precio C=Cantidad D=Danada "
                    "N=No recibida): " LINE 12 COL 10.
            ACCEPT DIS-MOTIVO LINE 12 COL 64 PROMPT.
            MOVE FUNCTION UPPER-CASE(DIS-MOTIVO) TO DIS-MOTIVO.
            IF NOT DIS-MOTIVO-VALIDO
               DISPLAY "Motivo invalido" LINE 24 COL 1
            END-IF.

       F-PIDO-MOTIVO.
            EXIT.

      * RESUELVE-DISPUTA: el reclamo se cierra con la nota de credito
      * que se emitio por el; tiene que ser una NC activa emitida
      * contra esta misma factura (FACT-NUMERO-ORIGEN), asi el
      * vinculo no queda en el aire.
       RESUELVE-DISPUTA.
            PERFORM CONTROLO-ABIERTA THRU F-CONTROLO-ABIERTA.
            IF W-DISPUTA-OK NOT = "S"
               GO TO F-RESUELVE-DISPUTA
            END-IF.
            DISPLAY "Nota de credito: " LINE 12 COL 10.
            ACCEPT W-NC-NUMERO LINE 12 COL 28 PROMPT.
            MOVE W-NC-NUMERO TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                DISPLAY "Nota de credito inexistente" LINE 24 COL 1
                GO TO F-RESUELVE-DISPUTA
            END-READ.
            IF NOT FACT-TIPO-NOTA-CREDITO OR NOT FACT-ACTIVA
               DISPLAY "El comprobante no es una NC activa"
                       LINE 24 COL 1
               GO TO F-RESUELVE-DISPUTA
            END-IF.
            IF FACT-NUMERO-ORIGEN NOT = DIS-FACT-NUMERO
               DISPLAY "La NC no fue emitida contra la factura "
                       DIS-FACT-NUMERO LINE 24 COL 1
               GO TO F-RESUELVE-DISPUTA
            END-IF.
            MOVE W-NC-NUMERO TO DIS-NC-NUMERO.
            SET DIS-RESUELTA-NC TO TRUE.
            PERFORM CIERRO-DISPUTA THRU F-CIERRO-DISPUTA.

       F-RESUELVE-DISPUTA.
            EXIT.

      * RECHAZA-DISPUTA: el reclamo no procede; el motivo del rechazo
      * pisa las observaciones y la factura vuelve a la mora normal
      * con su importe completo.
       RECHAZA-DISPUTA.
            PERFORM CONTROLO-ABIERTA THRU F-CONTROLO-ABIERTA.
            IF W-DISPUTA-OK NOT = "S"
               GO TO F-RECHAZA-DISPUTA
            END-IF.
            DISPLAY "Motivo del rechazo: " LINE 12 COL 10.
            ACCEPT DIS-OBSERVACIONES LINE 13 COL 10 PROMPT.
            IF DIS-OBSERVACIONES = SPACES
               DISPLAY "Sin motivo no se rechaza" LINE 24 COL 1
               GO TO F-RECHAZA-DISPUTA
            END-IF.
            MOVE 0 TO DIS-NC-NUMERO.
            SET DIS-RECHAZADA TO TRUE.
            PERFORM CIERRO-DISPUTA THRU F-CIERRO-DISPUTA.

       F-RECHAZA-DISPUTA.
            EXIT.

      * CONTROLO-ABIERTA: solo se cierra un reclamo existente y
      * abierto; deja W-DISPUTA-OK en "N" si no corresponde.
       CONTROLO-ABIERTA.
            MOVE "S" TO W-DISPUTA-OK.
            IF NOT W-DISPUTA-EXISTE
               DISPLAY "Reclamo inexistente" LINE 24 COL 1
               MOVE "N" TO W-DISPUTA-OK
               GO TO F-CONTROLO-ABIERTA
            END-IF.
            IF NOT DIS-ABIERTA
               DISPLAY "El reclamo ya esta cerrado (estado "
                       DIS-ESTADO ")" LINE 24 COL 1
               MOVE "N" TO W-DISPUTA-OK
               GO TO F-CONTROLO-ABIERTA
            END-IF.
            PERFORM MUESTRO-DISPUTA THRU F-MUESTRO-DISPUTA.

       F-CONTROLO-ABIERTA.
            EXIT.

       CIERRO-DISPUTA.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO DIS-FECHA-RESOLUCION.
            MOVE W-OPERADOR-ACTUAL TO DIS-USUARIO-RESOLUCION.
            REWRITE REG-DISPUTA
              INVALID KEY
                DISPLAY "Error grabando reclamo: " ST-DISPUTAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Reclamo cerrado (" DIS-ESTADO ")"
                        LINE 24 COL 1
            END-REWRITE.

       F-CIERRO-DISPUTA.
            EXIT.

       CONSULTA-DISPUTA.
            IF NOT W-DISPUTA-EXISTE
               DISPLAY "Reclamo inexistente" LINE 24 COL 1
               GO TO F-CONSULTA-DISPUTA
            END-IF.
            PERFORM MUESTRO-DISPUTA THRU F-MUESTRO-DISPUTA.
            DISPLAY "Estado : " DIS-ESTADO "  cerrado "
                    DIS-FECHA-RESOLUCION " por "
                    DIS-USUARIO-RESOLUCION LINE 14 COL 10.
            IF DIS-RESUELTA-NC
               DISPLAY "NC     : " DIS-NC-NUMERO LINE 15 COL 10
            END-IF.
            DISPLAY DIS-OBSERVACIONES LINE 16 COL 10.

       F-CONSULTA-DISPUTA.
            EXIT.

       MUESTRO-DISPUTA.
            EVALUATE TRUE
               WHEN DIS-MOTIVO-PRECIO
                  MOVE "PRECIO" TO W-MOTIVO-DESC
               WHEN DIS-MOTIVO-CANTIDAD
                  MOVE "CANTIDAD" TO W-MOTIVO-DESC
               WHEN DIS-MOTIVO-DANADA
                  MOVE "MERCADERIA DANADA" TO W-MOTIVO-DESC
               WHEN DIS-MOTIVO-NO-RECIBIDA
                  MOVE "NO RECIBIDA" TO W-MOTIVO-DESC
               WHEN OTHER
                  MOVE SPACES TO W-MOTIVO-DESC
            END-EVALUATE.
            MOVE DIS-IMPORTE TO MONTO-ZZ.
            DISPLAY "Cliente: " DIS-CLI-ID "  Motivo: "
                    W-MOTIVO-DESC LINE 09 COL 10.
            DISPLAY "Importe: " MONTO-ZZ "  Responsable: "
                    DIS-RESPONSABLE LINE 10 COL 10.
            DISPLAY "Abierto: " DIS-FECHA-APERTURA " por "
                    DIS-USUARIO-ALTA LINE 11 COL 10.

       F-MUESTRO-DISPUTA.
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

       END PROGRAM "ABM-DISPUTAS".
