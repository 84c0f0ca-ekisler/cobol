      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Conformidad de entrega de los remitos despachados por
      *          PLANIFICACION-DESPACHOS. Cuando el transporte devuelve
      *          los remitos firmados por el cliente, el operador los
      *          conforma de a uno o recorriendo la hoja de carga:
      *          entregado (fecha de entrega, por defecto hoy, no
      *          anterior al despacho ni posterior a hoy, y nombre de
      *          quien recibio) o vuelto sin entregar, que lo deja
      *          listo para salir en la proxima planificacion. Un
      *          remito entregado no se vuelve a conformar. Todo el
      *          programa va con la transaccion EN de la matriz de
      *          permisos; el intento sin permiso queda en
      *          RECHAZOS-ABM.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-ENTREGAS-REMITOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/despachosRemitos.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/despachosRemitos.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-DESPACHOS       PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-COD-PERMISO      PIC X(2) VALUE "EN".
       01 W-PERMITIDO        PIC X.

      * Remito o hoja en conformidad.
       01 W-REM-NUMERO       PIC 9(9).
       01 W-HOJA             PIC 9(7).
       01 W-FIN-HOJA         PIC X.
       01 W-CORTO-HOJA       PIC X.
       01 W-CANT-EN-HOJA     PIC 9(4).
       01 W-CANT-CONFORMADOS PIC 9(4).
       01 W-RESULTADO        PIC X.
          88 W-RES-ENTREGADO       VALUE "E" "e".
          88 W-RES-VUELTO          VALUE "V" "v".
          88 W-RES-SALTEAR         VALUE "S" "s".
       01 W-RECIBIO          PIC X(30).

       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

       01 BULTOS-ZZ          PIC ZZ.ZZ9.
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

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
                  PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
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
                    "Entrega de Remitos - Firma de Operador"
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
            OPEN I-O DESPACHOS-REMITOS.
            IF ST-DESPACHOS > "07"
               DISPLAY "Error abriendo Despachos: " ST-DESPACHOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN INPUT CLIENTES.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE DESPACHOS-REMITOS.
            CLOSE CLIENTES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-PERMISO: la conformidad es lo que cierra el reclamo
      * por mercaderia no recibida; sin la transaccion EN no se entra
      * al programa.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "E" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "CONFORMIDAD DE ENTREGAS SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
               ACCEPT X LINE 24 COL 60
               MOVE "S" TO FIN
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

       PROCESO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Conformidad de Entrega de Remitos"
                        LINE 3 COL 23
                    GUIONES LINE 4 COL 1
                    "Operador: " LINE 5 COL 10 W-OPERADOR-ACTUAL
                    "1 - Conformar un remito" LINE 8 COL 10
                    "2 - Conformar una hoja de carga" LINE 10 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            EVALUATE X
               WHEN "1"
                  PERFORM CONFORMO-REMITO THRU F-CONFORMO-REMITO
               WHEN "2"
                  PERFORM CONFORMO-HOJA THRU F-CONFORMO-HOJA
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.

       F-PROCESO.
            EXIT.

       CONFORMO-REMITO.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Remito: " LINE 6 COL 5.
            MOVE 0 TO W-REM-NUMERO.
            ACCEPT W-REM-NUMERO LINE 6 COL 13 PROMPT.
            IF PF-SALIR OR W-REM-NUMERO = 0
               GO TO F-CONFORMO-REMITO
            END-IF.
            MOVE W-REM-NUMERO TO DSP-REM-NUMERO.
            READ DESPACHOS-REMITOS KEY IS DSP-REM-NUMERO
              INVALID KEY
                DISPLAY "El remito no fue despachado" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-CONFORMO-REMITO
            END-READ.
            IF NOT DSP-DESPACHADO
               PERFORM MUESTRO-CONFORMADO THRU F-MUESTRO-CONFORMADO
               GO TO F-CONFORMO-REMITO
            END-IF.
            PERFORM CONFORMO-DESPACHO THRU F-CONFORMO-DESPACHO.

       F-CONFORMO-REMITO.
            EXIT.

      * CONFORMO-HOJA: recorre la hoja de carga por la clave alterna
      * y ofrece cada remito todavia en D; S lo saltea (vuelve mas
      * tarde) y PF3 corta el recorrido.
       CONFORMO-HOJA.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Hoja de carga: " LINE 6 COL 5.
            MOVE 0 TO W-HOJA.
            ACCEPT W-HOJA LINE 6 COL 20 PROMPT.
            IF PF-SALIR OR W-HOJA = 0
               GO TO F-CONFORMO-HOJA
            END-IF.
            MOVE W-HOJA TO DSP-HOJA.
            START DESPACHOS-REMITOS KEY IS NOT LESS THAN DSP-HOJA
              INVALID KEY MOVE "S" TO W-FIN-HOJA
              NOT INVALID KEY MOVE "N" TO W-FIN-HOJA
            END-START.
            MOVE "N" TO W-CORTO-HOJA.
            MOVE 0 TO W-CANT-EN-HOJA.
            MOVE 0 TO W-CANT-CONFORMADOS.
            PERFORM OFREZCO-UN-REMITO THRU F-OFREZCO-UN-REMITO
                UNTIL W-FIN-HOJA = "S" OR W-CORTO-HOJA = "S".
            IF W-CANT-EN-HOJA = 0
               DISPLAY "La hoja no tiene remitos por conformar"
                       LINE 24 COL 1
            ELSE
               DISPLAY "Remitos conformados: " LINE 24 COL 1
                       W-CANT-CONFORMADOS LINE 24 COL 22
                       " de " LINE 24 COL 26
                       W-CANT-EN-HOJA LINE 24 COL 30
            END-IF.
            ACCEPT X LINE 24 COL 60.

       F-CONFORMO-HOJA.
            EXIT.

       OFREZCO-UN-REMITO.
            READ DESPACHOS-REMITOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-HOJA
                GO TO F-OFREZCO-UN-REMITO
            END-READ.
            IF DSP-HOJA NOT = W-HOJA
               MOVE "S" TO W-FIN-HOJA
               GO TO F-OFREZCO-UN-REMITO
            END-IF.
            IF NOT DSP-DESPACHADO
               GO TO F-OFREZCO-UN-REMITO
            END-IF.
            ADD 1 TO W-CANT-EN-HOJA.
            PERFORM CONFORMO-DESPACHO THRU F-CONFORMO-DESPACHO.
            IF PF-SALIR
               MOVE "S" TO W-CORTO-HOJA
            END-IF.

       F-OFREZCO-UN-REMITO.
            EXIT.

      * CONFORMO-DESPACHO: el registro de DESPACHOS-REMITOS ya esta
      * leido y en D.
       CONFORMO-DESPACHO.
            PERFORM MUESTRO-DESPACHO THRU F-MUESTRO-DESPACHO.
            DISPLAY "E=Entregado V=Vuelto sin entregar S=Saltear: "
                    LINE 16 COL 5.
            MOVE SPACE TO W-RESULTADO.
            ACCEPT W-RESULTADO LINE 16 COL 51 PROMPT.
            IF PF-SALIR OR W-RES-SALTEAR
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            IF W-RES-VUELTO
               SET DSP-VUELTO TO TRUE
               PERFORM REGRABO-DESPACHO THRU F-REGRABO-DESPACHO
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            IF NOT W-RES-ENTREGADO
               DISPLAY "Respuesta invalida, el remito queda sin "
                       "conformar" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            DISPLAY "Fecha de entrega (0=hoy): " LINE 18 COL 5
                    "Recibio                 : " LINE 19 COL 5.
            MOVE 0 TO W-FECHA-CAPTURA.
            ACCEPT W-FECHA-CAPTURA LINE 18 COL 32 PROMPT.
            IF PF-SALIR
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            IF W-FECHA-CAPTURA = 0
               MOVE W-FECHA-SISTEMA TO W-FECHA-CAPTURA
            END-IF.
            CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                 W-FECHA-VALIDA.
            IF W-FECHA-VALIDA NOT = "S" OR FC-MES > 12
                  OR W-FECHA-CAPTURA < DSP-FECHA
                  OR W-FECHA-CAPTURA > W-FECHA-SISTEMA
               DISPLAY "Fecha invalida: entre el despacho y hoy"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            MOVE SPACES TO W-RECIBIO.
            ACCEPT W-RECIBIO LINE 19 COL 32 PROMPT.
            IF PF-SALIR
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            IF W-RECIBIO = SPACES
               DISPLAY "Falta quien recibio, el remito queda sin "
                       "conformar" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CONFORMO-DESPACHO
            END-IF.
            SET DSP-ENTREGADO TO TRUE.
            MOVE W-FECHA-CAPTURA TO DSP-FECHA-ENTREGA.
            MOVE FUNCTION UPPER-CASE(W-RECIBIO) TO DSP-RECIBIO.
            PERFORM REGRABO-DESPACHO THRU F-REGRABO-DESPACHO.

       F-CONFORMO-DESPACHO.
            EXIT.

       REGRABO-DESPACHO.
            MOVE W-FECHA-SISTEMA TO DSP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO DSP-USUARIO-MODIF.
            REWRITE REG-DESPACHO
              INVALID KEY
                DISPLAY "Error grabando el despacho: " ST-DESPACHOS
                        LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
              NOT INVALID KEY
                ADD 1 TO W-CANT-CONFORMADOS
            END-REWRITE.

       F-REGRABO-DESPACHO.
            EXIT.

       MUESTRO-DESPACHO.
            DISPLAY " " LINE 7 COL 1 ERASE EOS.
            MOVE DSP-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE CLI_DIRECCION
            END-READ.
            MOVE DSP-BULTOS TO BULTOS-ZZ.
            MOVE DSP-VALOR-DECLARADO TO MONTO-ZZ.
            DISPLAY "Remito    : " LINE 8 COL 5
                    DSP-REM-NUMERO LINE 8 COL 17
                    "Hoja " LINE 8 COL 30 DSP-HOJA LINE 8 COL 35
                    "Despacho  : " LINE 9 COL 5
                    DSP-FECHA LINE 9 COL 17
                    "Transporte " LINE 9 COL 30
                    DSP-TRANSPORTE LINE 9 COL 41
                    "Zona " LINE 9 COL 48 DSP-ZONA LINE 9 COL 53
                    "Cliente   : " LINE 10 COL 5
                    DSP-CLI-ID LINE 10 COL 17
                    CLI_NOMBRE(1:40) LINE 10 COL 26
                    "Direccion : " LINE 11 COL 5
                    CLI_DIRECCION(1:60) LINE 11 COL 17
                    "Bultos    : " LINE 12 COL 5
                    BULTOS-ZZ LINE 12 COL 17
                    "Valor declarado: " LINE 12 COL 30
                    MONTO-ZZ LINE 12 COL 47.

       F-MUESTRO-DESPACHO.
            EXIT.

       MUESTRO-CONFORMADO.
            PERFORM MUESTRO-DESPACHO THRU F-MUESTRO-DESPACHO.
            IF DSP-ENTREGADO
               DISPLAY "Ya entregado el " LINE 14 COL 5
                       DSP-FECHA-ENTREGA LINE 14 COL 21
                       ", recibio " LINE 14 COL 29
                       DSP-RECIBIO LINE 14 COL 39
            ELSE
               DISPLAY "Volvio sin entregar; sale en la proxima "
                       "planificacion" LINE 14 COL 5
            END-IF.
            ACCEPT X LINE 24 COL 60.

       F-MUESTRO-CONFORMADO.
            EXIT.

       END PROGRAM "ABM-ENTREGAS-REMITOS".
