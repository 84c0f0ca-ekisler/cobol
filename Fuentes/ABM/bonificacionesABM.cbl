      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Bonificaciones por Volumen. Mantiene el
      *          acuerdo anual de cada cliente distribuidor (o de su
      *          grupo CLI_PADRE): periodo y hasta 5 tramos de compras
      *          netas con su porcentaje de bonificacion. El alta, la
      *          modificacion y la baja son politica comercial y
      *          quedan para el supervisor, igual que los precios de
      *          contrato. Ademas es donde finanzas revisa la prueba
      *          que deja LIQUIDACION-BONIFICACIONES: lista las
      *          liquidaciones pendientes (L) y aprueba o rechaza cada
      *          una (P, permiso BV de la matriz); solo una liquidacion
      *          aprobada sale como nota de credito en la corrida de
      *          emision.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-BONIFICACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/bonificacionesVolumen.sel".
              COPY "./sel/liquidacionesBonificacion.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/bonificacionesVolumen.fd".
              COPY "./fd/liquidacionesBonificacion.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-BONIFICACIONES  PIC XX.
       01 ST-LIQ-BONIF       PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-CLI-ID           PIC 9(7).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-ACUERDO-EXISTE VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-INDICE-TRAMO     PIC 9.
       01 W-LINEA-TRAMO      PIC 99.
       01 W-TRAMOS-OK        PIC X.
       01 W-DATOS-OK         PIC X.
       01 IMPORTE-ZZ         PIC ---.---.---.--9,99.
       01 PORC-ZZ            PIC Z9,99.

       01 W-COD-PERMISO      PIC X(2) VALUE "BV".
       01 W-PERMITIDO        PIC X.

      * Listado de pendientes: una pantalla por vez.
       01 W-FIN-LISTA        PIC X.
       01 W-LINEA-PANT       PIC 99.
       01 W-LIQ-HASTA        PIC 9(8).

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
                    "Bonificaciones por Volumen - Firma de Operador"
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
            OPEN I-O BONIFICACIONES-VOLUMEN.
            IF ST-BONIFICACIONES > "07"
               DISPLAY "Error abriendo Bonificaciones: "
                       ST-BONIFICACIONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O LIQUIDACIONES-BONIFICACION.
            IF ST-LIQ-BONIF > "07"
               DISPLAY "Error abriendo Liquidaciones: " ST-LIQ-BONIF
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
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
            CLOSE BONIFICACIONES-VOLUMEN.
            CLOSE LIQUIDACIONES-BONIFICACION.
            CLOSE CLIENTES.
            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Bonificaciones por Volumen" LINE 3 COL 27
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja C=Consulta "
                        LINE 23 COL 1
                    "L=Liquidaciones pendientes P=Aprobar  PF3=Salir"
                        LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               EVALUATE X
                  WHEN "A"
                  WHEN "M"
                  WHEN "B"
                  WHEN "C"
                     PERFORM TRANSACCION-ACUERDO
                        THRU F-TRANSACCION-ACUERDO
                  WHEN "L"
                     PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
                  WHEN "P"
                     PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
                     IF W-PERMITIDO = "S"
                        PERFORM APRUEBO-LIQUIDACION
                           THRU F-APRUEBO-LIQUIDACION
                     END-IF
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

      * TRANSACCION-ACUERDO: alta, modificacion y baja son del
      * supervisor; la consulta es libre.
       TRANSACCION-ACUERDO.
            IF X NOT = "C" AND W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "Solo el supervisor mantiene acuerdos de "
                       "bonificacion" LINE 24 COL 1
               GO TO F-TRANSACCION-ACUERDO
            END-IF.
            DISPLAY "Cliente : " LINE 7 COL 10.
            ACCEPT W-CLI-ID LINE 7 COL 21 PROMPT.
            MOVE W-CLI-ID TO BVO-CLI-ID.
            READ BONIFICACIONES-VOLUMEN KEY IS BVO-CLI-ID
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            EVALUATE X
               WHEN "A"
                  PERFORM ALTA-ACUERDO THRU F-ALTA-ACUERDO
               WHEN "M"
                  PERFORM MODIFICA-ACUERDO THRU F-MODIFICA-ACUERDO
               WHEN "B"
                  PERFORM BAJA-ACUERDO THRU F-BAJA-ACUERDO
               WHEN "C"
                  PERFORM CONSULTA-ACUERDO THRU F-CONSULTA-ACUERDO
            END-EVALUATE.

       F-TRANSACCION-ACUERDO.
            EXIT.

       ALTA-ACUERDO.
            IF W-ACUERDO-EXISTE
               DISPLAY "El acuerdo ya existe, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-ACUERDO
            END-IF.
            MOVE W-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente inexistente" LINE 24 COL 1
                GO TO F-ALTA-ACUERDO
            END-READ.
            DISPLAY CLI_NOMBRE(1:40) LINE 7 COL 30.
            INITIALIZE REG-BONIFICACION-VOLUMEN
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-CLI-ID TO BVO-CLI-ID.
            PERFORM PIDO-DATOS-ACUERDO THRU F-PIDO-DATOS-ACUERDO.
            IF W-DATOS-OK NOT = "S"
               GO TO F-ALTA-ACUERDO
            END-IF.
            SET BVO-ACTIVO TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO BVO-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO BVO-USUARIO-MODIF.
            WRITE REG-BONIFICACION-VOLUMEN
              INVALID KEY
                DISPLAY "Error grabando acuerdo: " ST-BONIFICACIONES
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Acuerdo grabado" LINE 24 COL 1
            END-WRITE.

       F-ALTA-ACUERDO.
            EXIT.

      * PIDO-DATOS-ACUERDO: alcance C/G, periodo y tramos. Los
      * tramos tienen que venir en orden creciente de minimo; si no,
      * el acuerdo no se graba.
       PIDO-DATOS-ACUERDO.
            MOVE "N" TO W-DATOS-OK.
            DISPLAY "Alcance (C=Cliente G=Grupo): " LINE 09 COL 10.
            ACCEPT BVO-ALCANCE LINE 09 COL 40 PROMPT.
            MOVE FUNCTION UPPER-CASE(BVO-ALCANCE) TO BVO-ALCANCE.
            IF NOT BVO-POR-GRUPO
               SET BVO-POR-CLIENTE TO TRUE
            END-IF.
            DISPLAY "Periodo desde (AAAAMMDD): " LINE 10 COL 10.
            ACCEPT BVO-DESDE LINE 10 COL 40 PROMPT.
            DISPLAY "Periodo hasta (AAAAMMDD): " LINE 11 COL 10.
            ACCEPT BVO-HASTA LINE 11 COL 40 PROMPT.
            IF BVO-HASTA < BVO-DESDE
               DISPLAY "El periodo termina antes de empezar"
                       LINE 24 COL 1
               GO TO F-PIDO-DATOS-ACUERDO
            END-IF.
            DISPLAY "Cantidad de tramos (1-5): " LINE 12 COL 10.
            ACCEPT BVO-CANT-TRAMOS LINE 12 COL 40 PROMPT.
            IF BVO-CANT-TRAMOS < 1 OR BVO-CANT-TRAMOS > 5
               DISPLAY "Cantidad de tramos invalida" LINE 24 COL 1
               GO TO F-PIDO-DATOS-ACUERDO
            END-IF.
            DISPLAY "Compras minimas     %" LINE 13 COL 14.
            PERFORM PIDO-UN-TRAMO THRU F-PIDO-UN-TRAMO
                VARYING W-INDICE-TRAMO FROM 1 BY 1
                    UNTIL W-INDICE-TRAMO > BVO-CANT-TRAMOS.
            MOVE "S" TO W-TRAMOS-OK.
            PERFORM CONTROLO-UN-TRAMO THRU F-CONTROLO-UN-TRAMO
                VARYING W-INDICE-TRAMO FROM 2 BY 1
                    UNTIL W-INDICE-TRAMO > BVO-CANT-TRAMOS.
            IF W-TRAMOS-OK NOT = "S"
               DISPLAY "Los tramos deben ir en orden creciente"
                       LINE 24 COL 1
               GO TO F-PIDO-DATOS-ACUERDO
            END-IF.
            MOVE "S" TO W-DATOS-OK.

       F-PIDO-DATOS-ACUERDO.
            EXIT.

       PIDO-UN-TRAMO.
            COMPUTE W-LINEA-TRAMO = 13 + W-INDICE-TRAMO.
            DISPLAY W-INDICE-TRAMO LINE W-LINEA-TRAMO COL 10.
            ACCEPT BVO-TRAMO-MINIMO(W-INDICE-TRAMO)
                   LINE W-LINEA-TRAMO COL 14 PROMPT.
            ACCEPT BVO-TRAMO-PORC(W-INDICE-TRAMO)
                   LINE W-LINEA-TRAMO COL 33 PROMPT.

       F-PIDO-UN-TRAMO.
            EXIT.

       CONTROLO-UN-TRAMO.
            IF BVO-TRAMO-MINIMO(W-INDICE-TRAMO) NOT >
                  BVO-TRAMO-MINIMO(W-INDICE-TRAMO - 1)
               MOVE "N" TO W-TRAMOS-OK
            END-IF.

       F-CONTROLO-UN-TRAMO.
            EXIT.

       MODIFICA-ACUERDO.
            IF NOT W-ACUERDO-EXISTE
               DISPLAY "Acuerdo inexistente" LINE 24 COL 1
               GO TO F-MODIFICA-ACUERDO
            END-IF.
            PERFORM MUESTRO-ACUERDO THRU F-MUESTRO-ACUERDO.
            PERFORM PIDO-DATOS-ACUERDO THRU F-PIDO-DATOS-ACUERDO.
            IF W-DATOS-OK NOT = "S"
               GO TO F-MODIFICA-ACUERDO
            END-IF.
            SET BVO-ACTIVO TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO BVO-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO BVO-USUARIO-MODIF.
            REWRITE REG-BONIFICACION-VOLUMEN
              INVALID KEY
                DISPLAY "Error modificando acuerdo: "
                        ST-BONIFICACIONES LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Acuerdo modificado" LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-ACUERDO.
            EXIT.

      * BAJA-ACUERDO: baja logica -- el acuerdo sigue siendo la
      * referencia de las liquidaciones ya emitidas.
       BAJA-ACUERDO.
            IF NOT W-ACUERDO-EXISTE
               DISPLAY "Acuerdo inexistente" LINE 24 COL 1
               GO TO F-BAJA-ACUERDO
            END-IF.
            SET BVO-INACTIVO TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO BVO-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO BVO-USUARIO-MODIF.
            REWRITE REG-BONIFICACION-VOLUMEN
              INVALID KEY
                DISPLAY "Error dando de baja el acuerdo: "
                        ST-BONIFICACIONES LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Acuerdo dado de baja" LINE 24 COL 1
            END-REWRITE.

       F-BAJA-ACUERDO.
            EXIT.

       CONSULTA-ACUERDO.
            IF W-ACUERDO-EXISTE
               PERFORM MUESTRO-ACUERDO THRU F-MUESTRO-ACUERDO
            ELSE
               DISPLAY "Acuerdo inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-ACUERDO.
            EXIT.

       MUESTRO-ACUERDO.
            DISPLAY BVO-ALCANCE LINE 09 COL 40
                    BVO-DESDE LINE 10 COL 40
                    BVO-HASTA LINE 11 COL 40
                    BVO-CANT-TRAMOS LINE 12 COL 40
                    "Compras minimas     %" LINE 13 COL 14.
            IF BVO-INACTIVO
               DISPLAY "(dado de baja)" LINE 09 COL 50
            END-IF.
            IF BVO-ULT-LIQUIDADO NOT = 0
               DISPLAY "Liquidado hasta " LINE 11 COL 50
                       BVO-ULT-LIQUIDADO LINE 11 COL 66
            END-IF.
            PERFORM MUESTRO-UN-TRAMO THRU F-MUESTRO-UN-TRAMO
                VARYING W-INDICE-TRAMO FROM 1 BY 1
                    UNTIL W-INDICE-TRAMO > BVO-CANT-TRAMOS.

       F-MUESTRO-ACUERDO.
            EXIT.

       MUESTRO-UN-TRAMO.
            COMPUTE W-LINEA-TRAMO = 13 + W-INDICE-TRAMO.
            MOVE BVO-TRAMO-MINIMO(W-INDICE-TRAMO) TO IMPORTE-ZZ.
            MOVE BVO-TRAMO-PORC(W-INDICE-TRAMO) TO PORC-ZZ.
            DISPLAY W-INDICE-TRAMO LINE W-LINEA-TRAMO COL 10
                    IMPORTE-ZZ LINE W-LINEA-TRAMO COL 12
                    PORC-ZZ LINE W-LINEA-TRAMO COL 33.

       F-MUESTRO-UN-TRAMO.
            EXIT.

      * CONTROLO-PERMISO: aprobar una liquidacion autoriza una nota
      * de credito; sin el permiso BV el intento queda en
      * RECHAZOS-ABM.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "P" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "APROBACION DE BONIFICACION SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * LISTO-PENDIENTES: liquidaciones pendientes de aprobacion,
      * en orden de cliente, de a una pantalla.
       LISTO-PENDIENTES.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "CLIENTE HASTA    AL    COMPRAS NETAS    "
                    "T  PORC.         IMPORTE" LINE 5 COL 1.
            MOVE 6 TO W-LINEA-PANT.
            MOVE "N" TO W-FIN-LISTA.
            MOVE LOW-VALUES TO LBO-CLAVE.
            START LIQUIDACIONES-BONIFICACION
                  KEY IS NOT LESS THAN LBO-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-LISTA
            END-START.
            PERFORM LISTO-UNA-LIQUIDACION THRU F-LISTO-UNA-LIQUIDACION
                UNTIL W-FIN-LISTA = "S".

       F-LISTO-PENDIENTES.
            EXIT.

       LISTO-UNA-LIQUIDACION.
            READ LIQUIDACIONES-BONIFICACION NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LISTA
                GO TO F-LISTO-UNA-LIQUIDACION
            END-READ.
            IF NOT LBO-PENDIENTE
               GO TO F-LISTO-UNA-LIQUIDACION
            END-IF.
            IF W-LINEA-PANT > 21
               DISPLAY "Enter=sigue  F=fin" LINE 23 COL 50
               ACCEPT X LINE 23 COL 70
               IF X = "F" OR X = "f"
                  MOVE "S" TO W-FIN-LISTA
                  GO TO F-LISTO-UNA-LIQUIDACION
               END-IF
               DISPLAY " " LINE 6 COL 1 ERASE EOS
               MOVE 6 TO W-LINEA-PANT
            END-IF.
            DISPLAY LBO-CLI-ID LINE W-LINEA-PANT COL 1
                    LBO-HASTA LINE W-LINEA-PANT COL 9
                    LBO-ALCANCE LINE W-LINEA-PANT COL 19.
            MOVE LBO-COMPRAS-NETAS TO IMPORTE-ZZ.
            DISPLAY IMPORTE-ZZ LINE W-LINEA-PANT COL 21.
            MOVE LBO-PORCENTAJE TO PORC-ZZ.
            DISPLAY LBO-TRAMO LINE W-LINEA-PANT COL 42
                    PORC-ZZ LINE W-LINEA-PANT COL 44.
            MOVE LBO-IMPORTE TO IMPORTE-ZZ.
            DISPLAY IMPORTE-ZZ LINE W-LINEA-PANT COL 50.
            ADD 1 TO W-LINEA-PANT.

       F-LISTO-UNA-LIQUIDACION.
            EXIT.

      * APRUEBO-LIQUIDACION: finanzas aprueba o rechaza la
      * liquidacion pendiente tal como la calculo la prueba; el
      * importe no se corrige aca -- si esta mal se corrige el
      * acuerdo y se vuelve a correr la prueba.
       APRUEBO-LIQUIDACION.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Cliente            : " LINE 07 COL 10.
            ACCEPT W-CLI-ID LINE 07 COL 32 PROMPT.
            DISPLAY "Fin de periodo     : " LINE 08 COL 10.
            ACCEPT W-LIQ-HASTA LINE 08 COL 32 PROMPT.
            MOVE W-CLI-ID TO LBO-CLI-ID.
            MOVE W-LIQ-HASTA TO LBO-HASTA.
            READ LIQUIDACIONES-BONIFICACION KEY IS LBO-CLAVE
              INVALID KEY
                DISPLAY "Liquidacion inexistente" LINE 24 COL 1
                GO TO F-APRUEBO-LIQUIDACION
            END-READ.
            IF NOT LBO-PENDIENTE
               DISPLAY "La liquidacion no esta pendiente ("
                       LBO-ESTADO ")" LINE 24 COL 1
               GO TO F-APRUEBO-LIQUIDACION
            END-IF.
            DISPLAY "Periodo            : " LINE 10 COL 10
                    LBO-DESDE LINE 10 COL 32 " al " LINE 10 COL 40
                    LBO-HASTA LINE 10 COL 44.
            MOVE LBO-COMPRAS-NETAS TO IMPORTE-ZZ.
            DISPLAY "Compras netas      : " LINE 11 COL 10
                    IMPORTE-ZZ LINE 11 COL 32.
            MOVE LBO-PORCENTAJE TO PORC-ZZ.
            DISPLAY "Tramo / porcentaje : " LINE 12 COL 10
                    LBO-TRAMO LINE 12 COL 32
                    PORC-ZZ LINE 12 COL 35.
            MOVE LBO-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Bonificacion       : " LINE 13 COL 10
                    IMPORTE-ZZ LINE 13 COL 32.
            DISPLAY "Factura de origen  : " LINE 14 COL 10
                    LBO-FACT-ORIGEN LINE 14 COL 32.
            DISPLAY "Decision (A=Aprueba R=Rechaza): " LINE 16 COL 10.
            ACCEPT X LINE 16 COL 43 PROMPT.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            EVALUATE X
               WHEN "A"
                  SET LBO-APROBADA TO TRUE
               WHEN "R"
                  SET LBO-RECHAZADA TO TRUE
               WHEN OTHER
                  DISPLAY "Decision invalida" LINE 24 COL 1
                  GO TO F-APRUEBO-LIQUIDACION
            END-EVALUATE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO LBO-FECHA-APROBACION.
            MOVE W-OPERADOR-ACTUAL TO LBO-USUARIO-APROBACION.
            REWRITE REG-LIQUIDACION-BONIF
              INVALID KEY
                DISPLAY "Error grabando decision: " ST-LIQ-BONIF
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Decision grabada" LINE 24 COL 1
            END-REWRITE.

       F-APRUEBO-LIQUIDACION.
            EXIT.

       END PROGRAM "ABM-BONIFICACIONES".
