      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Registro de respuestas de la circularizacion de
      *          saldos. Sobre la muestra que arma
      *          CIRCULARIZACION-SALDOS, por ejercicio y cliente se
      *          asienta lo que el auditor recibio: conforme,
      *          disconforme (con el saldo que informa el cliente y
      *          la diferencia contra el nuestro) o sin respuesta.
      *          Las diferencias se concilian en
      *          REPORTE-CIRCULARIZACION.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CIRCULARIZACION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/circularizacion.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/circularizacion.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-CIRCULARIZACION PIC XX.
       01 ST-FILE            PIC XX.
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

       01 W-EJERCICIO        PIC 9(4).
       01 W-CLI-ID           PIC 9(7).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CIRC-EXISTE      VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-RESPUESTA        PIC X.
          88 W-RESP-CONFORME       VALUE "C".
          88 W-RESP-DISCONFORME    VALUE "D".
          88 W-RESP-SIN-RESPUESTA  VALUE "N".
          88 W-RESPUESTA-VALIDA    VALUE "C" "D" "N".
       01 W-SALDO-CLIENTE    PIC S9(9)V9(2).
       01 W-SELECCION-DESC   PIC X(10).

       01 MONTO-ZZ           PIC ----------9,99.

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
                    "Circularizacion - Firma de Operador"
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
            OPEN I-O CIRCULARIZACION.
            IF ST-CIRCULARIZACION > "07"
               DISPLAY "Error abriendo Circularizacion: "
                       ST-CIRCULARIZACION LINE 24 COL 1
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
            CLOSE CIRCULARIZACION.
            CLOSE CLIENTES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Circularizacion de Saldos" LINE 3 COL 28
                    GUIONES LINE 4 COL 1
                    "R=Registra respuesta C=Consulta  "
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 50.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               DISPLAY "Ejercicio: " LINE 7 COL 10
               ACCEPT W-EJERCICIO LINE 7 COL 22 PROMPT
               DISPLAY "Cliente  : " LINE 8 COL 10
               ACCEPT W-CLI-ID LINE 8 COL 22 PROMPT
               MOVE W-EJERCICIO TO CIR-EJERCICIO
               MOVE W-CLI-ID TO CIR-CLI-ID
               MOVE "N" TO W-EXISTE
               IF W-CLI-ID NOT = 0
                  READ CIRCULARIZACION KEY IS CIR-CLAVE
                    INVALID KEY
                      MOVE "N" TO W-EXISTE
                    NOT INVALID KEY
                      MOVE "S" TO W-EXISTE
                  END-READ
               END-IF
               EVALUATE X
                  WHEN "R"
                     PERFORM REGISTRO-RESPUESTA
                        THRU F-REGISTRO-RESPUESTA
                  WHEN "C"
                     PERFORM CONSULTA-CIRCULARIZADO
                        THRU F-CONSULTA-CIRCULARIZADO
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

      * REGISTRO-RESPUESTA: C = el cliente confirma nuestro saldo;
      * D = informa otro saldo, que se guarda junto con la
      * diferencia (nuestro menos el suyo) para el reporte de
      * diferencias; N = cerrado el plazo sin respuesta. Una
      * respuesta se puede corregir mientras dure la revision; queda
      * quien y cuando la modifico.
       REGISTRO-RESPUESTA.
            IF NOT W-CIRC-EXISTE
               DISPLAY "El cliente no esta en la muestra del ejercicio"
                       LINE 24 COL 1
               GO TO F-REGISTRO-RESPUESTA
            END-IF.
            PERFORM MUESTRO-CIRCULARIZADO
               THRU F-MUESTRO-CIRCULARIZADO.
            MOVE SPACE TO W-RESPUESTA.
            PERFORM PIDO-RESPUESTA THRU F-PIDO-RESPUESTA
                UNTIL W-RESPUESTA-VALIDA.
            EVALUATE TRUE
               WHEN W-RESP-CONFORME
                  SET CIR-CONFORME TO TRUE
                  MOVE CIR-SALDO TO CIR-SALDO-CLIENTE
                  MOVE 0 TO CIR-DIFERENCIA
               WHEN W-RESP-DISCONFORME
                  DISPLAY "Saldo informado por el cliente: "
                          LINE 15 COL 10
                  ACCEPT W-SALDO-CLIENTE LINE 15 COL 43 PROMPT
                  IF W-SALDO-CLIENTE = CIR-SALDO
                     DISPLAY "El saldo coincide: se registra conforme"
                             LINE 23 COL 1
                     SET CIR-CONFORME TO TRUE
                  ELSE
                     SET CIR-DISCONFORME TO TRUE
                  END-IF
                  MOVE W-SALDO-CLIENTE TO CIR-SALDO-CLIENTE
                  COMPUTE CIR-DIFERENCIA = CIR-SALDO - W-SALDO-CLIENTE
               WHEN W-RESP-SIN-RESPUESTA
                  SET CIR-SIN-RESPUESTA TO TRUE
                  MOVE 0 TO CIR-SALDO-CLIENTE
                  MOVE 0 TO CIR-DIFERENCIA
            END-EVALUATE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CIR-FECHA-RESPUESTA.
            DISPLAY "Observaciones: " LINE 16 COL 10.
            ACCEPT CIR-OBSERVACIONES LINE 17 COL 10 PROMPT.
            MOVE W-FECHA-SISTEMA TO CIR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CIR-USUARIO-MODIF.
            REWRITE REG-CIRCULARIZACION
              INVALID KEY
                DISPLAY "Error grabando respuesta: "
                        ST-CIRCULARIZACION LINE 24 COL 1
              NOT INVALID KEY
                MOVE CIR-DIFERENCIA TO MONTO-ZZ
                DISPLAY "Respuesta registrada (" CIR-ESTADO
                        ") diferencia " MONTO-ZZ LINE 24 COL 1
            END-REWRITE.

       F-REGISTRO-RESPUESTA.
            EXIT.

       PIDO-RESPUESTA.
            DISPLAY "Respuesta (C=Conforme D=Disconforme "
                    "N=Sin respuesta): " LINE 14 COL 10.
            ACCEPT W-RESPUESTA LINE 14 COL 65 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-RESPUESTA) TO W-RESPUESTA.
            IF NOT W-RESPUESTA-VALIDA
               DISPLAY "Respuesta invalida" LINE 24 COL 1
            END-IF.

       F-PIDO-RESPUESTA.
            EXIT.

       CONSULTA-CIRCULARIZADO.
            IF NOT W-CIRC-EXISTE
               DISPLAY "El cliente no esta en la muestra del ejercicio"
                       LINE 24 COL 1
               GO TO F-CONSULTA-CIRCULARIZADO
            END-IF.
            PERFORM MUESTRO-CIRCULARIZADO
               THRU F-MUESTRO-CIRCULARIZADO.
            IF NOT CIR-PENDIENTE
               MOVE CIR-SALDO-CLIENTE TO MONTO-ZZ
               DISPLAY "Respuesta: " CIR-ESTADO " del "
                       CIR-FECHA-RESPUESTA " saldo cliente "
                       MONTO-ZZ LINE 14 COL 10
               MOVE CIR-DIFERENCIA TO MONTO-ZZ
               DISPLAY "Diferencia: " MONTO-ZZ "  por "
                       CIR-USUARIO-MODIF LINE 15 COL 10
               DISPLAY CIR-OBSERVACIONES LINE 16 COL 10
            END-IF.

       F-CONSULTA-CIRCULARIZADO.
            EXIT.

       MUESTRO-CIRCULARIZADO.
            MOVE CIR-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE SPACES TO CLI_NOMBRE
            END-READ.
            IF CIR-POR-MONTO
               MOVE "POR MONTO" TO W-SELECCION-DESC
            ELSE
               MOVE "AL AZAR" TO W-SELECCION-DESC
            END-IF.
            MOVE CIR-SALDO TO MONTO-ZZ.
            DISPLAY "Cliente: " CIR-CLI-ID SPACE CLI_NOMBRE(1:40)
                    LINE 10 COL 10.
            DISPLAY "Saldo al " CIR-FECHA-CORTE ": " MONTO-ZZ
                    SPACE CIR-MONEDA "  (" W-SELECCION-DESC ")"
                    LINE 11 COL 10.
            DISPLAY "Estado : " CIR-ESTADO LINE 12 COL 10.

       F-MUESTRO-CIRCULARIZADO.
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

       END PROGRAM "ABM-CIRCULARIZACION".
