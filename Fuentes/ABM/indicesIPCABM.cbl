      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Indices IPC. Finanzas carga cada mes el
      *          nivel del indice de precios al consumidor publicado;
      *          los reportes de ventas lo usan, a pedido, para
      *          reexpresar VH-TOTAL y CLI_TOTAL a pesos constantes de
      *          un mes base (REEXPRESO-IPC), porque en pesos nominales
      *          toda la cartera "crece" al ritmo de la inflacion. Un
      *          indice ya cargado cambia todos los reportes
      *          reexpresados hacia atras, asi que corregirlo lo hace
      *          solo el supervisor. Los meses no se borran.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-INDICES-IPC".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/indicesIPC.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/indicesIPC.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.

       01 ST-IPC             PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO      PIC 9(4).
          05 W-PER-MES       PIC 9(2).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-INDICE-EXISTE VALUE "S".
       01 W-INDICE           PIC 9(7)V9(4).
       01 W-FECHA-HOY        PIC 9(8).
       01 INDICE-ZZ          PIC Z(6)9,9999.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

       01 ST-OPERADORES      PIC XX.
       01 W-FIN-OPERADORES   PIC X VALUE "N".
      * W-TABLA-RESET: la tabla embebida se pisa recien al leer el
      * PRIMER registro del archivo, igual que en el resto de los
      * ABMs con firma.
       01 W-TABLA-RESET      PIC X VALUE "N".

      * TABLA-OPERADORES: los mismos operadores habilitados que
      * fuente04.cbl -- los VALUE son el defensivo si operadores.dat
      * no existe; LEO-OPERADORES los reemplaza con el archivo, una
      * sola lista mantenida para todo el sistema.
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
      * W-OPERADOR-SUPERVISOR: perfil del operador firmado ("S" si es
      * supervisor), capturado en VALIDO-FIRMA -- las transacciones
      * reservadas se gatean por perfil, no por un Id reservado.
       01 W-OPERADOR-SUPERVISOR PIC X VALUE SPACE.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD
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

      * LEO-OPERADORES: cuando operadores.dat existe y trae al menos
      * un registro, su contenido REEMPLAZA la tabla embebida de
      * operadores (hasta 10); sin archivo de control, o con el
      * archivo vacio, quedan los VALUE de compilacion, el mismo
      * criterio de default que la tabla de limites de credito.
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
                    "A.B.M. Indices IPC - Firma de Operador"
                        LINE 3 COL 21
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
            OPEN I-O INDICES-IPC.
            IF ST-IPC > "07"
               DISPLAY "Error abriendo Indices IPC: " ST-IPC
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE INDICES-IPC.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Indices IPC" LINE 3 COL 31
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica C=Consulta  PF3=Salir"
                        LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               DISPLAY "Periodo (AAAAMM): " LINE 7 COL 10
               ACCEPT W-PERIODO LINE 7 COL 29 PROMPT
               MOVE W-PERIODO TO IPC-PERIODO
               READ INDICES-IPC KEY IS IPC-PERIODO
                 INVALID KEY
                   MOVE "N" TO W-EXISTE
                 NOT INVALID KEY
                   MOVE "S" TO W-EXISTE
               END-READ
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-INDICE THRU F-ALTA-INDICE
                  WHEN "M"
                     PERFORM MODIFICA-INDICE THRU F-MODIFICA-INDICE
                  WHEN "C"
                     PERFORM CONSULTA-INDICE THRU F-CONSULTA-INDICE
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

       ALTA-INDICE.
            IF W-INDICE-EXISTE
               DISPLAY "El periodo ya tiene indice, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-INDICE
            END-IF.
            IF W-PERIODO NOT NUMERIC OR W-PER-ANIO < 1900
                  OR W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY "Periodo invalido" LINE 24 COL 1
               GO TO F-ALTA-INDICE
            END-IF.
            PERFORM PIDO-INDICE THRU F-PIDO-INDICE.
            IF W-INDICE = 0
               GO TO F-ALTA-INDICE
            END-IF.
            INITIALIZE REG-INDICE-IPC.
            MOVE W-PERIODO TO IPC-PERIODO.
            MOVE W-INDICE TO IPC-INDICE.
            MOVE W-FECHA-HOY TO IPC-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO IPC-USUARIO-ALTA.
            WRITE REG-INDICE-IPC
              INVALID KEY
                DISPLAY "Error grabando indice: " ST-IPC
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Indice dado de alta" LINE 24 COL 1
            END-WRITE.

       F-ALTA-INDICE.
            EXIT.

      * MODIFICA-INDICE: corregir un mes ya cargado reexpresa distinto
      * todo lo listado antes; queda en manos del supervisor, con
      * fecha y usuario de la correccion en el registro.
       MODIFICA-INDICE.
            IF NOT W-INDICE-EXISTE
               DISPLAY "Periodo sin indice, use Alta" LINE 24 COL 1
               GO TO F-MODIFICA-INDICE
            END-IF.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "Corregir un indice requiere supervisor"
                       LINE 24 COL 1
               GO TO F-MODIFICA-INDICE
            END-IF.
            PERFORM MUESTRO-INDICE.
            PERFORM PIDO-INDICE THRU F-PIDO-INDICE.
            IF W-INDICE = 0
               GO TO F-MODIFICA-INDICE
            END-IF.
            MOVE W-INDICE TO IPC-INDICE.
            MOVE W-FECHA-HOY TO IPC-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO IPC-USUARIO-MODIF.
            REWRITE REG-INDICE-IPC
              INVALID KEY
                DISPLAY "Error modificando indice: " ST-IPC
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Indice corregido" LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-INDICE.
            EXIT.

       PIDO-INDICE.
            DISPLAY "Indice nuevo : " LINE 09 COL 10.
            ACCEPT W-INDICE LINE 09 COL 26 PROMPT.
            IF W-INDICE = 0
               DISPLAY "El indice no puede ser cero" LINE 24 COL 1
            END-IF.

       F-PIDO-INDICE.
            EXIT.

       CONSULTA-INDICE.
            IF W-INDICE-EXISTE
               PERFORM MUESTRO-INDICE
            ELSE
               DISPLAY "Periodo sin indice" LINE 24 COL 1
            END-IF.

       F-CONSULTA-INDICE.
            EXIT.

       MUESTRO-INDICE.
            MOVE IPC-INDICE TO INDICE-ZZ.
            DISPLAY "Indice       : " LINE 11 COL 10
                    INDICE-ZZ LINE 11 COL 26
                    "Alta         : " LINE 12 COL 10
                    IPC-FECHA-ALTA LINE 12 COL 26
                    IPC-USUARIO-ALTA LINE 12 COL 36
                    "Modificacion : " LINE 13 COL 10
                    IPC-FECHA-MODIF LINE 13 COL 26
                    IPC-USUARIO-MODIF LINE 13 COL 36.

       END PROGRAM "ABM-INDICES-IPC".
