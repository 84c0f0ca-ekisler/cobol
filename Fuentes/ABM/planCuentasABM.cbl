      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. del Plan de Cuentas. Los asientos del cierre
      *          llevaban el codigo y el nombre de la cuenta escritos
      *          en el programa, sin maestro contra el cual validarlos
      *          ni forma de mayorizarlos. Este programa mantiene el
      *          plan (codigo, nombre, tipo, imputable, estado) que
      *          consultan todos los procesos que graban asientos,
      *          MAYORIZACION-ASIENTOS y los reportes contables. Una
      *          cuenta no se borra: la baja la deja inactiva, sin
      *          asientos nuevos, y conserva su historia en el mayor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-PLAN-CUENTAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/planCuentas.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/planCuentas.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.

       01 ST-PLAN-CUENTAS    PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-PC-CODIGO        PIC X(10).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CUENTA-EXISTE VALUE "S".
       01 W-DATOS-OK         PIC X.
       01 W-FECHA-HOY        PIC 9(8).

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
                    "A.B.M. Plan de Cuentas - Firma de Operador"
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
            OPEN I-O PLAN-CUENTAS.
            IF ST-PLAN-CUENTAS > "07"
               DISPLAY "Error abriendo Plan de Cuentas: "
                       ST-PLAN-CUENTAS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PLAN-CUENTAS.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Plan de Cuentas" LINE 3 COL 29
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja C=Consulta  PF3=Salir"
                        LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               DISPLAY "Cuenta: " LINE 7 COL 10
               ACCEPT W-PC-CODIGO LINE 7 COL 20 PROMPT
               MOVE W-PC-CODIGO TO PC-CODIGO
               READ PLAN-CUENTAS KEY IS PC-CODIGO
                 INVALID KEY
                   MOVE "N" TO W-EXISTE
                 NOT INVALID KEY
                   MOVE "S" TO W-EXISTE
               END-READ
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-CUENTA THRU F-ALTA-CUENTA
                  WHEN "M"
                     PERFORM MODIFICA-CUENTA THRU F-MODIFICA-CUENTA
                  WHEN "B"
                     PERFORM BAJA-CUENTA THRU F-BAJA-CUENTA
                  WHEN "C"
                     PERFORM CONSULTA-CUENTA THRU F-CONSULTA-CUENTA
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

       ALTA-CUENTA.
            IF W-CUENTA-EXISTE
               DISPLAY "La cuenta ya existe, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-CUENTA
            END-IF.
            IF W-PC-CODIGO = SPACES
               DISPLAY "Codigo de cuenta en blanco" LINE 24 COL 1
               GO TO F-ALTA-CUENTA
            END-IF.
            INITIALIZE REG-PLAN-CUENTAS.
            MOVE W-PC-CODIGO TO PC-CODIGO.
            PERFORM PIDO-DATOS-CUENTA THRU F-PIDO-DATOS-CUENTA.
            IF W-DATOS-OK NOT = "S"
               GO TO F-ALTA-CUENTA
            END-IF.
            SET PC-ACTIVA TO TRUE.
            MOVE W-FECHA-HOY TO PC-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO PC-USUARIO-ALTA.
            WRITE REG-PLAN-CUENTAS
              INVALID KEY
                DISPLAY "Error grabando cuenta: " ST-PLAN-CUENTAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Cuenta dada de alta" LINE 24 COL 1
            END-WRITE.

       F-ALTA-CUENTA.
            EXIT.

       MODIFICA-CUENTA.
            IF NOT W-CUENTA-EXISTE
               DISPLAY "Cuenta inexistente" LINE 24 COL 1
               GO TO F-MODIFICA-CUENTA
            END-IF.
            PERFORM MUESTRO-CUENTA.
            PERFORM PIDO-DATOS-CUENTA THRU F-PIDO-DATOS-CUENTA.
            IF W-DATOS-OK NOT = "S"
               GO TO F-MODIFICA-CUENTA
            END-IF.
            MOVE W-FECHA-HOY TO PC-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO PC-USUARIO-MODIF.
            REWRITE REG-PLAN-CUENTAS
              INVALID KEY
                DISPLAY "Error modificando cuenta: " ST-PLAN-CUENTAS
                        LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-CUENTA.
            EXIT.

      * PIDO-DATOS-CUENTA: nombre, tipo e imputable, comunes al alta
      * y a la modificacion. Un tipo fuera de A/P/N/I/E o un imputable
      * distinto de S/N no se graba.
       PIDO-DATOS-CUENTA.
            MOVE "N" TO W-DATOS-OK.
            DISPLAY "Nombre       : " LINE 09 COL 10
                    "Tipo         : " LINE 10 COL 10
                    "A=Activo P=Pasivo N=Patrim. I=Ingreso E=Egreso"
                        LINE 10 COL 30
                    "Imputable S/N: " LINE 11 COL 10.
            ACCEPT PC-NOMBRE LINE 09 COL 26 PROMPT.
            ACCEPT PC-TIPO LINE 10 COL 26 PROMPT.
            MOVE FUNCTION UPPER-CASE(PC-TIPO) TO PC-TIPO.
            IF NOT PC-TIPO-VALIDO
               DISPLAY "Tipo de cuenta invalido" LINE 24 COL 1
               GO TO F-PIDO-DATOS-CUENTA
            END-IF.
            ACCEPT PC-IMPUTABLE LINE 11 COL 26 PROMPT.
            MOVE FUNCTION UPPER-CASE(PC-IMPUTABLE) TO PC-IMPUTABLE.
            IF PC-IMPUTABLE NOT = "S" AND PC-IMPUTABLE NOT = "N"
               DISPLAY "Imputable debe ser S o N" LINE 24 COL 1
               GO TO F-PIDO-DATOS-CUENTA
            END-IF.
            MOVE "S" TO W-DATOS-OK.

       F-PIDO-DATOS-CUENTA.
            EXIT.

       BAJA-CUENTA.
            IF NOT W-CUENTA-EXISTE
               DISPLAY "Cuenta inexistente" LINE 24 COL 1
            ELSE
               SET PC-INACTIVA TO TRUE
               MOVE W-FECHA-HOY TO PC-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO PC-USUARIO-MODIF
               REWRITE REG-PLAN-CUENTAS
                 INVALID KEY
                   DISPLAY "Error dando de baja cuenta: "
                           ST-PLAN-CUENTAS LINE 24 COL 1
                 NOT INVALID KEY
                   DISPLAY "Cuenta inactivada" LINE 24 COL 1
               END-REWRITE
            END-IF.

       F-BAJA-CUENTA.
            EXIT.

       CONSULTA-CUENTA.
            IF W-CUENTA-EXISTE
               PERFORM MUESTRO-CUENTA
            ELSE
               DISPLAY "Cuenta inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-CUENTA.
            EXIT.

       MUESTRO-CUENTA.
            DISPLAY PC-NOMBRE LINE 09 COL 26
                    PC-TIPO LINE 10 COL 26
                    PC-IMPUTABLE LINE 11 COL 26
                    "Estado       : " LINE 12 COL 10
                    PC-ESTADO LINE 12 COL 26
                    "Alta         : " LINE 13 COL 10
                    PC-FECHA-ALTA LINE 13 COL 26
                    PC-USUARIO-ALTA LINE 13 COL 36.

       END PROGRAM "ABM-PLAN-CUENTAS".
