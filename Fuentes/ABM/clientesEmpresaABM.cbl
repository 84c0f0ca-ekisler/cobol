      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Clientes por Empresa. El maestro de clientes
      *          es uno para todas las razones sociales y CLI_SALDO es
      *          lo que el cliente le debe al grupo; lo que debe en
      *          cada empresa que no es la principal, y el limite de
      *          credito que esa empresa le da, viven en
      *          CLIENTES-EMPRESA. ABM-FACTURAS y ABM-COBRANZAS mueven
      *          el saldo; este programa mantiene el limite (solo el
      *          supervisor, con constancia en HISTORIAL-CLIENTES como
      *          cualquier cambio de limite) y consulta la posicion
      *          del cliente empresa por empresa. El limite en la
      *          principal sigue siendo CLI_LIMITE_CREDITO, que se
      *          mantiene en INICIO. Limite en cero = sin control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CLIENTES-EMPRESA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/clientesEmpresa.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/clientesEmpresa.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-CLI-EMPRESA     PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-CLI-ID           PIC 9(7).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-REGISTRO-EXISTE VALUE "S".
       01 W-FECHA-HOY        PIC 9(8).

      * Empresa del renglon (BUSCO-EMPRESA): la 01 no tiene registro,
      * su limite es CLI_LIMITE_CREDITO.
       01 W-EMPRESA          PIC 9(2).
       01 W-EMPRESA-NOMBRE   PIC X(40).
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2).
       01 W-EMPRESA-VALIDA   PIC X.

       01 W-LIMITE-ANTES     PIC 9(9)V9(2).
       01 W-LIMITE-NUEVO     PIC 9(9)V9(2).
       01 W-SALDO-OTRAS      PIC S9(11)V9(2).
       01 W-SALDO-PRINCIPAL  PIC S9(11)V9(2).
       01 W-FIN-EMPRESAS     PIC X.
       01 W-LINEA-PANT       PIC 99.

       01 IMPORTE-ZZ         PIC -----------9,99.
       01 LIMITE-ZZ          PIC -----------9,99.

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
                    "A.B.M. Clientes por Empresa - Firma de Operador"
                        LINE 3 COL 16
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
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CLIENTES-EMPRESA.
            IF ST-CLI-EMPRESA > "07"
               DISPLAY "Error abriendo Clientes Empresa: "
                       ST-CLI-EMPRESA LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND HISTORIAL-CLIENTES.
            IF ST-HISTORIAL > "07"
               DISPLAY "Error abriendo Historial: " ST-HISTORIAL
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE CLIENTES-EMPRESA.
            CLOSE HISTORIAL-CLIENTES.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Clientes por Empresa" LINE 3 COL 27
                    GUIONES LINE 4 COL 1
                    "L=Limite en una empresa C=Consulta  PF3=Salir"
                        LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            DISPLAY "Id Cliente: " LINE 7 COL 10.
            ACCEPT W-CLI-ID LINE 7 COL 23 PROMPT.
            MOVE W-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Id Cliente inexistente" LINE 24 COL 1
                PERFORM PREGUNTO-CONTINUAR
                GO TO F-PROCESO
            END-READ.
            DISPLAY CLI_NOMBRE LINE 7 COL 32.
            EVALUATE X
               WHEN "L"
                  PERFORM LIMITE-EMPRESA THRU F-LIMITE-EMPRESA
               WHEN "C"
                  PERFORM CONSULTA-CLIENTE THRU F-CONSULTA-CLIENTE
               WHEN OTHER
                  DISPLAY "Transaccion invalida" LINE 24 COL 1
            END-EVALUATE.
            PERFORM PREGUNTO-CONTINUAR.

       F-PROCESO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra transaccion? (S/N)" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 26.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

      * LIMITE-EMPRESA: alta o cambio del limite del cliente en una
      * empresa que no es la principal; el registro se crea si el
      * cliente todavia no opero en ella (saldo cero).
       LIMITE-EMPRESA.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "El limite lo cambia el supervisor"
                       LINE 24 COL 1
               GO TO F-LIMITE-EMPRESA
            END-IF.
            DISPLAY "Empresa   : " LINE 9 COL 10.
            ACCEPT W-EMPRESA LINE 9 COL 23 PROMPT.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            IF W-EMPRESA-VALIDA NOT = "S"
               DISPLAY "Empresa inexistente o inactiva" LINE 24 COL 1
               GO TO F-LIMITE-EMPRESA
            END-IF.
            DISPLAY W-EMPRESA-NOMBRE LINE 9 COL 32.
            IF W-EMPRESA < 2
               DISPLAY "El limite en la principal se cambia en INICIO"
                       LINE 24 COL 1
               GO TO F-LIMITE-EMPRESA
            END-IF.
            MOVE W-CLI-ID TO CLE-CLI-ID.
            MOVE W-EMPRESA TO CLE-EMPRESA.
            READ CLIENTES-EMPRESA KEY IS CLE-CLAVE
              INVALID KEY
                MOVE "N" TO W-EXISTE
                INITIALIZE REG-CLIENTE-EMPRESA
                MOVE W-CLI-ID TO CLE-CLI-ID
                MOVE W-EMPRESA TO CLE-EMPRESA
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            MOVE CLE-SALDO TO IMPORTE-ZZ.
            MOVE CLE-LIMITE-CREDITO TO LIMITE-ZZ.
            MOVE CLE-LIMITE-CREDITO TO W-LIMITE-ANTES.
            DISPLAY "Saldo     : " LINE 11 COL 10 IMPORTE-ZZ
                        LINE 11 COL 23
                    "Limite    : " LINE 12 COL 10 LIMITE-ZZ
                        LINE 12 COL 23
                    "Nuevo     : " LINE 13 COL 10.
            ACCEPT W-LIMITE-NUEVO LINE 13 COL 23 PROMPT.
            IF W-LIMITE-NUEVO = W-LIMITE-ANTES
               DISPLAY "Sin cambios" LINE 24 COL 1
               GO TO F-LIMITE-EMPRESA
            END-IF.
            MOVE W-LIMITE-NUEVO TO CLE-LIMITE-CREDITO.
            MOVE W-FECHA-HOY TO CLE-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CLE-USUARIO-MODIF.
            IF W-REGISTRO-EXISTE
               REWRITE REG-CLIENTE-EMPRESA
                 INVALID KEY
                   DISPLAY "Error grabando limite: " ST-CLI-EMPRESA
                           LINE 24 COL 1
                   GO TO F-LIMITE-EMPRESA
               END-REWRITE
            ELSE
               WRITE REG-CLIENTE-EMPRESA
                 INVALID KEY
                   DISPLAY "Error grabando limite: " ST-CLI-EMPRESA
                           LINE 24 COL 1
                   GO TO F-LIMITE-EMPRESA
               END-WRITE
            END-IF.
            PERFORM GRABO-HISTORIAL-LIMITE
               THRU F-GRABO-HISTORIAL-LIMITE.
            DISPLAY "Limite actualizado" LINE 24 COL 1.

       F-LIMITE-EMPRESA.
            EXIT.

      * GRABO-HISTORIAL-LIMITE: mismo shape de renglon que el resto
      * de los cambios de limite; el campo lleva la empresa.
       GRABO-HISTORIAL-LIMITE.
            MOVE W-CLI-ID TO HIST-CLI-ID.
            MOVE W-FECHA-HOY TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
            MOVE W-OPERADOR-ACTUAL TO HIST-USUARIO.
            MOVE SPACES TO HIST-CAMPO.
            STRING "LIMITE-EMP-" W-EMPRESA DELIMITED BY SIZE
                INTO HIST-CAMPO.
            MOVE W-LIMITE-ANTES TO LIMITE-ZZ.
            MOVE LIMITE-ZZ TO HIST-VALOR-ANTERIOR.
            MOVE W-LIMITE-NUEVO TO LIMITE-ZZ.
            MOVE LIMITE-ZZ TO HIST-VALOR-NUEVO.
            WRITE REG-HISTORIAL.

       F-GRABO-HISTORIAL-LIMITE.
            EXIT.

      * CONSULTA-CLIENTE: saldo y limite del cliente en cada empresa;
      * la principal es CLI_SALDO menos lo de las demas.
       CONSULTA-CLIENTE.
            DISPLAY "EMP  RAZON SOCIAL                              "
                    "         SALDO          LIMITE" LINE 9 COL 1.
            MOVE 10 TO W-LINEA-PANT.
            MOVE 0 TO W-SALDO-OTRAS.
            MOVE W-CLI-ID TO CLE-CLI-ID.
            MOVE 0 TO CLE-EMPRESA.
            MOVE "N" TO W-FIN-EMPRESAS.
            START CLIENTES-EMPRESA KEY IS NOT LESS THAN CLE-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-EMPRESAS
            END-START.
            PERFORM MUESTRO-UNA-EMPRESA THRU F-MUESTRO-UNA-EMPRESA
                UNTIL W-FIN-EMPRESAS = "S".
            COMPUTE W-SALDO-PRINCIPAL = CLI_SALDO - W-SALDO-OTRAS.
            MOVE 1 TO W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            MOVE W-SALDO-PRINCIPAL TO IMPORTE-ZZ.
            MOVE CLI_LIMITE_CREDITO TO LIMITE-ZZ.
            DISPLAY "01   " W-EMPRESA-NOMBRE IMPORTE-ZZ SPACE LIMITE-ZZ
                    LINE W-LINEA-PANT COL 1.
            ADD 1 TO W-LINEA-PANT.
            MOVE CLI_SALDO TO IMPORTE-ZZ.
            DISPLAY "     CONSOLIDADO                             "
                    IMPORTE-ZZ LINE W-LINEA-PANT COL 1.

       F-CONSULTA-CLIENTE.
            EXIT.

       MUESTRO-UNA-EMPRESA.
            READ CLIENTES-EMPRESA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-EMPRESAS
                GO TO F-MUESTRO-UNA-EMPRESA
            END-READ.
            IF CLE-CLI-ID NOT = W-CLI-ID
               MOVE "S" TO W-FIN-EMPRESAS
               GO TO F-MUESTRO-UNA-EMPRESA
            END-IF.
            ADD CLE-SALDO TO W-SALDO-OTRAS.
            IF W-LINEA-PANT > 20
               GO TO F-MUESTRO-UNA-EMPRESA
            END-IF.
            MOVE CLE-EMPRESA TO W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            MOVE CLE-SALDO TO IMPORTE-ZZ.
            MOVE CLE-LIMITE-CREDITO TO LIMITE-ZZ.
            DISPLAY CLE-EMPRESA "   " W-EMPRESA-NOMBRE IMPORTE-ZZ
                    SPACE LIMITE-ZZ LINE W-LINEA-PANT COL 1.
            ADD 1 TO W-LINEA-PANT.

       F-MUESTRO-UNA-EMPRESA.
            EXIT.

       END PROGRAM "ABM-CLIENTES-EMPRESA".
