      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Posicion de credito de los clientes por empresa. El
      *          cliente es uno para todo el grupo: CLI_SALDO es lo
      *          que debe en total y CLIENTES-EMPRESA lo que debe en
      *          cada empresa que no es la principal. Por cliente con
      *          saldo o con registros por empresa lista el saldo
      *          consolidado y, debajo, cada empresa con su saldo y su
      *          limite; la principal (01) es CLI_SALDO menos las
      *          demas y su limite es CLI_LIMITE_CREDITO. Un saldo por
      *          encima del limite de su empresa se marca EXCEDIDO
      *          (limite en cero = sin control). Al pie, los totales
      *          de cada empresa, que tienen que sumar el consolidado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-SALDOS-EMPRESA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/clientesEmpresa.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/clientesEmpresa.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-CLI-EMPRESA     PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-EMPRESAS     PIC X VALUE "N".

       01 W-EMPRESA          PIC 9(2).
       01 W-EMPRESA-NOMBRE   PIC X(40).
       01 W-EMPRESA-CUIT     PIC 9(11).
       01 W-EMPRESA-PTO-VTA  PIC 9(5).
       01 W-CANT-EMPRESAS    PIC 9(2).
       01 W-EMPRESA-VALIDA   PIC X.

       01 W-SALDO-OTRAS      PIC S9(11)V99.
       01 W-SALDO-PRINCIPAL  PIC S9(11)V99.
       01 W-TIENE-EMPRESAS   PIC X.
       01 W-MARCA            PIC X(8).

      * W-TABLA-TOTALES: saldo por codigo de empresa (01 a 99).
       01 W-TABLA-TOTALES.
          05 W-TOTAL-EMPRESA PIC S9(13)V99 OCCURS 99 TIMES.
       01 W-IND-EMPRESA      PIC 9(3).
       01 W-TOTAL-CONSOLIDADO PIC S9(13)V99 VALUE 0.
       01 W-TOTAL-EMPRESAS   PIC S9(13)V99 VALUE 0.

       01 W-CANT-CLIENTES    PIC 9(7) VALUE 0.
       01 W-CANT-EXCEDIDOS   PIC 9(7) VALUE 0.

       01 SALDO-ZZ           PIC ------------9,99.
       01 LIMITE-ZZ          PIC ------------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            INITIALIZE W-TABLA-TOTALES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               DISPLAY "POSICION DE CREDITO DE LOS CLIENTES POR EMPRESA"
               DISPLAY "CLIENTE NOMBRE / EMPRESA                      "
                       "            SALDO           LIMITE"
               PERFORM LISTO-UN-CLIENTE THRU F-LISTO-UN-CLIENTE
                   UNTIL W-FIN = "S"
               PERFORM LISTO-TOTALES THRU F-LISTO-TOTALES
            END-IF.
            CLOSE CLIENTES.
            CLOSE CLIENTES-EMPRESA.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT CLIENTES-EMPRESA.
            IF ST-CLI-EMPRESA > "07"
               DISPLAY "Error abriendo Clientes Empresa: "
                       ST-CLI-EMPRESA
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            MOVE LOW-VALUES TO ID_CLIENTE.
            START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY
                DISPLAY "No hay clientes que listar"
                MOVE "S" TO W-FIN
            END-START.

       F-ABRO-ARCHIVOS.
            EXIT.

      * LISTO-UN-CLIENTE: primero suma las otras empresas para saber
      * si el cliente opero fuera de la principal; un cliente sin
      * saldo y sin registros por empresa no se lista.
       LISTO-UN-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LISTO-UN-CLIENTE
            END-READ.
            MOVE 0 TO W-SALDO-OTRAS.
            MOVE "N" TO W-TIENE-EMPRESAS.
            PERFORM POSICIONO-EMPRESAS THRU F-POSICIONO-EMPRESAS.
            PERFORM SUMO-UNA-EMPRESA THRU F-SUMO-UNA-EMPRESA
                UNTIL W-FIN-EMPRESAS = "S".
            IF CLI_SALDO = 0 AND W-TIENE-EMPRESAS = "N"
               GO TO F-LISTO-UN-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-CLIENTES.
            ADD CLI_SALDO TO W-TOTAL-CONSOLIDADO.
            MOVE CLI_SALDO TO SALDO-ZZ.
            DISPLAY CLI_ID SPACE CLI_NOMBRE(1:38) SPACE SALDO-ZZ
                    "  CONSOLIDADO".
            COMPUTE W-SALDO-PRINCIPAL = CLI_SALDO - W-SALDO-OTRAS.
            ADD W-SALDO-PRINCIPAL TO W-TOTAL-EMPRESA(1).
            MOVE 1 TO W-EMPRESA.
            MOVE SPACES TO W-MARCA.
            IF CLI_LIMITE_CREDITO > 0
                  AND W-SALDO-PRINCIPAL > CLI_LIMITE_CREDITO
               MOVE "EXCEDIDO" TO W-MARCA
               ADD 1 TO W-CANT-EXCEDIDOS
            END-IF.
            MOVE W-SALDO-PRINCIPAL TO SALDO-ZZ.
            MOVE CLI_LIMITE_CREDITO TO LIMITE-ZZ.
            PERFORM MUESTRO-RENGLON-EMPRESA
               THRU F-MUESTRO-RENGLON-EMPRESA.
            PERFORM POSICIONO-EMPRESAS THRU F-POSICIONO-EMPRESAS.
            PERFORM LISTO-UNA-EMPRESA THRU F-LISTO-UNA-EMPRESA
                UNTIL W-FIN-EMPRESAS = "S".

       F-LISTO-UN-CLIENTE.
            EXIT.

       POSICIONO-EMPRESAS.
            MOVE CLI_ID TO CLE-CLI-ID.
            MOVE 0 TO CLE-EMPRESA.
            MOVE "N" TO W-FIN-EMPRESAS.
            START CLIENTES-EMPRESA KEY IS NOT LESS THAN CLE-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-EMPRESAS
            END-START.

       F-POSICIONO-EMPRESAS.
            EXIT.

       SUMO-UNA-EMPRESA.
            READ CLIENTES-EMPRESA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-EMPRESAS
                GO TO F-SUMO-UNA-EMPRESA
            END-READ.
            IF CLE-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-EMPRESAS
               GO TO F-SUMO-UNA-EMPRESA
            END-IF.
            ADD CLE-SALDO TO W-SALDO-OTRAS.
            MOVE "S" TO W-TIENE-EMPRESAS.

       F-SUMO-UNA-EMPRESA.
            EXIT.

       LISTO-UNA-EMPRESA.
            READ CLIENTES-EMPRESA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-EMPRESAS
                GO TO F-LISTO-UNA-EMPRESA
            END-READ.
            IF CLE-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-EMPRESAS
               GO TO F-LISTO-UNA-EMPRESA
            END-IF.
            MOVE CLE-EMPRESA TO W-EMPRESA.
            IF W-EMPRESA > 0
               ADD CLE-SALDO TO W-TOTAL-EMPRESA(W-EMPRESA)
            END-IF.
            MOVE SPACES TO W-MARCA.
            IF CLE-LIMITE-CREDITO > 0
                  AND CLE-SALDO > CLE-LIMITE-CREDITO
               MOVE "EXCEDIDO" TO W-MARCA
               ADD 1 TO W-CANT-EXCEDIDOS
            END-IF.
            MOVE CLE-SALDO TO SALDO-ZZ.
            MOVE CLE-LIMITE-CREDITO TO LIMITE-ZZ.
            PERFORM MUESTRO-RENGLON-EMPRESA
               THRU F-MUESTRO-RENGLON-EMPRESA.

       F-LISTO-UNA-EMPRESA.
            EXIT.

       MUESTRO-RENGLON-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            DISPLAY "        " W-EMPRESA SPACE W-EMPRESA-NOMBRE(1:35)
                    SPACE SALDO-ZZ SPACE LIMITE-ZZ SPACE W-MARCA.

       F-MUESTRO-RENGLON-EMPRESA.
            EXIT.

      * LISTO-TOTALES: la suma de las empresas cierra contra el
      * consolidado por construccion de la principal; lo que se
      * controla aca es el total por empresa para cuentas corrientes.
       LISTO-TOTALES.
            DISPLAY " ".
            DISPLAY "Clientes listados : " W-CANT-CLIENTES.
            DISPLAY "Limites excedidos : " W-CANT-EXCEDIDOS.
            MOVE W-TOTAL-CONSOLIDADO TO SALDO-ZZ.
            DISPLAY "Total consolidado : " SALDO-ZZ.
            PERFORM LISTO-TOTAL-EMPRESA THRU F-LISTO-TOTAL-EMPRESA
                VARYING W-IND-EMPRESA FROM 1 BY 1
                    UNTIL W-IND-EMPRESA > 99.
            IF W-TOTAL-EMPRESAS NOT = W-TOTAL-CONSOLIDADO
               COMPUTE W-TOTAL-EMPRESAS =
                       W-TOTAL-EMPRESAS - W-TOTAL-CONSOLIDADO
               MOVE W-TOTAL-EMPRESAS TO SALDO-ZZ
               DISPLAY "DIFERENCIA: empresas contra consolidado "
                       SALDO-ZZ
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-LISTO-TOTALES.
            EXIT.

       LISTO-TOTAL-EMPRESA.
            IF W-TOTAL-EMPRESA(W-IND-EMPRESA) = 0
               GO TO F-LISTO-TOTAL-EMPRESA
            END-IF.
            ADD W-TOTAL-EMPRESA(W-IND-EMPRESA) TO W-TOTAL-EMPRESAS.
            MOVE W-IND-EMPRESA TO W-EMPRESA.
            CALL "BUSCO-EMPRESA" USING W-EMPRESA W-EMPRESA-NOMBRE
                 W-EMPRESA-CUIT W-EMPRESA-PTO-VTA W-CANT-EMPRESAS
                 W-EMPRESA-VALIDA.
            MOVE W-TOTAL-EMPRESA(W-IND-EMPRESA) TO SALDO-ZZ.
            DISPLAY "Total empresa " W-EMPRESA SPACE
                    W-EMPRESA-NOMBRE(1:30) SPACE SALDO-ZZ.

       F-LISTO-TOTAL-EMPRESA.
            EXIT.

       END PROGRAM "REPORTE-SALDOS-EMPRESA".
