      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Declaracion mensual de ventas aseguradas. La poliza de
      *          seguro de credito cubre a los clientes con
      *          CLI_SEGURO_APROBADO siempre que se declare a mes
      *          vencido lo que se les vendio; declarar tarde hizo
      *          perder reclamos. Este job recorre CLIENTES y, para
      *          cada cliente asegurado, suma los comprobantes
      *          activos del periodo en FACTURA (facturas suman,
      *          notas de credito restan) y escribe un renglon por
      *          CUIT en declaracionSeguro.txt, separado por punto y
      *          coma porque los importes llevan coma decimal, con
      *          encabezado de poliza y periodo y cola de control. Los
      *          comprobantes en dolares no se mezclan con los pesos:
      *          se listan para declararlos a mano y el job termina
      *          con RETURN-CODE 4, igual que si la declaracion sale
      *          despues del dia de presentacion de la poliza
      *          (polizaSeguro.dat, el 15 del mes siguiente si no
      *          esta cargado). Parametro: periodo AAAAMM (0 = mes
      *          anterior).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DECLARACION-SEGURO-CREDITO".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/polizaSeguro.sel".

           SELECT DECLARACION-SEGURO
             ASSIGN TO "./declaracionSeguro.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-DECLARACION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/polizaSeguro.fd".

       FD DECLARACION-SEGURO.
       01 REG-DECLARACION    PIC X(200).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-POLIZA          PIC XX.
       01 ST-DECLARACION     PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-FACTURAS     PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-SISTEMA-R REDEFINES W-FECHA-SISTEMA.
          03 W-HOY-ANIO      PIC 9(4).
          03 W-HOY-MES       PIC 9(2).
          03 W-HOY-DIA       PIC 9(2).

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-ANIO      PIC 9(4).
          03 W-PER-MES       PIC 9(2).
       01 W-FECHA-FACT       PIC 9(8).
       01 W-FECHA-FACT-R REDEFINES W-FECHA-FACT.
          03 W-FACT-PERIODO  PIC 9(6).
          03 W-FACT-DIA      PIC 9(2).

      * Presentacion: el dia de la poliza del mes siguiente al
      * periodo declarado.
       01 W-VTO-DECLARACION  PIC 9(8).
       01 W-VTO-DECLARACION-R REDEFINES W-VTO-DECLARACION.
          03 W-VTO-ANIO      PIC 9(4).
          03 W-VTO-MES       PIC 9(2).
          03 W-VTO-DIA       PIC 9(2).
       01 W-DIA-DECLARACION  PIC 9(2) VALUE 15.
       01 W-FUERA-TERMINO    PIC X VALUE "N".

       01 W-CANT-COMPROB     PIC 9(5).
       01 W-FACTURADO        PIC S9(11)V9(2).
       01 W-ACREDITADO       PIC S9(11)V9(2).
       01 W-NETO             PIC S9(11)V9(2).

       01 W-CANT-ASEGURADOS  PIC 9(5) VALUE 0.
       01 W-CANT-DECLARADOS  PIC 9(5) VALUE 0.
       01 W-CANT-SIN-VENTAS  PIC 9(5) VALUE 0.
       01 W-CANT-DOLARES     PIC 9(5) VALUE 0.
       01 W-TOTAL-NETO       PIC S9(13)V9(2) VALUE 0.

       01 W-LINEA-DECL       PIC X(200).
       01 W-NOMBRE-DECL      PIC X(60).
       01 W-CUIT-EDIT        PIC 9(11).
       01 W-CLI-EDIT         PIC 9(7).
       01 W-CANT-EDIT        PIC 9(5).
       01 W-APROBADO-EDIT    PIC -(9)9,99.
       01 W-FACTURADO-EDIT   PIC -(11)9,99.
       01 W-ACREDITADO-EDIT  PIC -(11)9,99.
       01 W-IMPORTE-EDIT     PIC -(11)9,99.
       01 W-TOTAL-EDIT       PIC -(13)9,99.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a declarar (AAAAMM, 0 = mes anterior): "
                    WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-PERIODO = 0
               MOVE W-HOY-ANIO TO W-PER-ANIO
               MOVE W-HOY-MES TO W-PER-MES
               IF W-PER-MES = 1
                  MOVE 12 TO W-PER-MES
                  SUBTRACT 1 FROM W-PER-ANIO
               ELSE
                  SUBTRACT 1 FROM W-PER-MES
               END-IF
            END-IF.
            IF W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY "Periodo invalido: " W-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM LEO-POLIZA THRU F-LEO-POLIZA
               PERFORM CALCULO-VTO-DECLARACION
                  THRU F-CALCULO-VTO-DECLARACION
               DISPLAY "DECLARACION DE VENTAS ASEGURADAS - PERIODO "
                       W-PERIODO
               DISPLAY "Aseguradora: " PZS-ASEGURADORA
                       " Poliza: " PZS-POLIZA
               DISPLAY " "
               PERFORM GRABO-ENCABEZADO THRU F-GRABO-ENCABEZADO
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL W-FIN = "S"
               PERFORM GRABO-COLA THRU F-GRABO-COLA
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Clientes asegurados        : " W-CANT-ASEGURADOS.
            MOVE W-TOTAL-NETO TO TOTAL-ZZ.
            DISPLAY "Clientes declarados        : " W-CANT-DECLARADOS
                    " por " TOTAL-ZZ.
            DISPLAY "Asegurados sin ventas      : " W-CANT-SIN-VENTAS.
            DISPLAY "Comprobantes en dolares    : " W-CANT-DOLARES
                    " (declarar aparte)".
            DISPLAY "Presentar a la aseguradora : hasta el "
                    W-VTO-DIA "/" W-VTO-MES "/" W-VTO-ANIO.
            IF W-FUERA-TERMINO = "S"
               DISPLAY "*** DECLARACION FUERA DE TERMINO ***"
            END-IF.
            IF RETURN-CODE = 0
               IF W-CANT-DOLARES > 0 OR W-FUERA-TERMINO = "S"
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Facturas: " ST-FACTURA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT DECLARACION-SEGURO.
            IF ST-DECLARACION NOT = "00"
               DISPLAY "Error abriendo declaracionSeguro.txt: "
                       ST-DECLARACION
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE DECLARACION-SEGURO.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * LEO-POLIZA: datos de la poliza para el encabezado y el dia de
      * presentacion; sin archivo quedan en blanco y el 15.
       LEO-POLIZA.
            MOVE SPACES TO PZS-ASEGURADORA PZS-POLIZA.
            OPEN INPUT POLIZA-SEGURO.
            IF ST-POLIZA = "00"
               READ POLIZA-SEGURO
                 AT END
                   MOVE SPACES TO PZS-ASEGURADORA PZS-POLIZA
                 NOT AT END
                   IF PZS-DIA-DECLARACION IS NUMERIC
                         AND PZS-DIA-DECLARACION > 0
                         AND PZS-DIA-DECLARACION < 29
                      MOVE PZS-DIA-DECLARACION TO W-DIA-DECLARACION
                   END-IF
               END-READ
               CLOSE POLIZA-SEGURO
            END-IF.

       F-LEO-POLIZA.
            EXIT.

       CALCULO-VTO-DECLARACION.
            MOVE W-PER-ANIO TO W-VTO-ANIO.
            MOVE W-PER-MES TO W-VTO-MES.
            IF W-VTO-MES = 12
               MOVE 1 TO W-VTO-MES
               ADD 1 TO W-VTO-ANIO
            ELSE
               ADD 1 TO W-VTO-MES
            END-IF.
            MOVE W-DIA-DECLARACION TO W-VTO-DIA.
            IF W-FECHA-SISTEMA > W-VTO-DECLARACION
               MOVE "S" TO W-FUERA-TERMINO
            END-IF.

       F-CALCULO-VTO-DECLARACION.
            EXIT.

       PROCESO-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-CLIENTE
            END-READ.
            IF CLI_SEGURO_APROBADO IS NOT NUMERIC
               GO TO F-PROCESO-CLIENTE
            END-IF.
            IF CLI_SEGURO_APROBADO = 0
               GO TO F-PROCESO-CLIENTE
            END-IF.
            ADD 1 TO W-CANT-ASEGURADOS.
            MOVE 0 TO W-CANT-COMPROB W-FACTURADO W-ACREDITADO.
            MOVE CLI_ID TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-FACTURAS
              NOT INVALID KEY MOVE "N" TO W-FIN-FACTURAS
            END-START.
            PERFORM SUMO-UNA-FACTURA THRU F-SUMO-UNA-FACTURA
                UNTIL W-FIN-FACTURAS = "S".
            IF W-CANT-COMPROB = 0
               ADD 1 TO W-CANT-SIN-VENTAS
               GO TO F-PROCESO-CLIENTE
            END-IF.
            PERFORM GRABO-RENGLON-CLIENTE
               THRU F-GRABO-RENGLON-CLIENTE.

       F-PROCESO-CLIENTE.
            EXIT.

      * SUMO-UNA-FACTURA: comprobantes activos del periodo en pesos;
      * los de dolares se listan y quedan afuera de la suma.
       SUMO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FACTURAS
                GO TO F-SUMO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = CLI_ID
               MOVE "S" TO W-FIN-FACTURAS
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF NOT FACT-ACTIVA
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            MOVE FACT-FECHA TO W-FECHA-FACT.
            IF W-FACT-PERIODO NOT = W-PERIODO
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            IF FACT-MONEDA-DOLAR
               ADD 1 TO W-CANT-DOLARES
               MOVE FACT-TOTAL TO IMPORTE-ZZ
               DISPLAY "Cliente " CLI_ID " comprobante " FACT-NUMERO
                       " en dolares " IMPORTE-ZZ " - declarar aparte"
               GO TO F-SUMO-UNA-FACTURA
            END-IF.
            ADD 1 TO W-CANT-COMPROB.
            IF FACT-TIPO-NOTA-CREDITO
               ADD FACT-TOTAL TO W-ACREDITADO
            ELSE
               ADD FACT-TOTAL TO W-FACTURADO
            END-IF.

       F-SUMO-UNA-FACTURA.
            EXIT.

      * GRABO-RENGLON-CLIENTE: CUIT;razon social;cliente;aprobado;
      * comprobantes;facturado;notas de credito;neto declarado.
       GRABO-RENGLON-CLIENTE.
            COMPUTE W-NETO = W-FACTURADO - W-ACREDITADO.
            IF CLI_RAZONSOCIAL NOT = SPACES
               MOVE CLI_RAZONSOCIAL TO W-NOMBRE-DECL
            ELSE
               MOVE CLI_NOMBRE TO W-NOMBRE-DECL
            END-IF.
            MOVE CLI_CUIT TO W-CUIT-EDIT.
            MOVE CLI_ID TO W-CLI-EDIT.
            MOVE W-CANT-COMPROB TO W-CANT-EDIT.
            MOVE CLI_SEGURO_APROBADO TO W-APROBADO-EDIT.
            MOVE W-FACTURADO TO W-FACTURADO-EDIT.
            MOVE W-ACREDITADO TO W-ACREDITADO-EDIT.
            MOVE W-NETO TO W-IMPORTE-EDIT.
            MOVE SPACES TO W-LINEA-DECL.
            STRING "D;"                          DELIMITED BY SIZE
                   W-CUIT-EDIT                   DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-NOMBRE-DECL                 DELIMITED BY "  "
                   ";"                           DELIMITED BY SIZE
                   W-CLI-EDIT                    DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-APROBADO-EDIT               DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-CANT-EDIT                   DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-FACTURADO-EDIT              DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-ACREDITADO-EDIT             DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-IMPORTE-EDIT                DELIMITED BY SIZE
              INTO W-LINEA-DECL
            END-STRING.
            WRITE REG-DECLARACION FROM W-LINEA-DECL.
            ADD 1 TO W-CANT-DECLARADOS.
            ADD W-NETO TO W-TOTAL-NETO.
            MOVE W-NETO TO IMPORTE-ZZ.
            DISPLAY "Cliente " CLI_ID " CUIT " CLI_CUIT " "
                    W-NOMBRE-DECL(1:25) " " W-CANT-COMPROB
                    " comprob. " IMPORTE-ZZ.

       F-GRABO-RENGLON-CLIENTE.
            EXIT.

       GRABO-ENCABEZADO.
            MOVE SPACES TO W-LINEA-DECL.
            STRING "H;"                          DELIMITED BY SIZE
                   PZS-ASEGURADORA               DELIMITED BY "  "
                   ";"                           DELIMITED BY SIZE
                   PZS-POLIZA                    DELIMITED BY SPACE
                   ";"                           DELIMITED BY SIZE
                   W-PERIODO                     DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-FECHA-SISTEMA               DELIMITED BY SIZE
              INTO W-LINEA-DECL
            END-STRING.
            WRITE REG-DECLARACION FROM W-LINEA-DECL.

       F-GRABO-ENCABEZADO.
            EXIT.

       GRABO-COLA.
            MOVE W-CANT-DECLARADOS TO W-CANT-EDIT.
            MOVE W-TOTAL-NETO TO W-TOTAL-EDIT.
            MOVE SPACES TO W-LINEA-DECL.
            STRING "T;"                          DELIMITED BY SIZE
                   W-CANT-EDIT                   DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   W-TOTAL-EDIT                  DELIMITED BY SIZE
              INTO W-LINEA-DECL
            END-STRING.
            WRITE REG-DECLARACION FROM W-LINEA-DECL.

       F-GRABO-COLA.
            EXIT.

       END PROGRAM "DECLARACION-SEGURO-CREDITO".
