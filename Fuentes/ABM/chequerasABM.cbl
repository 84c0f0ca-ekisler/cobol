      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de chequeras propias. Cada cuenta bancaria de
      *          la empresa tiene sus chequeras (rango de numeros) en
      *          chequeras.dat; ABM-CTAS-PAGAR toma de ahi el proximo
      *          numero al pagar con cheque propio y lo deja emitido
      *          en chequesPropios.dat. Este programa da de alta y de
      *          baja las chequeras, marca los cheques debitados por
      *          el banco (cobrados), anula cheques -- uno emitido
      *          devuelve su importe a la factura del proveedor; un
      *          formulario inutilizado se registra anulado para que
      *          la numeracion no tenga huecos -- y lista los emitidos
      *          pendientes de debito. Misma firma de operador y mismo
      *          esquema de menu que ABM-CHEQUES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CHEQUERAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/chequeras.sel".
              COPY "./sel/chequesPropios.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/pagosProveedor.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/chequeras.fd".
              COPY "./fd/chequesPropios.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/pagosProveedor.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-CHEQUERAS       PIC XX.
       01 ST-CHEQUES-PROPIOS PIC XX.
       01 ST-FACT-PROV       PIC XX.
       01 ST-PAGOS           PIC XX.

       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

      * Semaforo de ventana batch, igual que en ABM-CHEQUES.
       01 ST-RECHAZOS        PIC XX.
       01 ST-VENTANA         PIC XX.
       01 W-VENTANA-OCUPADA  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-CHR-CODIGO       PIC X(4).
       01 W-CHP-NUMERO       PIC 9(8).
       01 W-PROXIMO-NUMERO   PIC 9(8).
       01 W-DISPONIBLES      PIC 9(8).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CHEQUERA-EXISTE  VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

      * Listado de emitidos pendientes de debito.
       01 W-FIN-EMITIDOS     PIC X.
       01 W-LINEA-PANT       PIC 99.
       01 W-CANT-EMITIDOS    PIC 9(5).
       01 W-TOTAL-EMITIDOS   PIC S9(11)V9(2).

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.

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

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

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
                    "A.B.M. Chequeras - Firma de Operador"
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

      * ABRO-ARCHIVOS: FACTURAS-PROVEEDOR I-O porque anular un cheque
      * emitido le devuelve el importe a la factura que pagaba; el
      * ledger de pagos en EXTEND para el pago negativo.
       ABRO-ARCHIVOS.
            OPEN I-O CHEQUERAS.
            IF ST-CHEQUERAS > "07"
               DISPLAY "Error abriendo Chequeras: " ST-CHEQUERAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CHEQUES-PROPIOS.
            IF ST-CHEQUES-PROPIOS > "07"
               DISPLAY "Error abriendo Cheques Propios: "
                       ST-CHEQUES-PROPIOS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND PAGOS-PROVEEDOR.
            IF ST-PAGOS > "07"
               DISPLAY "Error abriendo Pagos: " ST-PAGOS
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
            CLOSE CHEQUERAS.
            CLOSE CHEQUES-PROPIOS.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE PAGOS-PROVEEDOR.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Chequeras" LINE 3 COL 32
                    GUIONES LINE 4 COL 1
                    "A=Alta C=Consulta B=Baja D=Debitado N=Anular"
                        LINE 24 COL 1
                    "L=Pendientes PF3=Salir" LINE 24 COL 46.
            ACCEPT X LINE 6 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-CHEQUERA THRU F-ALTA-CHEQUERA
                  WHEN "C"
                     PERFORM CONSULTA-CHEQUERA THRU F-CONSULTA-CHEQUERA
                  WHEN "B"
                     PERFORM BAJA-CHEQUERA THRU F-BAJA-CHEQUERA
                  WHEN "D"
                     PERFORM CHEQUE-DEBITADO THRU F-CHEQUE-DEBITADO
                  WHEN "N"
                     PERFORM ANULO-CHEQUE THRU F-ANULO-CHEQUE
                  WHEN "L"
                     PERFORM LISTO-EMITIDOS THRU F-LISTO-EMITIDOS
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

       BUSCO-CHEQUERA.
            DISPLAY "Chequera   : " LINE 07 COL 10.
            ACCEPT W-CHR-CODIGO LINE 07 COL 24 PROMPT.
            MOVE W-CHR-CODIGO TO CHR-CODIGO.
            READ CHEQUERAS KEY IS CHR-CODIGO
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.

       F-BUSCO-CHEQUERA.
            EXIT.

       MUESTRO-CHEQUERA.
            IF CHR-ULTIMO < CHR-DESDE
               MOVE CHR-DESDE TO W-PROXIMO-NUMERO
            ELSE
               COMPUTE W-PROXIMO-NUMERO = CHR-ULTIMO + 1
            END-IF.
            IF W-PROXIMO-NUMERO > CHR-HASTA
               MOVE 0 TO W-DISPONIBLES
            ELSE
               COMPUTE W-DISPONIBLES =
                       CHR-HASTA - W-PROXIMO-NUMERO + 1
            END-IF.
            DISPLAY "Banco     : " CHR-BANCO LINE 10 COL 10
                    "Cuenta    : " CHR-CUENTA LINE 11 COL 10
                    "Desde     : " CHR-DESDE LINE 12 COL 10
                    "Hasta     : " CHR-HASTA LINE 12 COL 40
                    "Ultimo    : " CHR-ULTIMO LINE 13 COL 10
                    "Disponib. : " W-DISPONIBLES LINE 13 COL 40
                    "Estado    : " CHR-ESTADO LINE 14 COL 10.

      * ALTA-CHEQUERA: el rango no puede venir invertido; la
      * chequera nace activa y sin numeros usados.
       ALTA-CHEQUERA.
            PERFORM BUSCO-CHEQUERA THRU F-BUSCO-CHEQUERA.
            IF W-CHEQUERA-EXISTE
               DISPLAY "La chequera ya existe" LINE 24 COL 1
               GO TO F-ALTA-CHEQUERA
            END-IF.
            INITIALIZE REG-CHEQUERA.
            MOVE W-CHR-CODIGO TO CHR-CODIGO.
            DISPLAY "Banco (3) : " LINE 10 COL 10.
            ACCEPT CHR-BANCO LINE 10 COL 22 PROMPT.
            DISPLAY "Cuenta    : " LINE 11 COL 10.
            ACCEPT CHR-CUENTA LINE 11 COL 22 PROMPT.
            DISPLAY "Desde     : " LINE 12 COL 10.
            ACCEPT CHR-DESDE LINE 12 COL 22 PROMPT.
            DISPLAY "Hasta     : " LINE 12 COL 40.
            ACCEPT CHR-HASTA LINE 12 COL 52 PROMPT.
            IF CHR-BANCO = SPACES OR CHR-DESDE = 0
                  OR CHR-HASTA < CHR-DESDE
               DISPLAY "Banco o rango de numeros invalido"
                       LINE 24 COL 1
               GO TO F-ALTA-CHEQUERA
            END-IF.
            MOVE 0 TO CHR-ULTIMO.
            SET CHR-ACTIVA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CHR-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CHR-USUARIO-ALTA.
            WRITE REG-CHEQUERA
              INVALID KEY
                DISPLAY "Error grabando chequera: " ST-CHEQUERAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Chequera dada de alta" LINE 24 COL 1
            END-WRITE.

       F-ALTA-CHEQUERA.
            EXIT.

       CONSULTA-CHEQUERA.
            PERFORM BUSCO-CHEQUERA THRU F-BUSCO-CHEQUERA.
            IF W-CHEQUERA-EXISTE
               PERFORM MUESTRO-CHEQUERA
            ELSE
               DISPLAY "Chequera inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-CHEQUERA.
            EXIT.

      * BAJA-CHEQUERA: una chequera activa se anula (perdida, cuenta
      * cerrada); los cheques ya emitidos siguen su curso.
       BAJA-CHEQUERA.
            PERFORM BUSCO-CHEQUERA THRU F-BUSCO-CHEQUERA.
            IF NOT W-CHEQUERA-EXISTE
               DISPLAY "Chequera inexistente" LINE 24 COL 1
               GO TO F-BAJA-CHEQUERA
            END-IF.
            PERFORM MUESTRO-CHEQUERA.
            IF NOT CHR-ACTIVA
               DISPLAY "La chequera no esta activa" LINE 24 COL 1
               GO TO F-BAJA-CHEQUERA
            END-IF.
            DISPLAY "¿Anula la chequera? (S/N)" LINE 16 COL 10.
            ACCEPT X LINE 16 COL 37.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-BAJA-CHEQUERA
            END-IF.
            SET CHR-ANULADA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CHR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHR-USUARIO-MODIF.
            REWRITE REG-CHEQUERA
              INVALID KEY
                DISPLAY "Error grabando chequera: " ST-CHEQUERAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Chequera anulada" LINE 24 COL 1
            END-REWRITE.

       F-BAJA-CHEQUERA.
            EXIT.

       BUSCO-CHEQUE-PROPIO.
            DISPLAY "Nro. Cheque: " LINE 08 COL 10.
            ACCEPT W-CHP-NUMERO LINE 08 COL 24 PROMPT.
            MOVE W-CHR-CODIGO TO CHP-CHEQUERA.
            MOVE W-CHP-NUMERO TO CHP-NUMERO.
            READ CHEQUES-PROPIOS KEY IS CHP-CLAVE
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.

       F-BUSCO-CHEQUE-PROPIO.
            EXIT.

       MUESTRO-CHEQUE-PROPIO.
            MOVE CHP-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Proveedor : " CHP-PROVEEDOR LINE 10 COL 10
                    "Factura   : " CHP-FP-ID LINE 11 COL 10
                    "Importe   : " IMPORTE-ZZ LINE 12 COL 10
                    "Emision   : " CHP-FECHA-EMISION LINE 13 COL 10
                    "Fecha pago: " CHP-FECHA-PAGO LINE 13 COL 40
                    "Estado    : " CHP-ESTADO LINE 14 COL 10.

      * CHEQUE-DEBITADO: el cheque emitido aparecio debitado en el
      * extracto de la cuenta; pasa a cobrado con la fecha del debito.
       CHEQUE-DEBITADO.
            PERFORM BUSCO-CHEQUERA THRU F-BUSCO-CHEQUERA.
            IF NOT W-CHEQUERA-EXISTE
               DISPLAY "Chequera inexistente" LINE 24 COL 1
               GO TO F-CHEQUE-DEBITADO
            END-IF.
            PERFORM BUSCO-CHEQUE-PROPIO THRU F-BUSCO-CHEQUE-PROPIO.
            IF W-EXISTE NOT = "S"
               DISPLAY "Cheque no emitido" LINE 24 COL 1
               GO TO F-CHEQUE-DEBITADO
            END-IF.
            PERFORM MUESTRO-CHEQUE-PROPIO.
            IF NOT CHP-EMITIDO
               DISPLAY "El cheque no esta pendiente de debito"
                       LINE 24 COL 1
               GO TO F-CHEQUE-DEBITADO
            END-IF.
            DISPLAY "Fecha debito AAAAMMDD: " LINE 16 COL 10.
            ACCEPT W-FECHA-CAPTURA LINE 16 COL 34 PROMPT.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
               DISPLAY "Fecha invalida (AAAAMMDD)" LINE 24 COL 1
               GO TO F-CHEQUE-DEBITADO
            END-IF.
            SET CHP-COBRADO TO TRUE.
            MOVE W-FECHA-CAPTURA TO CHP-FECHA-ESTADO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHP-USUARIO-MODIF.
            REWRITE REG-CHEQUE-PROPIO
              INVALID KEY
                DISPLAY "Error grabando cheque: " ST-CHEQUES-PROPIOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Cheque debitado" LINE 24 COL 1
            END-REWRITE.

       F-CHEQUE-DEBITADO.
            EXIT.

      * ANULO-CHEQUE: un cheque emitido y no debitado se anula y su
      * importe vuelve a la factura del proveedor (REABRO-FACTURA).
      * Un numero sin usar solo se puede inutilizar si es el proximo
      * de la chequera: queda registrado anulado y la chequera
      * avanza, igual que si se hubiera emitido.
       ANULO-CHEQUE.
            PERFORM BUSCO-CHEQUERA THRU F-BUSCO-CHEQUERA.
            IF NOT W-CHEQUERA-EXISTE
               DISPLAY "Chequera inexistente" LINE 24 COL 1
               GO TO F-ANULO-CHEQUE
            END-IF.
            PERFORM BUSCO-CHEQUE-PROPIO THRU F-BUSCO-CHEQUE-PROPIO.
            IF W-EXISTE NOT = "S"
               PERFORM INUTILIZO-FORMULARIO
                   THRU F-INUTILIZO-FORMULARIO
               GO TO F-ANULO-CHEQUE
            END-IF.
            PERFORM MUESTRO-CHEQUE-PROPIO.
            IF NOT CHP-EMITIDO
               DISPLAY "Solo se anula un cheque emitido sin debitar"
                       LINE 24 COL 1
               GO TO F-ANULO-CHEQUE
            END-IF.
            DISPLAY "¿Anula el cheque? (S/N)" LINE 16 COL 10.
            ACCEPT X LINE 16 COL 35.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-ANULO-CHEQUE
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            SET CHP-ANULADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-ESTADO.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHP-USUARIO-MODIF.
            REWRITE REG-CHEQUE-PROPIO
              INVALID KEY
                DISPLAY "Error grabando cheque: " ST-CHEQUES-PROPIOS
                        LINE 24 COL 1
                GO TO F-ANULO-CHEQUE
            END-REWRITE.
            DISPLAY "Cheque anulado" LINE 24 COL 1.
            IF CHP-FP-ID NOT = 0
               PERFORM REABRO-FACTURA THRU F-REABRO-FACTURA
            END-IF.

       F-ANULO-CHEQUE.
            EXIT.

       INUTILIZO-FORMULARIO.
            PERFORM MUESTRO-CHEQUERA.
            IF NOT CHR-ACTIVA OR W-CHP-NUMERO NOT = W-PROXIMO-NUMERO
               DISPLAY "Cheque no emitido; solo se inutiliza el "
                       "proximo numero de una chequera activa"
                       LINE 24 COL 1
               GO TO F-INUTILIZO-FORMULARIO
            END-IF.
            DISPLAY "¿Inutiliza el formulario? (S/N)" LINE 16 COL 10.
            ACCEPT X LINE 16 COL 43.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-INUTILIZO-FORMULARIO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            INITIALIZE REG-CHEQUE-PROPIO.
            MOVE CHR-CODIGO TO CHP-CHEQUERA.
            MOVE W-CHP-NUMERO TO CHP-NUMERO.
            MOVE CHR-BANCO TO CHP-BANCO.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-EMISION.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-PAGO.
            SET CHP-ANULADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-ESTADO.
            MOVE W-FECHA-SISTEMA TO CHP-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CHP-USUARIO-ALTA.
            WRITE REG-CHEQUE-PROPIO
              INVALID KEY
                DISPLAY "Error grabando cheque: " ST-CHEQUES-PROPIOS
                        LINE 24 COL 1
                GO TO F-INUTILIZO-FORMULARIO
            END-WRITE.
            MOVE W-CHP-NUMERO TO CHR-ULTIMO.
            IF CHR-ULTIMO = CHR-HASTA
               SET CHR-AGOTADA TO TRUE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CHR-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CHR-USUARIO-MODIF.
            REWRITE REG-CHEQUERA
              INVALID KEY
                DISPLAY "Error grabando chequera: " ST-CHEQUERAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Formulario inutilizado" LINE 24 COL 1
            END-REWRITE.

       F-INUTILIZO-FORMULARIO.
            EXIT.

      * REABRO-FACTURA: la factura que pagaba el cheque anulado vuelve
      * a deber su importe y queda abierta; el ledger de pagos recibe
      * el mismo importe en negativo (lo retenido ya tiene
      * certificado y no se toca).
       REABRO-FACTURA.
            MOVE CHP-FP-ID TO FP-ID.
            READ FACTURAS-PROVEEDOR KEY IS FP-ID
              INVALID KEY
                DISPLAY "Factura del cheque inexistente: " CHP-FP-ID
                        LINE 23 COL 1
                GO TO F-REABRO-FACTURA
            END-READ.
            ADD CHP-IMPORTE TO FP-SALDO.
            IF FP-PAGADA
               SET FP-ABIERTA TO TRUE
            END-IF.
            REWRITE REG-FACTURA-PROV
              INVALID KEY
                DISPLAY "Error reabriendo factura: " ST-FACT-PROV
                        LINE 23 COL 1
                GO TO F-REABRO-FACTURA
            END-REWRITE.
            MOVE W-FECHA-SISTEMA TO PAG-FECHA.
            MOVE FP-PROVEEDOR TO PAG-PROVEEDOR.
            MOVE FP-ID TO PAG-FP-ID.
            COMPUTE PAG-IMPORTE = 0 - CHP-IMPORTE.
            MOVE W-OPERADOR-ACTUAL TO PAG-OPERADOR.
            MOVE 0 TO PAG-BASE-SUJETA PAG-RET-GANANCIAS PAG-RET-IIBB.
            MOVE PAG-IMPORTE TO PAG-NETO-PAGADO.
            SET PAG-CHEQUE-PROPIO TO TRUE.
            MOVE CHP-BANCO TO PAG-CHQ-BANCO.
            MOVE CHP-NUMERO TO PAG-CHQ-NUMERO.
            MOVE PAG-IMPORTE TO PAG-CHQ-IMPORTE.
            WRITE REG-PAGO-PROVEEDOR.
            MOVE FP-SALDO TO IMPORTE-ZZ.
            DISPLAY "Factura " FP-ID " reabierta, saldo " IMPORTE-ZZ
                    LINE 23 COL 1.

       F-REABRO-FACTURA.
            EXIT.

      * LISTO-EMITIDOS: los cheques emitidos que el banco todavia no
      * debito, con su fecha de pago -- lo que falta salir de la
      * cuenta por cheques ya entregados.
       LISTO-EMITIDOS.
            MOVE 0 TO W-CANT-EMITIDOS.
            MOVE 0 TO W-TOTAL-EMITIDOS.
            MOVE 7 TO W-LINEA-PANT.
            MOVE LOW-VALUES TO CHP-CLAVE.
            START CHEQUES-PROPIOS KEY IS NOT LESS THAN CHP-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-EMITIDOS
              NOT INVALID KEY MOVE "N" TO W-FIN-EMITIDOS
            END-START.
            PERFORM LISTO-UN-EMITIDO THRU F-LISTO-UN-EMITIDO
                UNTIL W-FIN-EMITIDOS = "S".
            MOVE W-TOTAL-EMITIDOS TO TOTAL-ZZ.
            DISPLAY "Emitidos pendientes: " W-CANT-EMITIDOS
                    "  Total: " TOTAL-ZZ LINE 22 COL 10.

       F-LISTO-EMITIDOS.
            EXIT.

       LISTO-UN-EMITIDO.
            READ CHEQUES-PROPIOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-EMITIDOS
                GO TO F-LISTO-UN-EMITIDO
            END-READ.
            IF NOT CHP-EMITIDO
               GO TO F-LISTO-UN-EMITIDO
            END-IF.
            ADD 1 TO W-CANT-EMITIDOS.
            ADD CHP-IMPORTE TO W-TOTAL-EMITIDOS.
            IF W-LINEA-PANT < 21
               MOVE CHP-IMPORTE TO IMPORTE-ZZ
               DISPLAY CHP-CHEQUERA SPACE CHP-NUMERO SPACE CHP-BANCO
                       " prov " CHP-PROVEEDOR " pago "
                       CHP-FECHA-PAGO IMPORTE-ZZ
                       LINE W-LINEA-PANT COL 5
               ADD 1 TO W-LINEA-PANT
            END-IF.

       F-LISTO-UN-EMITIDO.
            EXIT.

      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
      * RECHAZOS-ABM como override.
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

       END PROGRAM "ABM-CHEQUERAS".
