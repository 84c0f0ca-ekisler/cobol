      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Pedido de reportes para la noche. El usuario elige un
      *          reporte del CATALOGO-REPORTES, la pantalla le pide los
      *          parametros del reporte (periodo, sucursal, vendedor,
      *          rango de clientes...) y los valida contra los
      *          maestros antes de dejar el pedido en COLA-REPORTES.
      *          Operaciones ya no arma las tarjetas SYSIN a mano: la
      *          rama CICLOB85 del ciclo nocturno corre los pedidos
      *          despues del cierre y deja asentado inicio, fin, RC y
      *          el dataset de salida de cada uno, que el usuario ve a
      *          la manana siguiente en "Mis pedidos". Un pedido que
      *          termino con error queda en la cola y se vuelve a
      *          correr la noche siguiente, salvo que se lo cancele.
      *          Cada reporte del catalogo tiene su transaccion en la
      *          matriz de permisos; pedirlo sin permiso queda en
      *          RECHAZOS-ABM.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-COLA-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/catalogoReportes.sel".
              COPY "./sel/colaReportes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/vendedores.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/catalogoReportes.fd".
              COPY "./fd/colaReportes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/vendedores.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-CATALOGO        PIC XX.
       01 ST-COLA-REP        PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-VENDEDORES      PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).
       01 W-COD-PERMISO      PIC X(2).
       01 W-PERMITIDO        PIC X.

      * Catalogo en memoria: se lee una sola vez al entrar.
       01 W-FIN-CATALOGO     PIC X VALUE "N".
       01 W-CANT-CATALOGO    PIC 99 VALUE 0.
       01 W-TABLA-CATALOGO.
          05 TCAT OCCURS 50 TIMES.
             10 TCAT-CODIGO       PIC X(4).
             10 TCAT-PROGRAMA     PIC X(30).
             10 TCAT-DESCRIPCION  PIC X(40).
             10 TCAT-TRANSACCION  PIC X(2).
             10 TCAT-PARAMETRO OCCURS 4.
                15 TCAT-PAR-TIPO   PIC X(3).
                15 TCAT-PAR-ROTULO PIC X(20).
       01 W-INDICE-CAT       PIC 99.
       01 W-CAT-DESDE        PIC 99.
       01 W-CAT-HASTA        PIC 99.
       01 W-CAT-ELEGIDO      PIC 99.
       01 W-LINEA            PIC 99.
       01 W-CODIGO-PEDIDO    PIC X(4).

      * Carga de parametros del pedido.
       01 W-CANCELA          PIC X.
       01 W-INDICE-PAR       PIC 9.
       01 W-PARAM-OK         PIC X.
       01 W-PARAM-ENTRADA    PIC X(12).
       01 W-PARAM-LARGO      PIC 99.
       01 W-PARAMETROS.
          05 W-PARAM-VALOR   PIC X(12) OCCURS 4.
       01 W-PERIODO-PARAM    PIC 9(6).
       01 W-PERIODO-PARAM-R REDEFINES W-PERIODO-PARAM.
          05 W-PER-ANIO      PIC 9(4).
          05 W-PER-MES       PIC 9(2).
       01 W-FECHA-PARAM      PIC 9(8).
       01 W-FECHA-PARAM-R REDEFINES W-FECHA-PARAM.
          05 W-FEC-ANIO      PIC 9(4).
          05 W-FEC-MES       PIC 9(2).
          05 W-FEC-DIA       PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.
       01 W-CLIENTE-PARAM    PIC 9(7).
       01 W-CLIENTE-DESDE    PIC 9(7).

      * Alta del pedido y consulta de la cola.
       01 W-FIN-COLA         PIC X.
       01 W-ULTIMO-PEDIDO    PIC 9(7) VALUE 0.
       01 W-NUMERO-PEDIDO    PIC 9(7).
       01 W-CANT-LISTADOS    PIC 99.
       01 W-CANT-PEDIDOS     PIC 9(4).

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
                    "Pedido de Reportes - Firma de Operador"
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

      * ABRO-ARCHIVOS: sin catalogo no hay nada para pedir. Los
      * maestros se abren solo para validar los parametros.
       ABRO-ARCHIVOS.
            PERFORM LEO-CATALOGO THRU F-LEO-CATALOGO.
            IF W-CANT-CATALOGO = 0
               DISPLAY "Catalogo de reportes vacio" LINE 24 COL 1
               MOVE "S" TO FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.

            OPEN I-O COLA-REPORTES.
            IF ST-COLA-REP > "07"
               DISPLAY "Error abriendo Cola de Reportes: " ST-COLA-REP
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN INPUT SUCURSALES.
            OPEN INPUT VENDEDORES.
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
            CLOSE COLA-REPORTES.
            CLOSE SUCURSALES.
            CLOSE VENDEDORES.
            CLOSE CLIENTES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       LEO-CATALOGO.
            MOVE 0 TO W-CANT-CATALOGO.
            OPEN INPUT CATALOGO-REPORTES.
            IF ST-CATALOGO NOT = "00"
               GO TO F-LEO-CATALOGO
            END-IF.
            MOVE "N" TO W-FIN-CATALOGO.
            PERFORM LEO-UN-REPORTE THRU F-LEO-UN-REPORTE
                UNTIL W-FIN-CATALOGO = "S".
            CLOSE CATALOGO-REPORTES.

       F-LEO-CATALOGO.
            EXIT.

       LEO-UN-REPORTE.
            READ CATALOGO-REPORTES
              AT END
                MOVE "S" TO W-FIN-CATALOGO
              NOT AT END
                IF W-CANT-CATALOGO < 50
                   ADD 1 TO W-CANT-CATALOGO
                   MOVE REG-CATALOGO-REPORTE TO TCAT(W-CANT-CATALOGO)
                ELSE
                   DISPLAY "Catalogo lleno, se ignora: " CAT-CODIGO
                           LINE 24 COL 1
                   MOVE "S" TO W-FIN-CATALOGO
                END-IF
            END-READ.

       F-LEO-UN-REPORTE.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Pedido de Reportes" LINE 3 COL 31
                    GUIONES LINE 4 COL 1
                    "Operador: " LINE 5 COL 10 W-OPERADOR-ACTUAL
                    "1 - Pedir un reporte" LINE 8 COL 10
                    "2 - Mis pedidos" LINE 10 COL 10
                    "3 - Cancelar un pedido" LINE 12 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            EVALUATE X
               WHEN "1"
                  PERFORM PIDO-REPORTE THRU F-PIDO-REPORTE
               WHEN "2"
                  PERFORM LISTO-PEDIDOS THRU F-LISTO-PEDIDOS
               WHEN "3"
                  PERFORM CANCELO-PEDIDO THRU F-CANCELO-PEDIDO
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.

       F-PROCESO.
            EXIT.

      * PIDO-REPORTE: elegir del catalogo, controlar el permiso del
      * reporte, pedir cada parametro hasta que sea valido y, con la
      * confirmacion del usuario, dejar el pedido pendiente.
       PIDO-REPORTE.
            MOVE "N" TO W-CANCELA.
            MOVE 0 TO W-CAT-ELEGIDO.
            MOVE 1 TO W-CAT-DESDE.
            PERFORM ELIJO-REPORTE THRU F-ELIJO-REPORTE
                UNTIL W-CAT-ELEGIDO > 0 OR W-CANCELA = "S".
            IF W-CANCELA = "S"
               GO TO F-PIDO-REPORTE
            END-IF.

            PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO.
            IF W-PERMITIDO NOT = "S"
               GO TO F-PIDO-REPORTE
            END-IF.

            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Reporte: " LINE 5 COL 5
                    TCAT-CODIGO(W-CAT-ELEGIDO) " - "
                    TCAT-DESCRIPCION(W-CAT-ELEGIDO).
            MOVE SPACES TO W-PARAMETROS.
            MOVE 0 TO W-CLIENTE-DESDE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS
                VARYING W-INDICE-PAR FROM 1 BY 1
                  UNTIL W-INDICE-PAR > 4 OR W-CANCELA = "S".
            IF W-CANCELA = "S"
               DISPLAY "Pedido abandonado" LINE 24 COL 1
               GO TO F-PIDO-REPORTE
            END-IF.

            DISPLAY "Confirma el pedido (S/N): " LINE 18 COL 5.
            ACCEPT X LINE 18 COL 31 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               DISPLAY "Pedido abandonado" LINE 24 COL 1
               GO TO F-PIDO-REPORTE
            END-IF.

            PERFORM GRABO-PEDIDO THRU F-GRABO-PEDIDO.

       F-PIDO-REPORTE.
            EXIT.

      * ELIJO-REPORTE: el catalogo de a 15 renglones; ENTER sin
      * codigo pasa a la pagina siguiente (y de la ultima vuelve a
      * la primera).
       ELIJO-REPORTE.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "COD  DESCRIPCION" LINE 5 COL 5.
            COMPUTE W-CAT-HASTA = W-CAT-DESDE + 14.
            IF W-CAT-HASTA > W-CANT-CATALOGO
               MOVE W-CANT-CATALOGO TO W-CAT-HASTA
            END-IF.
            MOVE 6 TO W-LINEA.
            PERFORM MUESTRO-UN-REPORTE THRU F-MUESTRO-UN-REPORTE
                VARYING W-INDICE-CAT FROM W-CAT-DESDE BY 1
                  UNTIL W-INDICE-CAT > W-CAT-HASTA.
            DISPLAY "Codigo (ENTER=mas  PF3=Volver): " LINE 22 COL 5.
            MOVE SPACES TO W-CODIGO-PEDIDO.
            ACCEPT W-CODIGO-PEDIDO LINE 22 COL 37 PROMPT.
            IF PF-SALIR
               MOVE "S" TO W-CANCELA
               GO TO F-ELIJO-REPORTE
            END-IF.
            IF W-CODIGO-PEDIDO = SPACES
               ADD 15 TO W-CAT-DESDE
               IF W-CAT-DESDE > W-CANT-CATALOGO
                  MOVE 1 TO W-CAT-DESDE
               END-IF
               GO TO F-ELIJO-REPORTE
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-CODIGO-PEDIDO)
              TO W-CODIGO-PEDIDO.
            PERFORM BUSCO-REPORTE THRU F-BUSCO-REPORTE
                VARYING W-INDICE-CAT FROM 1 BY 1
                  UNTIL W-INDICE-CAT > W-CANT-CATALOGO
                     OR W-CAT-ELEGIDO > 0.
            IF W-CAT-ELEGIDO = 0
               DISPLAY "Reporte inexistente en el catalogo"
                       LINE 24 COL 1
            END-IF.

       F-ELIJO-REPORTE.
            EXIT.

       MUESTRO-UN-REPORTE.
            DISPLAY TCAT-CODIGO(W-INDICE-CAT) LINE W-LINEA COL 5
                    TCAT-DESCRIPCION(W-INDICE-CAT) LINE W-LINEA COL 10.
            ADD 1 TO W-LINEA.

       F-MUESTRO-UN-REPORTE.
            EXIT.

       BUSCO-REPORTE.
            IF TCAT-CODIGO(W-INDICE-CAT) = W-CODIGO-PEDIDO
               MOVE W-INDICE-CAT TO W-CAT-ELEGIDO
            END-IF.

       F-BUSCO-REPORTE.
            EXIT.

      * CONTROLO-PERMISO: cada reporte se pide con la transaccion que
      * le asigna el catalogo; sin ella el intento queda en
      * RECHAZOS-ABM.
       CONTROLO-PERMISO.
            MOVE TCAT-TRANSACCION(W-CAT-ELEGIDO) TO W-COD-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "R" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE SPACES TO RCH-MOTIVO
               STRING "PEDIDO DE REPORTE " DELIMITED BY SIZE
                      TCAT-CODIGO(W-CAT-ELEGIDO) DELIMITED BY SIZE
                      " SIN PERMISO EN LA MATRIZ" DELIMITED BY SIZE
                 INTO RCH-MOTIVO
               WRITE REG-RECHAZO
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * PIDO-PARAMETROS: un renglon por parametro usado, en el orden
      * del catalogo (el mismo en que el programa lee sus tarjetas).
       PIDO-PARAMETROS.
            IF TCAT-PAR-TIPO(W-CAT-ELEGIDO W-INDICE-PAR) = SPACES
               GO TO F-PIDO-PARAMETROS
            END-IF.
            COMPUTE W-LINEA = 7 + W-INDICE-PAR * 2.
            DISPLAY TCAT-PAR-ROTULO(W-CAT-ELEGIDO W-INDICE-PAR)
                    LINE W-LINEA COL 5 ": " LINE W-LINEA COL 25.
            MOVE "N" TO W-PARAM-OK.
            PERFORM PIDO-UN-PARAMETRO THRU F-PIDO-UN-PARAMETRO
                UNTIL W-PARAM-OK = "S" OR W-CANCELA = "S".

       F-PIDO-PARAMETROS.
            EXIT.

       PIDO-UN-PARAMETRO.
            MOVE SPACES TO W-PARAM-ENTRADA.
            ACCEPT W-PARAM-ENTRADA LINE W-LINEA COL 27 PROMPT.
            IF PF-SALIR
               MOVE "S" TO W-CANCELA
               GO TO F-PIDO-UN-PARAMETRO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-PARAM-ENTRADA)
              TO W-PARAM-ENTRADA.
            MOVE 0 TO W-PARAM-LARGO.
            INSPECT W-PARAM-ENTRADA TALLYING W-PARAM-LARGO
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF W-PARAM-LARGO = 0
               DISPLAY "El parametro es obligatorio" LINE 24 COL 1
               GO TO F-PIDO-UN-PARAMETRO
            END-IF.
            EVALUATE TCAT-PAR-TIPO(W-CAT-ELEGIDO W-INDICE-PAR)
               WHEN "PER"
                  PERFORM VALIDO-PERIODO THRU F-VALIDO-PERIODO
               WHEN "FEC"
                  PERFORM VALIDO-FECHA-PARAM THRU F-VALIDO-FECHA-PARAM
               WHEN "SUC"
                  PERFORM VALIDO-SUCURSAL THRU F-VALIDO-SUCURSAL
               WHEN "VEN"
                  PERFORM VALIDO-VENDEDOR THRU F-VALIDO-VENDEDOR
               WHEN "CLI"
               WHEN "CLD"
               WHEN "CLH"
                  PERFORM VALIDO-CLIENTE THRU F-VALIDO-CLIENTE
               WHEN "SN "
                  IF W-PARAM-ENTRADA = "S" OR W-PARAM-ENTRADA = "N"
                     MOVE "S" TO W-PARAM-OK
                  ELSE
                     DISPLAY "Responda S o N" LINE 24 COL 1
                  END-IF
               WHEN "NUM"
                  IF W-PARAM-ENTRADA(1:W-PARAM-LARGO) IS NUMERIC
                     MOVE "S" TO W-PARAM-OK
                  ELSE
                     DISPLAY "Debe ser un numero" LINE 24 COL 1
                  END-IF
               WHEN OTHER
                  MOVE "S" TO W-PARAM-OK
            END-EVALUATE.
            IF W-PARAM-OK = "S"
               IF W-PARAM-VALOR(W-INDICE-PAR) = SPACES
                  MOVE W-PARAM-ENTRADA TO W-PARAM-VALOR(W-INDICE-PAR)
               END-IF
               DISPLAY " " LINE 24 COL 1 ERASE EOL
            END-IF.

       F-PIDO-UN-PARAMETRO.
            EXIT.

       VALIDO-PERIODO.
            IF W-PARAM-LARGO NOT = 6
                  OR W-PARAM-ENTRADA(1:6) IS NOT NUMERIC
               DISPLAY "Periodo invalido, formato AAAAMM" LINE 24 COL 1
               GO TO F-VALIDO-PERIODO
            END-IF.
            MOVE W-PARAM-ENTRADA(1:6) TO W-PERIODO-PARAM.
            IF W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY "Periodo invalido, mes fuera de rango"
                       LINE 24 COL 1
            ELSE
               MOVE "S" TO W-PARAM-OK
            END-IF.

       F-VALIDO-PERIODO.
            EXIT.

       VALIDO-FECHA-PARAM.
            IF W-PARAM-LARGO NOT = 8
                  OR W-PARAM-ENTRADA(1:8) IS NOT NUMERIC
               DISPLAY "Fecha invalida, formato AAAAMMDD" LINE 24 COL 1
               GO TO F-VALIDO-FECHA-PARAM
            END-IF.
            MOVE W-PARAM-ENTRADA(1:8) TO W-FECHA-PARAM.
            IF W-FEC-MES < 1 OR W-FEC-MES > 12
               DISPLAY "Fecha invalida" LINE 24 COL 1
               GO TO F-VALIDO-FECHA-PARAM
            END-IF.
            CALL "VALIDO-FECHA" USING W-FEC-ANIO W-FEC-MES W-FEC-DIA
                 W-FECHA-VALIDA.
            IF W-FECHA-VALIDA = "S"
               MOVE "S" TO W-PARAM-OK
            ELSE
               DISPLAY "Fecha invalida" LINE 24 COL 1
            END-IF.

       F-VALIDO-FECHA-PARAM.
            EXIT.

       VALIDO-SUCURSAL.
            MOVE W-PARAM-ENTRADA(1:3) TO SUC-CODIGO.
            READ SUCURSALES
              INVALID KEY
                DISPLAY "Sucursal inexistente" LINE 24 COL 1
              NOT INVALID KEY
                MOVE "S" TO W-PARAM-OK
            END-READ.

       F-VALIDO-SUCURSAL.
            EXIT.

       VALIDO-VENDEDOR.
            MOVE W-PARAM-ENTRADA(1:5) TO VEN-CODIGO.
            READ VENDEDORES
              INVALID KEY
                DISPLAY "Vendedor inexistente" LINE 24 COL 1
              NOT INVALID KEY
                MOVE "S" TO W-PARAM-OK
            END-READ.

       F-VALIDO-VENDEDOR.
            EXIT.

      * VALIDO-CLIENTE: el numero se guarda con sus 7 digitos, que es
      * como lo leen los programas. En un rango, el hasta no puede
      * quedar por debajo del desde.
       VALIDO-CLIENTE.
            IF W-PARAM-LARGO > 7
                  OR W-PARAM-ENTRADA(1:W-PARAM-LARGO) IS NOT NUMERIC
               DISPLAY "Numero de cliente invalido" LINE 24 COL 1
               GO TO F-VALIDO-CLIENTE
            END-IF.
            MOVE W-PARAM-ENTRADA(1:W-PARAM-LARGO) TO W-CLIENTE-PARAM.
            IF TCAT-PAR-TIPO(W-CAT-ELEGIDO W-INDICE-PAR) = "CLH"
                  AND W-CLIENTE-PARAM < W-CLIENTE-DESDE
               DISPLAY "El cliente hasta es menor que el desde"
                       LINE 24 COL 1
               GO TO F-VALIDO-CLIENTE
            END-IF.
            MOVE W-CLIENTE-PARAM TO CLI_ID.
            READ CLIENTES
              INVALID KEY
                DISPLAY "Cliente inexistente" LINE 24 COL 1
              NOT INVALID KEY
                MOVE "S" TO W-PARAM-OK
                MOVE W-CLIENTE-PARAM TO W-PARAM-VALOR(W-INDICE-PAR)
                IF TCAT-PAR-TIPO(W-CAT-ELEGIDO W-INDICE-PAR) = "CLD"
                   MOVE W-CLIENTE-PARAM TO W-CLIENTE-DESDE
                END-IF
            END-READ.

       F-VALIDO-CLIENTE.
            EXIT.

      * GRABO-PEDIDO: el numero es el ultimo de la cola mas uno.
       GRABO-PEDIDO.
            PERFORM BUSCO-ULTIMO-PEDIDO THRU F-BUSCO-ULTIMO-PEDIDO.
            INITIALIZE REG-COLA-REPORTE.
            COMPUTE CRP-NUMERO = W-ULTIMO-PEDIDO + 1.
            MOVE TCAT-CODIGO(W-CAT-ELEGIDO) TO CRP-CODIGO.
            MOVE TCAT-PROGRAMA(W-CAT-ELEGIDO) TO CRP-PROGRAMA.
            MOVE W-OPERADOR-ACTUAL TO CRP-OPERADOR.
            ACCEPT CRP-FECHA-PEDIDO FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            MOVE W-HORA-SISTEMA(1:6) TO CRP-HORA-PEDIDO.
            MOVE W-PARAM-VALOR(1) TO CRP-PARAMETRO(1).
            MOVE W-PARAM-VALOR(2) TO CRP-PARAMETRO(2).
            MOVE W-PARAM-VALOR(3) TO CRP-PARAMETRO(3).
            MOVE W-PARAM-VALOR(4) TO CRP-PARAMETRO(4).
            SET CRP-PENDIENTE TO TRUE.
            WRITE REG-COLA-REPORTE
              INVALID KEY
                DISPLAY "Error grabando el pedido: " ST-COLA-REP
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Pedido " CRP-NUMERO
                        " encolado, corre esta noche" LINE 24 COL 1
            END-WRITE.
            ACCEPT X LINE 24 COL 60.

       F-GRABO-PEDIDO.
            EXIT.

       BUSCO-ULTIMO-PEDIDO.
            MOVE 0 TO W-ULTIMO-PEDIDO.
            MOVE 0 TO CRP-NUMERO.
            START COLA-REPORTES KEY IS NOT LESS THAN CRP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-COLA
              NOT INVALID KEY MOVE "N" TO W-FIN-COLA
            END-START.
            PERFORM MIRO-UN-PEDIDO THRU F-MIRO-UN-PEDIDO
                UNTIL W-FIN-COLA = "S".

       F-BUSCO-ULTIMO-PEDIDO.
            EXIT.

       MIRO-UN-PEDIDO.
            READ COLA-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COLA
              NOT AT END
                MOVE CRP-NUMERO TO W-ULTIMO-PEDIDO
            END-READ.

       F-MIRO-UN-PEDIDO.
            EXIT.

      * LISTO-PEDIDOS: los pedidos del operador (todos, para un
      * supervisor), de a 8 por pantalla: cuando se pidio, estado,
      * inicio y fin de la corrida, RC y donde quedo el listado.
       LISTO-PEDIDOS.
            MOVE 0 TO W-CANT-PEDIDOS.
            MOVE 0 TO CRP-NUMERO.
            START COLA-REPORTES KEY IS NOT LESS THAN CRP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-COLA
              NOT INVALID KEY MOVE "N" TO W-FIN-COLA
            END-START.
            PERFORM ENCABEZO-PEDIDOS THRU F-ENCABEZO-PEDIDOS.
            PERFORM LISTO-UN-PEDIDO THRU F-LISTO-UN-PEDIDO
                UNTIL W-FIN-COLA = "S".
            IF W-CANT-PEDIDOS = 0
               DISPLAY "No hay pedidos para el operador" LINE 24 COL 1
            ELSE
               DISPLAY "Fin de los pedidos" LINE 24 COL 1
            END-IF.
            ACCEPT X LINE 24 COL 60.

       F-LISTO-PEDIDOS.
            EXIT.

       ENCABEZO-PEDIDOS.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "NUMERO  REP  OPERADOR PEDIDO   E INICIO"
                    "          FIN             RC INT" LINE 5 COL 1.
            DISPLAY "P=pendiente L=lanzado X=en curso T=terminado "
                    "E=error (se reintenta) C=cancelado"
                    LINE 22 COL 1.
            MOVE 6 TO W-LINEA.
            MOVE 0 TO W-CANT-LISTADOS.

       F-ENCABEZO-PEDIDOS.
            EXIT.

       LISTO-UN-PEDIDO.
            READ COLA-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COLA
                GO TO F-LISTO-UN-PEDIDO
            END-READ.
            IF CRP-OPERADOR NOT = W-OPERADOR-ACTUAL
                  AND W-OPERADOR-SUPERVISOR NOT = "S"
               GO TO F-LISTO-UN-PEDIDO
            END-IF.
            IF W-CANT-LISTADOS = 8
               DISPLAY "ENTER=siguiente pagina  PF3=Volver"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               IF PF-SALIR
                  MOVE "S" TO W-FIN-COLA
                  GO TO F-LISTO-UN-PEDIDO
               END-IF
               PERFORM ENCABEZO-PEDIDOS THRU F-ENCABEZO-PEDIDOS
            END-IF.
            DISPLAY CRP-NUMERO LINE W-LINEA COL 1
                    CRP-CODIGO LINE W-LINEA COL 9
                    CRP-OPERADOR LINE W-LINEA COL 14
                    CRP-FECHA-PEDIDO LINE W-LINEA COL 23
                    CRP-ESTADO LINE W-LINEA COL 32.
            IF CRP-FECHA-INICIO NOT = 0
               DISPLAY CRP-FECHA-INICIO LINE W-LINEA COL 34
                       CRP-HORA-INICIO LINE W-LINEA COL 43
            END-IF.
            IF CRP-FECHA-FIN NOT = 0
               DISPLAY CRP-FECHA-FIN LINE W-LINEA COL 50
                       CRP-HORA-FIN LINE W-LINEA COL 59
                       CRP-RC LINE W-LINEA COL 66
            END-IF.
            DISPLAY CRP-INTENTOS LINE W-LINEA COL 69.
            ADD 1 TO W-LINEA.
            IF CRP-SALIDA NOT = SPACES
               DISPLAY "Salida: " LINE W-LINEA COL 9
                       CRP-SALIDA LINE W-LINEA COL 17
            END-IF.
            ADD 1 TO W-LINEA.
            ADD 1 TO W-CANT-LISTADOS.
            ADD 1 TO W-CANT-PEDIDOS.

       F-LISTO-UN-PEDIDO.
            EXIT.

      * CANCELO-PEDIDO: solo pedidos propios (cualquiera, para un
      * supervisor) y solo si todavia no corrieron o quedaron con
      * error; un pedido lanzado ya esta en manos del ciclo.
       CANCELO-PEDIDO.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Numero de pedido a cancelar: " LINE 8 COL 10.
            MOVE 0 TO W-NUMERO-PEDIDO.
            ACCEPT W-NUMERO-PEDIDO LINE 8 COL 40 PROMPT.
            IF PF-SALIR OR W-NUMERO-PEDIDO = 0
               GO TO F-CANCELO-PEDIDO
            END-IF.
            MOVE W-NUMERO-PEDIDO TO CRP-NUMERO.
            READ COLA-REPORTES
              INVALID KEY
                DISPLAY "Pedido inexistente" LINE 24 COL 1
                GO TO F-CANCELO-PEDIDO
            END-READ.
            IF CRP-OPERADOR NOT = W-OPERADOR-ACTUAL
                  AND W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "El pedido es de otro operador" LINE 24 COL 1
               GO TO F-CANCELO-PEDIDO
            END-IF.
            IF NOT CRP-PENDIENTE AND NOT CRP-ERROR
               DISPLAY "Solo se cancelan pedidos pendientes o con error"
                       LINE 24 COL 1
               GO TO F-CANCELO-PEDIDO
            END-IF.
            DISPLAY "Reporte " LINE 10 COL 10 CRP-CODIGO
                    " pedido por " CRP-OPERADOR
                    " el " CRP-FECHA-PEDIDO.
            DISPLAY "Confirma la cancelacion (S/N): " LINE 12 COL 10.
            ACCEPT X LINE 12 COL 42 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-CANCELO-PEDIDO
            END-IF.
            SET CRP-CANCELADO TO TRUE.
            REWRITE REG-COLA-REPORTE
              INVALID KEY
                DISPLAY "Error grabando el pedido: " ST-COLA-REP
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Pedido cancelado" LINE 24 COL 1
            END-REWRITE.

       F-CANCELO-PEDIDO.
            EXIT.

       END PROGRAM "ABM-COLA-REPORTES".
