      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Consulta y reimpresion del archivo de reportes. Busca
      *          salidas archivadas por reporte (programa o codigo de
      *          catalogo), fecha de corrida, periodo y sucursal, o por
      *          cliente (las salidas donde figura y en que paginas),
      *          muestra la salida tal como se imprimio, de a una
      *          pantalla y desde la pagina que se pida, y la
      *          reimprime entera o por rango de paginas en
      *          reimpresionReportes.txt con un renglon de constancia
      *          de quien y cuando. Reimprimir exige el permiso RI; sin
      *          el, el intento queda en RECHAZOS-ABM. Una salida
      *          depurada por retencion muestra solo su registro del
      *          indice.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-ARCHIVO-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/indiceReportes.sel".
              COPY "./sel/archivoReportes.sel".
              COPY "./sel/paginasClienteReporte.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

           SELECT OPTIONAL REIMPRESION-REPORTES
             ASSIGN TO "./reimpresionReportes.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-REIMPRESION.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/indiceReportes.fd".
              COPY "./fd/archivoReportes.fd".
              COPY "./fd/paginasClienteReporte.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       FD REIMPRESION-REPORTES.
       01 REG-REIMPRESION    PIC X(132).

       WORKING-STORAGE SECTION.

       01 ST-INDICE-REP      PIC XX.
       01 ST-ARCHIVO-REP     PIC XX.
       01 ST-PAGINAS-CLI     PIC XX.
       01 ST-REIMPRESION     PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-COD-PERMISO      PIC X(2) VALUE "RI".
       01 W-PERMITIDO        PIC X.

      * Filtros de busqueda (en blanco o cero = cualquiera).
       01 W-FIL-REPORTE      PIC X(30).
       01 W-FIL-FECHA-DESDE  PIC 9(8).
       01 W-FIL-FECHA-HASTA  PIC 9(8).
       01 W-FIL-PERIODO      PIC 9(6).
       01 W-FIL-SUCURSAL     PIC X(3).
       01 W-FIL-CLIENTE      PIC 9(7).

      * Lista de salidas y eleccion.
       01 W-FIN-LISTA        PIC X.
       01 W-LINEA            PIC 99.
       01 W-CANT-HALLADAS    PIC 9(5).
       01 W-ID-ELEGIDO       PIC 9(7).
       01 W-PAG-DESDE-CLI    PIC 9(5).

      * Vista de una salida.
       01 W-FIN-VER          PIC X.
       01 W-FIN-RENGLONES    PIC X.
       01 W-PAGINA-VER       PIC 9(5).
       01 W-LINEA-VER        PIC 9(7).
       01 W-COLUMNA          PIC 999 VALUE 1.
       01 W-RENGLONES-PANT   PIC 99.
       01 W-PAG-DESDE        PIC 9(5).
       01 W-PAG-HASTA        PIC 9(5).
       01 W-CANT-REIMPRESOS  PIC 9(7).

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
                    "Archivo de Reportes - Firma de Operador"
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
            OPEN INPUT INDICE-REPORTES.
            IF ST-INDICE-REP NOT = "00"
               DISPLAY "No hay reportes archivados: " ST-INDICE-REP
                       LINE 24 COL 1
               MOVE "S" TO FIN
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN INPUT ARCHIVO-REPORTES.
            OPEN INPUT PAGINAS-CLIENTE-REPORTE.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE INDICE-REPORTES.
            CLOSE ARCHIVO-REPORTES.
            CLOSE PAGINAS-CLIENTE-REPORTE.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Archivo de Reportes" LINE 3 COL 31
                    GUIONES LINE 4 COL 1
                    "1 - Buscar por reporte" LINE 8 COL 10
                    "2 - Buscar por cliente" LINE 10 COL 10
                    "3 - Ver una salida por numero" LINE 12 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            MOVE 0 TO W-ID-ELEGIDO.
            MOVE 1 TO W-PAG-DESDE-CLI.
            EVALUATE X
               WHEN "1"
                  PERFORM BUSCO-POR-REPORTE THRU F-BUSCO-POR-REPORTE
               WHEN "2"
                  PERFORM BUSCO-POR-CLIENTE THRU F-BUSCO-POR-CLIENTE
               WHEN "3"
                  DISPLAY "Numero de salida: " LINE 17 COL 10
                  ACCEPT W-ID-ELEGIDO LINE 17 COL 28 PROMPT
                  IF PF-SALIR
                     MOVE 0 TO W-ID-ELEGIDO
                  END-IF
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.
            IF W-ID-ELEGIDO > 0
               PERFORM ATIENDO-SALIDA THRU F-ATIENDO-SALIDA
            END-IF.

       F-PROCESO.
            EXIT.

      * BUSCO-POR-REPORTE: recorre el indice entero con los filtros;
      * el reporte se compara contra el programa o contra el codigo
      * del catalogo.
       BUSCO-POR-REPORTE.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Reporte (programa o codigo):" LINE 6 COL 5
                    "Corrida desde (AAAAMMDD)   :" LINE 7 COL 5
                    "Corrida hasta (AAAAMMDD)   :" LINE 8 COL 5
                    "Periodo (AAAAMM)           :" LINE 9 COL 5
                    "Sucursal                   :" LINE 10 COL 5.
            MOVE SPACES TO W-FIL-REPORTE.
            MOVE 0 TO W-FIL-FECHA-DESDE.
            MOVE 0 TO W-FIL-FECHA-HASTA.
            MOVE 0 TO W-FIL-PERIODO.
            MOVE SPACES TO W-FIL-SUCURSAL.
            ACCEPT W-FIL-REPORTE LINE 6 COL 35 PROMPT.
            IF PF-SALIR
               GO TO F-BUSCO-POR-REPORTE
            END-IF.
            ACCEPT W-FIL-FECHA-DESDE LINE 7 COL 35 PROMPT.
            ACCEPT W-FIL-FECHA-HASTA LINE 8 COL 35 PROMPT.
            ACCEPT W-FIL-PERIODO LINE 9 COL 35 PROMPT.
            ACCEPT W-FIL-SUCURSAL LINE 10 COL 35 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-FIL-REPORTE) TO W-FIL-REPORTE.
            MOVE FUNCTION UPPER-CASE(W-FIL-SUCURSAL)
              TO W-FIL-SUCURSAL.
            IF W-FIL-FECHA-HASTA = 0
               MOVE 99999999 TO W-FIL-FECHA-HASTA
            END-IF.

            MOVE 0 TO W-CANT-HALLADAS.
            MOVE "N" TO W-FIN-LISTA.
            MOVE 0 TO IRP-ID.
            START INDICE-REPORTES KEY IS NOT LESS THAN IRP-ID
              INVALID KEY MOVE "S" TO W-FIN-LISTA
            END-START.
            PERFORM ENCABEZO-LISTA THRU F-ENCABEZO-LISTA.
            PERFORM MIRO-UNA-SALIDA THRU F-MIRO-UNA-SALIDA
                UNTIL W-FIN-LISTA = "S".
            PERFORM CIERRO-LISTA THRU F-CIERRO-LISTA.

       F-BUSCO-POR-REPORTE.
            EXIT.

       MIRO-UNA-SALIDA.
            READ INDICE-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LISTA
                GO TO F-MIRO-UNA-SALIDA
            END-READ.
            IF W-FIL-REPORTE NOT = SPACES
                  AND W-FIL-REPORTE NOT = IRP-PROGRAMA
                  AND W-FIL-REPORTE NOT = IRP-CODIGO
               GO TO F-MIRO-UNA-SALIDA
            END-IF.
            IF IRP-FECHA-CORRIDA < W-FIL-FECHA-DESDE
                  OR IRP-FECHA-CORRIDA > W-FIL-FECHA-HASTA
               GO TO F-MIRO-UNA-SALIDA
            END-IF.
            IF W-FIL-PERIODO NOT = 0 AND W-FIL-PERIODO NOT = IRP-PERIODO
               GO TO F-MIRO-UNA-SALIDA
            END-IF.
            IF W-FIL-SUCURSAL NOT = SPACES
                  AND W-FIL-SUCURSAL NOT = IRP-SUCURSAL
               GO TO F-MIRO-UNA-SALIDA
            END-IF.
            PERFORM MUESTRO-SALIDA THRU F-MUESTRO-SALIDA.
            IF W-FIN-LISTA = "S"
               GO TO F-MIRO-UNA-SALIDA
            END-IF.
            DISPLAY IRP-CANT-PAGINAS LINE W-LINEA COL 70.
            ADD 1 TO W-LINEA.

       F-MIRO-UNA-SALIDA.
            EXIT.

      * BUSCO-POR-CLIENTE: por la clave alternativa de cliente, cada
      * tramo de paginas donde figura, con los datos de la salida.
       BUSCO-POR-CLIENTE.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Cliente: " LINE 6 COL 5.
            MOVE 0 TO W-FIL-CLIENTE.
            ACCEPT W-FIL-CLIENTE LINE 6 COL 14 PROMPT.
            IF PF-SALIR OR W-FIL-CLIENTE = 0
               GO TO F-BUSCO-POR-CLIENTE
            END-IF.
            MOVE 0 TO W-CANT-HALLADAS.
            MOVE "N" TO W-FIN-LISTA.
            MOVE W-FIL-CLIENTE TO PCR-CLI-ID.
            START PAGINAS-CLIENTE-REPORTE KEY IS = PCR-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-LISTA
            END-START.
            PERFORM ENCABEZO-LISTA THRU F-ENCABEZO-LISTA.
            PERFORM MIRO-UN-RANGO THRU F-MIRO-UN-RANGO
                UNTIL W-FIN-LISTA = "S".
            PERFORM CIERRO-LISTA THRU F-CIERRO-LISTA.
            IF W-ID-ELEGIDO > 0
               PERFORM BUSCO-PAGINA-CLIENTE
                  THRU F-BUSCO-PAGINA-CLIENTE
            END-IF.

       F-BUSCO-POR-CLIENTE.
            EXIT.

       MIRO-UN-RANGO.
            READ PAGINAS-CLIENTE-REPORTE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LISTA
                GO TO F-MIRO-UN-RANGO
            END-READ.
            IF PCR-CLI-ID NOT = W-FIL-CLIENTE
               MOVE "S" TO W-FIN-LISTA
               GO TO F-MIRO-UN-RANGO
            END-IF.
            MOVE PCR-ID TO IRP-ID.
            READ INDICE-REPORTES
              INVALID KEY
                GO TO F-MIRO-UN-RANGO
            END-READ.
            IF NOT IRP-VIGENTE
               GO TO F-MIRO-UN-RANGO
            END-IF.
            PERFORM MUESTRO-SALIDA THRU F-MUESTRO-SALIDA.
            IF W-FIN-LISTA = "S"
               GO TO F-MIRO-UN-RANGO
            END-IF.
            DISPLAY PCR-PAGINA-DESDE LINE W-LINEA COL 70
                    "-" PCR-PAGINA-HASTA.
            ADD 1 TO W-LINEA.

       F-MIRO-UN-RANGO.
            EXIT.

      * BUSCO-PAGINA-CLIENTE: la vista de la salida elegida arranca
      * en la primera pagina del cliente.
       BUSCO-PAGINA-CLIENTE.
            MOVE W-ID-ELEGIDO TO PCR-ID.
            MOVE 0 TO PCR-SECUENCIA.
            START PAGINAS-CLIENTE-REPORTE KEY IS NOT LESS THAN PCR-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LISTA
              NOT INVALID KEY MOVE "N" TO W-FIN-LISTA
            END-START.
            PERFORM MIRO-PAGINA-CLIENTE THRU F-MIRO-PAGINA-CLIENTE
                UNTIL W-FIN-LISTA = "S".

       F-BUSCO-PAGINA-CLIENTE.
            EXIT.

       MIRO-PAGINA-CLIENTE.
            READ PAGINAS-CLIENTE-REPORTE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LISTA
                GO TO F-MIRO-PAGINA-CLIENTE
            END-READ.
            IF PCR-ID NOT = W-ID-ELEGIDO
               MOVE "S" TO W-FIN-LISTA
               GO TO F-MIRO-PAGINA-CLIENTE
            END-IF.
            IF PCR-CLI-ID = W-FIL-CLIENTE
               MOVE PCR-PAGINA-DESDE TO W-PAG-DESDE-CLI
               MOVE "S" TO W-FIN-LISTA
            END-IF.

       F-MIRO-PAGINA-CLIENTE.
            EXIT.

       ENCABEZO-LISTA.
            DISPLAY " " LINE 7 COL 1 ERASE EOS.
            DISPLAY "SALIDA  PROGRAMA                       COD  "
                    "CORRIDA  PERIOD SUC E  PAGINAS" LINE 7 COL 1.
            MOVE 8 TO W-LINEA.

       F-ENCABEZO-LISTA.
            EXIT.

      * MUESTRO-SALIDA: un renglon de la lista; con la pantalla
      * llena se pide la eleccion o la pagina siguiente.
       MUESTRO-SALIDA.
            IF W-LINEA > 21
               PERFORM PIDO-ELECCION THRU F-PIDO-ELECCION
               IF W-FIN-LISTA = "S"
                  GO TO F-MUESTRO-SALIDA
               END-IF
               PERFORM ENCABEZO-LISTA THRU F-ENCABEZO-LISTA
            END-IF.
            ADD 1 TO W-CANT-HALLADAS.
            DISPLAY IRP-ID LINE W-LINEA COL 1
                    IRP-PROGRAMA LINE W-LINEA COL 9
                    IRP-CODIGO LINE W-LINEA COL 40
                    IRP-FECHA-CORRIDA LINE W-LINEA COL 45
                    IRP-PERIODO LINE W-LINEA COL 54
                    IRP-SUCURSAL LINE W-LINEA COL 61
                    IRP-ESTADO LINE W-LINEA COL 65.

       F-MUESTRO-SALIDA.
            EXIT.

       PIDO-ELECCION.
            DISPLAY "Salida (0=mas  PF3=volver): " LINE 23 COL 1.
            MOVE 0 TO W-ID-ELEGIDO.
            ACCEPT W-ID-ELEGIDO LINE 23 COL 30 PROMPT.
            IF PF-SALIR
               MOVE 0 TO W-ID-ELEGIDO
               MOVE "S" TO W-FIN-LISTA
            END-IF.
            IF W-ID-ELEGIDO > 0
               MOVE "S" TO W-FIN-LISTA
            END-IF.

       F-PIDO-ELECCION.
            EXIT.

       CIERRO-LISTA.
            IF W-ID-ELEGIDO > 0 OR PF-SALIR
               GO TO F-CIERRO-LISTA
            END-IF.
            IF W-CANT-HALLADAS = 0
               DISPLAY "No hay salidas archivadas con esos datos"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CIERRO-LISTA
            END-IF.
            DISPLAY "Fin de la lista" LINE 24 COL 1.
            PERFORM PIDO-ELECCION THRU F-PIDO-ELECCION.

       F-CIERRO-LISTA.
            EXIT.

      * ATIENDO-SALIDA: el registro del indice y, si la salida sigue
      * vigente, verla o reimprimirla.
       ATIENDO-SALIDA.
            MOVE W-ID-ELEGIDO TO IRP-ID.
            READ INDICE-REPORTES
              INVALID KEY
                DISPLAY "Salida inexistente" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-ATIENDO-SALIDA
            END-READ.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Salida   : " LINE 6 COL 5 IRP-ID
                    "  " IRP-PROGRAMA "  " IRP-CODIGO.
            DISPLAY "Pedido   : " LINE 7 COL 5 IRP-PEDIDO
                    "  Corrida: " IRP-FECHA-CORRIDA " "
                    IRP-HORA-CORRIDA.
            DISPLAY "Periodo  : " LINE 8 COL 5 IRP-PERIODO
                    "  Sucursal: " IRP-SUCURSAL.
            DISPLAY "Paginas  : " LINE 9 COL 5 IRP-CANT-PAGINAS
                    "  Renglones: " IRP-CANT-LINEAS.
            DISPLAY "Clase    : " LINE 10 COL 5 IRP-CLASE
                    "  Se guarda hasta: " IRP-FECHA-VENCE.
            DISPLAY "Origen   : " LINE 11 COL 5 IRP-ORIGEN.
            IF IRP-DEPURADO
               DISPLAY "Salida depurada por retencion el "
                       LINE 13 COL 5 IRP-FECHA-DEPURADO
               ACCEPT X LINE 24 COL 60
               GO TO F-ATIENDO-SALIDA
            END-IF.
            DISPLAY "V=Ver  R=Reimprimir  PF3=Volver" LINE 23 COL 1.
            ACCEPT X LINE 13 COL 5 PROMPT.
            IF PF-SALIR
               GO TO F-ATIENDO-SALIDA
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            EVALUATE X
               WHEN "V"
                  PERFORM VEO-SALIDA THRU F-VEO-SALIDA
               WHEN "R"
                  PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
                  IF W-PERMITIDO = "S"
                     PERFORM REIMPRIMO-SALIDA THRU F-REIMPRIMO-SALIDA
                  END-IF
            END-EVALUATE.

       F-ATIENDO-SALIDA.
            EXIT.

      * VEO-SALIDA: 17 renglones por pantalla desde la pagina pedida;
      * el listado es de 132 columnas, "D" alterna entre la mitad
      * izquierda y la derecha.
       VEO-SALIDA.
            DISPLAY "Desde la pagina: " LINE 15 COL 5.
            MOVE W-PAG-DESDE-CLI TO W-PAGINA-VER.
            ACCEPT W-PAGINA-VER LINE 15 COL 22 PROMPT.
            IF PF-SALIR
               GO TO F-VEO-SALIDA
            END-IF.
            IF W-PAGINA-VER = 0 OR W-PAGINA-VER > IRP-CANT-PAGINAS
               MOVE 1 TO W-PAGINA-VER
            END-IF.
            COMPUTE W-LINEA-VER =
                (W-PAGINA-VER - 1) * IRP-LINEAS-PAGINA + 1.
            MOVE 1 TO W-COLUMNA.
            MOVE "N" TO W-FIN-VER.
            PERFORM MUESTRO-PANTALLA THRU F-MUESTRO-PANTALLA
                UNTIL W-FIN-VER = "S".

       F-VEO-SALIDA.
            EXIT.

       MUESTRO-PANTALLA.
            DISPLAY " " LINE 1 COL 1 ERASE EOS.
            DISPLAY "Salida " LINE 2 COL 1 IRP-ID " " IRP-PROGRAMA
                    " renglon " W-LINEA-VER " de " IRP-CANT-LINEAS.
            MOVE W-ID-ELEGIDO TO ARL-ID.
            MOVE W-LINEA-VER TO ARL-LINEA.
            START ARCHIVO-REPORTES KEY IS NOT LESS THAN ARL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            MOVE 4 TO W-LINEA.
            MOVE 0 TO W-RENGLONES-PANT.
            PERFORM MUESTRO-RENGLON THRU F-MUESTRO-RENGLON
                UNTIL W-FIN-RENGLONES = "S"
                   OR W-RENGLONES-PANT = 17.
            DISPLAY "ENTER=sigue  A=anterior  D=der/izq  PF3=volver"
                    LINE 23 COL 1.
            MOVE SPACE TO X.
            ACCEPT X LINE 23 COL 60.
            IF PF-SALIR
               MOVE "S" TO W-FIN-VER
               GO TO F-MUESTRO-PANTALLA
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            EVALUATE X
               WHEN "A"
                  IF W-LINEA-VER > 17
                     SUBTRACT 17 FROM W-LINEA-VER
                  ELSE
                     MOVE 1 TO W-LINEA-VER
                  END-IF
               WHEN "D"
                  IF W-COLUMNA = 1
                     MOVE 53 TO W-COLUMNA
                  ELSE
                     MOVE 1 TO W-COLUMNA
                  END-IF
               WHEN OTHER
                  ADD 17 TO W-LINEA-VER
                  IF W-LINEA-VER > IRP-CANT-LINEAS
                     MOVE "S" TO W-FIN-VER
                  END-IF
            END-EVALUATE.

       F-MUESTRO-PANTALLA.
            EXIT.

       MUESTRO-RENGLON.
            READ ARCHIVO-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-MUESTRO-RENGLON
            END-READ.
            IF ARL-ID NOT = W-ID-ELEGIDO
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-MUESTRO-RENGLON
            END-IF.
            DISPLAY ARL-TEXTO(W-COLUMNA:80) LINE W-LINEA COL 1.
            ADD 1 TO W-LINEA.
            ADD 1 TO W-RENGLONES-PANT.

       F-MUESTRO-RENGLON.
            EXIT.

      * CONTROLO-PERMISO: reimprimir una salida archivada es sacar
      * otra vez informacion del negocio en papel; sin el permiso RI
      * el intento queda en RECHAZOS-ABM.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "I" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "REIMPRESION DE REPORTE ARCHIVADO SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
               ACCEPT X LINE 24 COL 60
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * REIMPRIMO-SALIDA: las paginas pedidas (0 = desde la primera /
      * hasta la ultima), precedidas por el renglon de constancia.
       REIMPRIMO-SALIDA.
            DISPLAY "Pagina desde (0=primera): " LINE 15 COL 5
                    "Pagina hasta (0=ultima) : " LINE 16 COL 5.
            MOVE 0 TO W-PAG-DESDE.
            MOVE 0 TO W-PAG-HASTA.
            ACCEPT W-PAG-DESDE LINE 15 COL 31 PROMPT.
            ACCEPT W-PAG-HASTA LINE 16 COL 31 PROMPT.
            IF PF-SALIR
               GO TO F-REIMPRIMO-SALIDA
            END-IF.
            IF W-PAG-DESDE = 0
               MOVE 1 TO W-PAG-DESDE
            END-IF.
            IF W-PAG-HASTA = 0 OR W-PAG-HASTA > IRP-CANT-PAGINAS
               MOVE IRP-CANT-PAGINAS TO W-PAG-HASTA
            END-IF.
            IF W-PAG-DESDE > W-PAG-HASTA
               DISPLAY "Rango de paginas invalido" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-REIMPRIMO-SALIDA
            END-IF.
            OPEN EXTEND REIMPRESION-REPORTES.
            IF ST-REIMPRESION > "07"
               DISPLAY "Error abriendo la reimpresion: "
                       ST-REIMPRESION LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-REIMPRIMO-SALIDA
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE SPACES TO REG-REIMPRESION.
            STRING "REIMPRESION DE ARCHIVO - SALIDA " IRP-ID " "
                   IRP-PROGRAMA " CORRIDA " IRP-FECHA-CORRIDA
                   " PAGINAS " W-PAG-DESDE " A " W-PAG-HASTA
                   " - " W-OPERADOR-ACTUAL " " W-FECHA-SISTEMA
                   DELIMITED BY SIZE
              INTO REG-REIMPRESION.
            WRITE REG-REIMPRESION.
            MOVE 0 TO W-CANT-REIMPRESOS.
            MOVE W-ID-ELEGIDO TO ARL-ID.
            COMPUTE ARL-LINEA =
                (W-PAG-DESDE - 1) * IRP-LINEAS-PAGINA + 1.
            START ARCHIVO-REPORTES KEY IS NOT LESS THAN ARL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RENGLONES
              NOT INVALID KEY MOVE "N" TO W-FIN-RENGLONES
            END-START.
            PERFORM REIMPRIMO-RENGLON THRU F-REIMPRIMO-RENGLON
                UNTIL W-FIN-RENGLONES = "S".
            CLOSE REIMPRESION-REPORTES.
            DISPLAY "Reimpresos " LINE 24 COL 1 W-CANT-REIMPRESOS
                    " renglones en reimpresionReportes.txt".
            ACCEPT X LINE 24 COL 60.

       F-REIMPRIMO-SALIDA.
            EXIT.

       REIMPRIMO-RENGLON.
            READ ARCHIVO-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RENGLONES
                GO TO F-REIMPRIMO-RENGLON
            END-READ.
            IF ARL-ID NOT = W-ID-ELEGIDO OR ARL-PAGINA > W-PAG-HASTA
               MOVE "S" TO W-FIN-RENGLONES
               GO TO F-REIMPRIMO-RENGLON
            END-IF.
            MOVE ARL-TEXTO TO REG-REIMPRESION.
            WRITE REG-REIMPRESION.
            ADD 1 TO W-CANT-REIMPRESOS.

       F-REIMPRIMO-RENGLON.
            EXIT.

       END PROGRAM "ABM-ARCHIVO-REPORTES".
