      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Archivo de la salida de un reporte. Corre en el job
      *          de cada pedido de COLA-REPORTES, detras del paso del
      *          reporte: carga el listado renglon por renglon en
      *          ARCHIVO-REPORTES, con la pagina en que cae cada uno
      *          segun los renglones por pagina de su regla en
      *          REGLAS-ARCHIVO-REPORTES, arma en PAGINAS-CLIENTE-
      *          REPORTE el rango de paginas de cada cliente (si la
      *          regla dice en que columna viene el numero) y deja el
      *          registro de INDICE-REPORTES con el reporte, la
      *          corrida, el periodo, la sucursal y la fecha hasta la
      *          que se guarda. Asi el listado "como salio impreso el
      *          31 de marzo" se busca y se reimprime desde
      *          ABM-ARCHIVO-REPORTES en lugar de rearmarlo de
      *          respaldos. Dos tarjetas SYSIN:
      *            1) programa (30), codigo de catalogo (4), pedido
      *               (7), periodo AAAAMM (6) y sucursal (3), separados
      *               por un blanco
      *            2) nombre del dataset de salida, como constancia
      *          Sin regla para el programa se usa la regla "*" y, si
      *          tampoco esta, un anio de retencion y paginas de 60.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ARCHIVADO-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/reglasArchivoReportes.sel".
              COPY "./sel/indiceReportes.sel".
              COPY "./sel/archivoReportes.sel".
              COPY "./sel/paginasClienteReporte.sel".

           SELECT REPORTE-SALIDA ASSIGN TO "./reporteSalida.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-SALIDA.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/reglasArchivoReportes.fd".
              COPY "./fd/indiceReportes.fd".
              COPY "./fd/archivoReportes.fd".
              COPY "./fd/paginasClienteReporte.fd".

       FD REPORTE-SALIDA.
       01 REG-SALIDA         PIC X(132).

       WORKING-STORAGE SECTION.

       01 ST-REGLAS          PIC XX.
       01 ST-INDICE-REP      PIC XX.
       01 ST-ARCHIVO-REP     PIC XX.
       01 ST-PAGINAS-CLI     PIC XX.
       01 ST-SALIDA          PIC XX.
       01 W-FIN-REGLAS       PIC X.
       01 W-FIN-INDICE       PIC X.
       01 W-FIN-SALIDA       PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-SISTEMA-R REDEFINES W-FECHA-SISTEMA.
          05 W-SIS-ANIO      PIC 9(4).
          05 W-SIS-MMDD      PIC 9(4).
       01 W-HORA-SISTEMA     PIC 9(8).

      * W-TARJETA: datos de la corrida; W-TARJETA-ORIGEN: el dataset.
       01 W-TARJETA.
          05 W-TAR-PROGRAMA  PIC X(30).
          05 FILLER          PIC X.
          05 W-TAR-CODIGO    PIC X(4).
          05 FILLER          PIC X.
          05 W-TAR-PEDIDO    PIC 9(7).
          05 FILLER          PIC X.
          05 W-TAR-PERIODO   PIC 9(6).
          05 FILLER          PIC X.
          05 W-TAR-SUCURSAL  PIC X(3).
       01 W-TARJETA-ORIGEN   PIC X(44).

      * Regla que se aplica a la salida.
       01 W-REGLA-HALLADA    PIC X VALUE "N".
       01 W-REGLA-DEFECTO    PIC X VALUE "N".
       01 W-REGLA.
          05 W-RG-CLASE      PIC X(10) VALUE "GENERAL".
          05 W-RG-RETENCION  PIC 9(4) VALUE 1.
          05 W-RG-UNIDAD     PIC X VALUE "A".
          05 W-RG-LINEAS-PAG PIC 9(3) VALUE 60.
          05 W-RG-COL-CLI    PIC 9(3) VALUE 0.
       01 W-REGLA-DEF.
          05 W-RD-CLASE      PIC X(10).
          05 W-RD-RETENCION  PIC 9(4).
          05 W-RD-UNIDAD     PIC X.
          05 W-RD-LINEAS-PAG PIC 9(3).
          05 W-RD-COL-CLI    PIC 9(3).

       01 W-FECHA-VENCE      PIC 9(8).
       01 W-FECHA-VENCE-R REDEFINES W-FECHA-VENCE.
          05 W-VTO-ANIO      PIC 9(4).
          05 W-VTO-MMDD      PIC 9(4).
       01 W-DIAS-VENCE       PIC 9(7).

      * Carga de renglones y rangos de paginas por cliente.
       01 W-ULTIMO-ID        PIC 9(7) VALUE 0.
       01 W-ID-SALIDA        PIC 9(7).
       01 W-CANT-LINEAS      PIC 9(7) VALUE 0.
       01 W-PAGINA           PIC 9(5) VALUE 1.
       01 W-LINEA-PAGINA     PIC 9(3) VALUE 0.
       01 W-CAMPO-CLIENTE    PIC X(7).
       01 W-CLIENTE-LEIDO    PIC 9(7).
       01 W-CLIENTE-ACTUAL   PIC 9(7) VALUE 0.
       01 W-PAGINA-DESDE     PIC 9(5).
       01 W-PAGINA-HASTA     PIC 9(5).
       01 W-SECUENCIA        PIC 9(5) VALUE 0.
       01 W-ERROR-GRABACION  PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-TARJETA.
            ACCEPT W-TARJETA-ORIGEN.
            IF W-TAR-PROGRAMA = SPACES
               DISPLAY "Tarjeta invalida: " W-TARJETA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF W-TAR-PEDIDO IS NOT NUMERIC
               MOVE 0 TO W-TAR-PEDIDO
            END-IF.
            IF W-TAR-PERIODO IS NOT NUMERIC
               MOVE 0 TO W-TAR-PERIODO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            PERFORM BUSCO-REGLA THRU F-BUSCO-REGLA.
            PERFORM CALCULO-VENCIMIENTO THRU F-CALCULO-VENCIMIENTO.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF RETURN-CODE NOT = 8
               PERFORM BUSCO-ULTIMO-ID THRU F-BUSCO-ULTIMO-ID
               COMPUTE W-ID-SALIDA = W-ULTIMO-ID + 1
               MOVE "N" TO W-FIN-SALIDA
               PERFORM ARCHIVO-RENGLON THRU F-ARCHIVO-RENGLON
                   UNTIL W-FIN-SALIDA = "S"
               PERFORM CIERRO-RANGO-CLIENTE
                  THRU F-CIERRO-RANGO-CLIENTE
               PERFORM GRABO-INDICE THRU F-GRABO-INDICE
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

      * BUSCO-REGLA: la del programa; si no hay, la "*"; si tampoco,
      * quedan los valores de W-REGLA.
       BUSCO-REGLA.
            OPEN INPUT REGLAS-ARCHIVO-REPORTES.
            IF ST-REGLAS NOT = "00"
               GO TO F-BUSCO-REGLA
            END-IF.
            MOVE "N" TO W-FIN-REGLAS.
            PERFORM LEO-UNA-REGLA THRU F-LEO-UNA-REGLA
                UNTIL W-FIN-REGLAS = "S".
            CLOSE REGLAS-ARCHIVO-REPORTES.
            IF W-REGLA-HALLADA NOT = "S" AND W-REGLA-DEFECTO = "S"
               MOVE W-REGLA-DEF TO W-REGLA
            END-IF.

       F-BUSCO-REGLA.
            EXIT.

       LEO-UNA-REGLA.
            READ REGLAS-ARCHIVO-REPORTES
              AT END
                MOVE "S" TO W-FIN-REGLAS
              NOT AT END
                IF RAR-PROGRAMA = W-TAR-PROGRAMA
                   MOVE "S" TO W-REGLA-HALLADA
                   MOVE "S" TO W-FIN-REGLAS
                   MOVE RAR-CLASE TO W-RG-CLASE
                   MOVE RAR-RETENCION TO W-RG-RETENCION
                   MOVE RAR-UNIDAD TO W-RG-UNIDAD
                   MOVE RAR-LINEAS-PAGINA TO W-RG-LINEAS-PAG
                   MOVE RAR-COL-CLIENTE TO W-RG-COL-CLI
                END-IF
                IF RAR-PROGRAMA = "*"
                   MOVE "S" TO W-REGLA-DEFECTO
                   MOVE RAR-CLASE TO W-RD-CLASE
                   MOVE RAR-RETENCION TO W-RD-RETENCION
                   MOVE RAR-UNIDAD TO W-RD-UNIDAD
                   MOVE RAR-LINEAS-PAGINA TO W-RD-LINEAS-PAG
                   MOVE RAR-COL-CLIENTE TO W-RD-COL-CLI
                END-IF
            END-READ.

       F-LEO-UNA-REGLA.
            EXIT.

      * CALCULO-VENCIMIENTO: en anios se suma al anio (un 29/02 pasa
      * al 28/02 si el anio de vencimiento no es bisiesto); en dias,
      * por el calendario juliano. Una regla con cero renglones por
      * pagina o columna de cliente que no entra en el renglon se
      * corrige aca.
       CALCULO-VENCIMIENTO.
            IF W-RG-LINEAS-PAG = 0
               MOVE 60 TO W-RG-LINEAS-PAG
            END-IF.
            IF W-RG-COL-CLI > 126
               MOVE 0 TO W-RG-COL-CLI
            END-IF.
            IF W-RG-UNIDAD = "D"
               COMPUTE W-DIAS-VENCE =
                   FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA)
                   + W-RG-RETENCION
               MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-VENCE)
                 TO W-FECHA-VENCE
            ELSE
               COMPUTE W-VTO-ANIO = W-SIS-ANIO + W-RG-RETENCION
               MOVE W-SIS-MMDD TO W-VTO-MMDD
               IF W-VTO-MMDD = 0229
                     AND FUNCTION MOD(W-VTO-ANIO, 4) NOT = 0
                  MOVE 0228 TO W-VTO-MMDD
               END-IF
            END-IF.

       F-CALCULO-VENCIMIENTO.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT REPORTE-SALIDA.
            IF ST-SALIDA NOT = "00"
               DISPLAY "Error abriendo la salida del reporte: "
                       ST-SALIDA
               MOVE 8 TO RETURN-CODE
               GO TO F-ABRO-ARCHIVOS
            END-IF.
            OPEN I-O INDICE-REPORTES.
            IF ST-INDICE-REP > "07"
               DISPLAY "Error abriendo Indice de Reportes: "
                       ST-INDICE-REP
               MOVE 8 TO RETURN-CODE
            END-IF.
            OPEN I-O ARCHIVO-REPORTES.
            IF ST-ARCHIVO-REP > "07"
               DISPLAY "Error abriendo Archivo de Reportes: "
                       ST-ARCHIVO-REP
               MOVE 8 TO RETURN-CODE
            END-IF.
            OPEN I-O PAGINAS-CLIENTE-REPORTE.
            IF ST-PAGINAS-CLI > "07"
               DISPLAY "Error abriendo Paginas por Cliente: "
                       ST-PAGINAS-CLI
               MOVE 8 TO RETURN-CODE
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE REPORTE-SALIDA.
            CLOSE INDICE-REPORTES.
            CLOSE ARCHIVO-REPORTES.
            CLOSE PAGINAS-CLIENTE-REPORTE.

       F-CIERRO-ARCHIVOS.
            EXIT.

       BUSCO-ULTIMO-ID.
            MOVE 0 TO IRP-ID.
            START INDICE-REPORTES KEY IS NOT LESS THAN IRP-ID
              INVALID KEY MOVE "S" TO W-FIN-INDICE
              NOT INVALID KEY MOVE "N" TO W-FIN-INDICE
            END-START.
            PERFORM MIRO-UN-INDICE THRU F-MIRO-UN-INDICE
                UNTIL W-FIN-INDICE = "S".

       F-BUSCO-ULTIMO-ID.
            EXIT.

       MIRO-UN-INDICE.
            READ INDICE-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-INDICE
              NOT AT END
                MOVE IRP-ID TO W-ULTIMO-ID
            END-READ.

       F-MIRO-UN-INDICE.
            EXIT.

      * ARCHIVO-RENGLON: un renglon del listado con su pagina. Cuando
      * la regla indica columna de cliente, un numero de 7 digitos
      * distinto de cero en esa columna abre (o continua) el rango de
      * paginas de ese cliente.
       ARCHIVO-RENGLON.
            READ REPORTE-SALIDA
              AT END
                MOVE "S" TO W-FIN-SALIDA
                GO TO F-ARCHIVO-RENGLON
            END-READ.
            IF W-LINEA-PAGINA = W-RG-LINEAS-PAG
               ADD 1 TO W-PAGINA
               MOVE 0 TO W-LINEA-PAGINA
            END-IF.
            ADD 1 TO W-LINEA-PAGINA.
            ADD 1 TO W-CANT-LINEAS.
            MOVE W-ID-SALIDA TO ARL-ID.
            MOVE W-CANT-LINEAS TO ARL-LINEA.
            MOVE W-PAGINA TO ARL-PAGINA.
            MOVE REG-SALIDA TO ARL-TEXTO.
            WRITE REG-ARCHIVO-REPORTE
              INVALID KEY
                DISPLAY "Error archivando renglon " W-CANT-LINEAS
                        ": " ST-ARCHIVO-REP
                MOVE "S" TO W-ERROR-GRABACION
                MOVE "S" TO W-FIN-SALIDA
            END-WRITE.
            IF W-RG-COL-CLI > 0
               MOVE REG-SALIDA(W-RG-COL-CLI:7) TO W-CAMPO-CLIENTE
               IF W-CAMPO-CLIENTE IS NUMERIC
                  MOVE W-CAMPO-CLIENTE TO W-CLIENTE-LEIDO
                  IF W-CLIENTE-LEIDO > 0
                     PERFORM SIGO-CLIENTE THRU F-SIGO-CLIENTE
                  END-IF
               END-IF
            END-IF.

       F-ARCHIVO-RENGLON.
            EXIT.

       SIGO-CLIENTE.
            IF W-CLIENTE-LEIDO = W-CLIENTE-ACTUAL
               MOVE W-PAGINA TO W-PAGINA-HASTA
            ELSE
               PERFORM CIERRO-RANGO-CLIENTE
                  THRU F-CIERRO-RANGO-CLIENTE
               MOVE W-CLIENTE-LEIDO TO W-CLIENTE-ACTUAL
               MOVE W-PAGINA TO W-PAGINA-DESDE
               MOVE W-PAGINA TO W-PAGINA-HASTA
            END-IF.

       F-SIGO-CLIENTE.
            EXIT.

       CIERRO-RANGO-CLIENTE.
            IF W-CLIENTE-ACTUAL = 0
               GO TO F-CIERRO-RANGO-CLIENTE
            END-IF.
            ADD 1 TO W-SECUENCIA.
            MOVE W-ID-SALIDA TO PCR-ID.
            MOVE W-SECUENCIA TO PCR-SECUENCIA.
            MOVE W-CLIENTE-ACTUAL TO PCR-CLI-ID.
            MOVE W-PAGINA-DESDE TO PCR-PAGINA-DESDE.
            MOVE W-PAGINA-HASTA TO PCR-PAGINA-HASTA.
            WRITE REG-PAGINAS-CLIENTE
              INVALID KEY
                DISPLAY "Error grabando paginas del cliente "
                        W-CLIENTE-ACTUAL ": " ST-PAGINAS-CLI
                MOVE "S" TO W-ERROR-GRABACION
            END-WRITE.
            MOVE 0 TO W-CLIENTE-ACTUAL.

       F-CIERRO-RANGO-CLIENTE.
            EXIT.

       GRABO-INDICE.
            INITIALIZE REG-INDICE-REPORTE.
            MOVE W-ID-SALIDA TO IRP-ID.
            MOVE W-TAR-PROGRAMA TO IRP-PROGRAMA.
            MOVE W-TAR-CODIGO TO IRP-CODIGO.
            MOVE W-TAR-PEDIDO TO IRP-PEDIDO.
            MOVE W-FECHA-SISTEMA TO IRP-FECHA-CORRIDA.
            MOVE W-HORA-SISTEMA(1:6) TO IRP-HORA-CORRIDA.
            MOVE W-TAR-PERIODO TO IRP-PERIODO.
            MOVE W-TAR-SUCURSAL TO IRP-SUCURSAL.
            MOVE W-CANT-LINEAS TO IRP-CANT-LINEAS.
            IF W-CANT-LINEAS = 0
               MOVE 0 TO IRP-CANT-PAGINAS
            ELSE
               MOVE W-PAGINA TO IRP-CANT-PAGINAS
            END-IF.
            MOVE W-RG-LINEAS-PAG TO IRP-LINEAS-PAGINA.
            MOVE W-RG-CLASE TO IRP-CLASE.
            MOVE W-FECHA-VENCE TO IRP-FECHA-VENCE.
            SET IRP-VIGENTE TO TRUE.
            MOVE W-TARJETA-ORIGEN TO IRP-ORIGEN.
            WRITE REG-INDICE-REPORTE
              INVALID KEY
                DISPLAY "Error grabando el indice: " ST-INDICE-REP
                MOVE "S" TO W-ERROR-GRABACION
            END-WRITE.
            DISPLAY "ARCHIVO DE REPORTES - " W-FECHA-SISTEMA.
            DISPLAY "Salida archivada : " W-ID-SALIDA " "
                    W-TAR-PROGRAMA.
            DISPLAY "Renglones        : " W-CANT-LINEAS
                    "  paginas: " IRP-CANT-PAGINAS.
            DISPLAY "Rangos de cliente: " W-SECUENCIA.
            DISPLAY "Clase " W-RG-CLASE " se guarda hasta "
                    W-FECHA-VENCE.
            IF W-REGLA-HALLADA NOT = "S"
               DISPLAY "Programa sin regla propia de archivo"
            END-IF.
            IF W-ERROR-GRABACION = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF W-CANT-LINEAS = 0
                  DISPLAY "La salida del reporte vino vacia"
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

       F-GRABO-INDICE.
            EXIT.

       END PROGRAM "ARCHIVADO-REPORTES".
