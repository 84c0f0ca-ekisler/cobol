      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Recuperacion hacia adelante de CLIENTES, FACTURA,
      *          COBRANZAS, CHEQUES y PRODUCTOS. Hasta ahora restaurar
      *          era volver al respaldo de la noche y perder todo lo
      *          cargado en el dia. Para el archivo pedido (o todos)
      *          busca en RESPALDOS-VERIFICADOS el ultimo respaldo que
      *          probo bien antes del momento elegido, recarga el
      *          archivo vivo desde esa copia y despues rehace, en el
      *          orden en que se grabaron, las imagenes de
      *          LOG-IMAGENES posteriores a la verificacion y hasta el
      *          momento elegido (fecha y hora): A se da de alta, M se
      *          reescribe, B se borra. Lo que no se puede aplicar
      *          (alta que ya existe, modificacion o baja de algo que
      *          no esta) se lista y no frena el resto. Al pie, por
      *          archivo, registros restaurados, imagenes aplicadas y
      *          no aplicadas; RC 8 si algun archivo no se pudo
      *          recuperar, RC 4 si quedaron imagenes sin aplicar.
      *          Despues de recuperar a un momento anterior al final
      *          del log, sacar respaldo y verificarlo antes de abrir
      *          el sistema: las imagenes posteriores siguen en el
      *          log y una segunda recuperacion desde el respaldo
      *          viejo las volveria a aplicar.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECUPERACION-ARCHIVOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/logImagenes.sel".
              COPY "./sel/respaldosVerificados.sel".

           SELECT OPTIONAL RESPALDO-ENTRADA ASSIGN TO W-NOMBRE-BAK
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-RESPALDO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/logImagenes.fd".
              COPY "./fd/respaldosVerificados.fd".

       FD RESPALDO-ENTRADA.
       01 REG-RESPALDO-ENTRADA PIC X(670).

       WORKING-STORAGE SECTION.

       01 ST-FILE           PIC XX.
       01 ST-FACTURA        PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-LOG-IMAGENES   PIC XX.
       01 ST-VERIFICADOS    PIC XX.
       01 ST-RESPALDO       PIC XX.
       01 ST-ACTUAL         PIC XX.
       01 W-FIN             PIC X.
       01 W-CONFIRMA        PIC X.

      * Archivos que se saben recuperar, en el orden en que se
      * procesan cuando se pide TOD.
       01 W-TABLA-ARCHIVOS.
          05 FILLER         PIC X(15) VALUE "CLIFACCOBCHQPRD".
       01 W-TABLA-ARCHIVOS-R REDEFINES W-TABLA-ARCHIVOS.
          05 W-ARC-COD      PIC X(3) OCCURS 5.
       01 W-IND-ARC         PIC 9.

       01 W-ARCHIVO-PEDIDO  PIC X(3).
       01 W-ARCHIVO-ACTUAL  PIC X(3).

      * Momento hasta el cual se recupera y momentos de comparacion:
      * fecha AAAAMMDD + hora HHMMSSCC, comparables como texto.
       01 W-FECHA-HASTA     PIC 9(8).
       01 W-FECHA-HASTA-R REDEFINES W-FECHA-HASTA.
          05 FH-ANIO        PIC 9(4).
          05 FH-MES         PIC 9(2).
          05 FH-DIA         PIC 9(2).
       01 W-HORA-HASTA      PIC 9(6).
       01 W-FECHA-VALIDA    PIC X.
       01 W-MOMENTO-HASTA.
          05 MH-FECHA       PIC 9(8).
          05 MH-HORA        PIC 9(8).
       01 W-MOMENTO-BASE.
          05 MB-FECHA       PIC 9(8).
          05 MB-HORA        PIC 9(8).
       01 W-MOMENTO-REG.
          05 MR-FECHA       PIC 9(8).
          05 MR-HORA        PIC 9(8).

       01 W-NOMBRE-BAK      PIC X(40).
       01 W-HAY-RESPALDO    PIC X.
       01 W-ARCHIVO-OK      PIC X.
       01 W-APLICADA        PIC X.

       01 W-CANT-RESTAURADOS    PIC 9(7).
       01 W-CANT-APLICADAS      PIC 9(7).
       01 W-CANT-NO-APLICADAS   PIC 9(7).
       01 W-TOTAL-NO-APLICADAS  PIC 9(7) VALUE 0.
       01 W-FALLAS              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "RECUPERACION DE ARCHIVOS HASTA " MH-FECHA " "
                    W-HORA-HASTA.
            PERFORM RECUPERO-UN-ARCHIVO THRU F-RECUPERO-UN-ARCHIVO
                VARYING W-IND-ARC FROM 1 BY 1 UNTIL W-IND-ARC > 5.
            DISPLAY " ".
            IF W-FALLAS > 0
               DISPLAY "ARCHIVOS NO RECUPERADOS: " W-FALLAS
               MOVE 8 TO RETURN-CODE
            ELSE
               IF W-TOTAL-NO-APLICADAS > 0
                  DISPLAY "IMAGENES SIN APLICAR: " W-TOTAL-NO-APLICADAS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  DISPLAY "Recuperacion completa"
               END-IF
            END-IF.
            STOP RUN.

      * PIDO-PARAMETROS: archivo (CLI/FAC/COB/CHQ/PRD, TOD = todos),
      * fecha (0 = hoy) y hora (0 = fin del dia) hasta las que se
      * rehace el log, y confirmacion: los archivos vivos se pisan.
       PIDO-PARAMETROS.
            MOVE "N" TO W-FIN.
            DISPLAY "Archivo a recuperar (CLI/FAC/COB/CHQ/PRD/TOD): "
                    WITH NO ADVANCING.
            ACCEPT W-ARCHIVO-PEDIDO.
            MOVE FUNCTION UPPER-CASE(W-ARCHIVO-PEDIDO)
              TO W-ARCHIVO-PEDIDO.
            IF W-ARCHIVO-PEDIDO NOT = "TOD"
               AND W-ARCHIVO-PEDIDO NOT = "CLI"
               AND W-ARCHIVO-PEDIDO NOT = "FAC"
               AND W-ARCHIVO-PEDIDO NOT = "COB"
               AND W-ARCHIVO-PEDIDO NOT = "CHQ"
               AND W-ARCHIVO-PEDIDO NOT = "PRD"
               DISPLAY "Archivo invalido: " W-ARCHIVO-PEDIDO
               MOVE "S" TO W-FIN
               GO TO F-PIDO-PARAMETROS
            END-IF.
            DISPLAY "Recuperar hasta la fecha (AAAAMMDD, 0=hoy): "
                    WITH NO ADVANCING.
            ACCEPT W-FECHA-HASTA.
            IF W-FECHA-HASTA = 0
               ACCEPT W-FECHA-HASTA FROM DATE YYYYMMDD
            END-IF.
            CALL "VALIDO-FECHA" USING FH-ANIO FH-MES FH-DIA
                 W-FECHA-VALIDA.
            IF W-FECHA-VALIDA NOT = "S" OR FH-MES > 12
               DISPLAY "Fecha invalida: " W-FECHA-HASTA
               MOVE "S" TO W-FIN
               GO TO F-PIDO-PARAMETROS
            END-IF.
            DISPLAY "Hasta la hora (HHMMSS, 0=fin del dia): "
                    WITH NO ADVANCING.
            ACCEPT W-HORA-HASTA.
            IF W-HORA-HASTA = 0
               MOVE 235959 TO W-HORA-HASTA
            END-IF.
            IF W-HORA-HASTA > 235959
               DISPLAY "Hora invalida: " W-HORA-HASTA
               MOVE "S" TO W-FIN
               GO TO F-PIDO-PARAMETROS
            END-IF.
            MOVE W-FECHA-HASTA TO MH-FECHA.
            COMPUTE MH-HORA = W-HORA-HASTA * 100 + 99.
            DISPLAY "Se reemplazan los archivos vivos. Confirma (S/N): "
                    WITH NO ADVANCING.
            ACCEPT W-CONFIRMA.
            IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "Recuperacion cancelada"
               MOVE "S" TO W-FIN
            END-IF.

       F-PIDO-PARAMETROS.
            EXIT.

      * RECUPERO-UN-ARCHIVO: respaldo verificado, recarga y log, para
      * cada archivo de la tabla que corresponda a lo pedido.
       RECUPERO-UN-ARCHIVO.
            MOVE W-ARC-COD(W-IND-ARC) TO W-ARCHIVO-ACTUAL.
            IF W-ARCHIVO-PEDIDO NOT = "TOD"
               AND W-ARCHIVO-PEDIDO NOT = W-ARCHIVO-ACTUAL
               GO TO F-RECUPERO-UN-ARCHIVO
            END-IF.
            DISPLAY " ".
            DISPLAY "Archivo " W-ARCHIVO-ACTUAL.
            MOVE 0 TO W-CANT-RESTAURADOS W-CANT-APLICADAS
                      W-CANT-NO-APLICADAS.
            PERFORM BUSCO-RESPALDO THRU F-BUSCO-RESPALDO.
            IF W-HAY-RESPALDO NOT = "S"
               DISPLAY "  Sin respaldo verificado anterior al momento"
                       " pedido, no se recupera"
               ADD 1 TO W-FALLAS
               GO TO F-RECUPERO-UN-ARCHIVO
            END-IF.
            DISPLAY "  Respaldo " W-NOMBRE-BAK " verificado "
                    MB-FECHA " " MB-HORA.
            PERFORM RECARGO-RESPALDO THRU F-RECARGO-RESPALDO.
            IF W-ARCHIVO-OK NOT = "S"
               ADD 1 TO W-FALLAS
               GO TO F-RECUPERO-UN-ARCHIVO
            END-IF.
            PERFORM REHAGO-LOG THRU F-REHAGO-LOG.
            PERFORM CIERRO-ACTUAL THRU F-CIERRO-ACTUAL.
            ADD W-CANT-NO-APLICADAS TO W-TOTAL-NO-APLICADAS.
            DISPLAY "  Restaurados del respaldo: " W-CANT-RESTAURADOS.
            DISPLAY "  Imagenes aplicadas      : " W-CANT-APLICADAS.
            DISPLAY "  Imagenes no aplicadas   : " W-CANT-NO-APLICADAS.

       F-RECUPERO-UN-ARCHIVO.
            EXIT.

      * BUSCO-RESPALDO: el ultimo renglon OK del archivo cuyo momento
      * de verificacion no pase del momento pedido.
       BUSCO-RESPALDO.
            MOVE "N" TO W-HAY-RESPALDO.
            OPEN INPUT RESPALDOS-VERIFICADOS.
            IF ST-VERIFICADOS NOT = "00"
               GO TO F-BUSCO-RESPALDO
            END-IF.
            MOVE "N" TO W-FIN.
            PERFORM LEO-UN-VERIFICADO THRU F-LEO-UN-VERIFICADO
                UNTIL W-FIN = "S".
            CLOSE RESPALDOS-VERIFICADOS.

       F-BUSCO-RESPALDO.
            EXIT.

       LEO-UN-VERIFICADO.
            READ RESPALDOS-VERIFICADOS
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-UN-VERIFICADO
            END-READ.
            IF RVE-ARCHIVO NOT = W-ARCHIVO-ACTUAL OR NOT RVE-PROBO
               GO TO F-LEO-UN-VERIFICADO
            END-IF.
            MOVE RVE-FECHA TO MR-FECHA.
            MOVE RVE-HORA TO MR-HORA.
            IF W-MOMENTO-REG > W-MOMENTO-HASTA
               GO TO F-LEO-UN-VERIFICADO
            END-IF.
            MOVE "S" TO W-HAY-RESPALDO.
            MOVE W-MOMENTO-REG TO W-MOMENTO-BASE.
            MOVE RVE-NOMBRE TO W-NOMBRE-BAK.

       F-LEO-UN-VERIFICADO.
            EXIT.

      * RECARGO-RESPALDO: el archivo vivo se vacia (OPEN OUTPUT) y se
      * vuelve a cargar entero desde la copia; queda abierto I-O para
      * rehacer el log.
       RECARGO-RESPALDO.
            MOVE "N" TO W-ARCHIVO-OK.
            OPEN INPUT RESPALDO-ENTRADA.
            IF ST-RESPALDO NOT = "00"
               DISPLAY "  No se pudo abrir el respaldo " W-NOMBRE-BAK
                       ": " ST-RESPALDO
               GO TO F-RECARGO-RESPALDO
            END-IF.
            EVALUATE W-ARCHIVO-ACTUAL
               WHEN "CLI"
                  OPEN OUTPUT CLIENTES
                  CLOSE CLIENTES
                  OPEN I-O CLIENTES
                  MOVE ST-FILE TO ST-ACTUAL
               WHEN "FAC"
                  OPEN OUTPUT FACTURA
                  CLOSE FACTURA
                  OPEN I-O FACTURA
                  MOVE ST-FACTURA TO ST-ACTUAL
               WHEN "COB"
                  OPEN OUTPUT COBRANZAS
                  CLOSE COBRANZAS
                  OPEN I-O COBRANZAS
                  MOVE ST-COBRANZAS TO ST-ACTUAL
               WHEN "CHQ"
                  OPEN OUTPUT CHEQUES
                  CLOSE CHEQUES
                  OPEN I-O CHEQUES
                  MOVE ST-CHEQUES TO ST-ACTUAL
               WHEN "PRD"
                  OPEN OUTPUT PRODUCTOS
                  CLOSE PRODUCTOS
                  OPEN I-O PRODUCTOS
                  MOVE ST-PRODUCTOS TO ST-ACTUAL
            END-EVALUATE.
            IF ST-ACTUAL > "07"
               DISPLAY "  Error abriendo el archivo vivo: " ST-ACTUAL
               CLOSE RESPALDO-ENTRADA
               GO TO F-RECARGO-RESPALDO
            END-IF.
            MOVE "S" TO W-ARCHIVO-OK.
            MOVE "N" TO W-FIN.
            PERFORM CARGO-UN-RESPALDO THRU F-CARGO-UN-RESPALDO
                UNTIL W-FIN = "S".
            CLOSE RESPALDO-ENTRADA.

       F-RECARGO-RESPALDO.
            EXIT.

       CARGO-UN-RESPALDO.
            READ RESPALDO-ENTRADA
              AT END
                MOVE "S" TO W-FIN
                GO TO F-CARGO-UN-RESPALDO
            END-READ.
            PERFORM GRABO-ALTA THRU F-GRABO-ALTA.
            IF W-APLICADA = "S"
               ADD 1 TO W-CANT-RESTAURADOS
            ELSE
               DISPLAY "  No se pudo recargar un registro del respaldo"
                       " (" ST-ACTUAL ")"
            END-IF.

       F-CARGO-UN-RESPALDO.
            EXIT.

      * REHAGO-LOG: las imagenes del archivo posteriores al momento
      * del respaldo y hasta el momento pedido, en el orden del log.
       REHAGO-LOG.
            OPEN INPUT LOG-IMAGENES.
            IF ST-LOG-IMAGENES NOT = "00"
               DISPLAY "  Sin log de imagenes: queda el respaldo"
               GO TO F-REHAGO-LOG
            END-IF.
            MOVE "N" TO W-FIN.
            PERFORM APLICO-UNA-IMAGEN THRU F-APLICO-UNA-IMAGEN
                UNTIL W-FIN = "S".
            CLOSE LOG-IMAGENES.

       F-REHAGO-LOG.
            EXIT.

       APLICO-UNA-IMAGEN.
            READ LOG-IMAGENES
              AT END
                MOVE "S" TO W-FIN
                GO TO F-APLICO-UNA-IMAGEN
            END-READ.
            IF IMG-ARCHIVO NOT = W-ARCHIVO-ACTUAL
               GO TO F-APLICO-UNA-IMAGEN
            END-IF.
            MOVE IMG-FECHA TO MR-FECHA.
            MOVE IMG-HORA TO MR-HORA.
            IF W-MOMENTO-REG NOT > W-MOMENTO-BASE
               OR W-MOMENTO-REG > W-MOMENTO-HASTA
               GO TO F-APLICO-UNA-IMAGEN
            END-IF.
            IF IMG-LARGO = 0 OR IMG-LARGO > 670
               ADD 1 TO W-CANT-NO-APLICADAS
               DISPLAY "  IMAGEN DANADA " IMG-FECHA " " IMG-HORA
                       " " IMG-PROGRAMA
               GO TO F-APLICO-UNA-IMAGEN
            END-IF.
            MOVE SPACES TO REG-RESPALDO-ENTRADA.
            MOVE IMG-DATOS(1:IMG-LARGO)
              TO REG-RESPALDO-ENTRADA(1:IMG-LARGO).
            EVALUATE TRUE
               WHEN IMG-ALTA
                  PERFORM GRABO-ALTA THRU F-GRABO-ALTA
               WHEN IMG-MODIFICACION
                  PERFORM GRABO-MODIFICACION THRU F-GRABO-MODIFICACION
               WHEN IMG-BAJA
                  PERFORM GRABO-BAJA THRU F-GRABO-BAJA
               WHEN OTHER
                  MOVE "N" TO W-APLICADA
            END-EVALUATE.
            IF W-APLICADA = "S"
               ADD 1 TO W-CANT-APLICADAS
            ELSE
               ADD 1 TO W-CANT-NO-APLICADAS
               DISPLAY "  NO APLICADA " IMG-OPERACION " "
                       IMG-FECHA " " IMG-HORA " " IMG-PROGRAMA
                       " " REG-RESPALDO-ENTRADA(1:20)
            END-IF.

       F-APLICO-UNA-IMAGEN.
            EXIT.

      * GRABO-ALTA / GRABO-MODIFICACION / GRABO-BAJA: la imagen que
      * esta en REG-RESPALDO-ENTRADA contra el archivo actual.
       GRABO-ALTA.
            MOVE "S" TO W-APLICADA.
            EVALUATE W-ARCHIVO-ACTUAL
               WHEN "CLI"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CLIENTES
                  WRITE REG-CLIENTES
                  MOVE ST-FILE TO ST-ACTUAL
               WHEN "FAC"
                  MOVE REG-RESPALDO-ENTRADA TO REG-FACTURA
                  WRITE REG-FACTURA
                  MOVE ST-FACTURA TO ST-ACTUAL
               WHEN "COB"
                  MOVE REG-RESPALDO-ENTRADA TO REG-COBRANZAS
                  WRITE REG-COBRANZAS
                  MOVE ST-COBRANZAS TO ST-ACTUAL
               WHEN "CHQ"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CHEQUE
                  WRITE REG-CHEQUE
                  MOVE ST-CHEQUES TO ST-ACTUAL
               WHEN "PRD"
                  MOVE REG-RESPALDO-ENTRADA TO REG-PRODUCTOS
                  WRITE REG-PRODUCTOS
                  MOVE ST-PRODUCTOS TO ST-ACTUAL
            END-EVALUATE.
            IF ST-ACTUAL(1:1) NOT = "0"
               MOVE "N" TO W-APLICADA
            END-IF.

       F-GRABO-ALTA.
            EXIT.

       GRABO-MODIFICACION.
            MOVE "S" TO W-APLICADA.
            EVALUATE W-ARCHIVO-ACTUAL
               WHEN "CLI"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CLIENTES
                  REWRITE REG-CLIENTES
                  MOVE ST-FILE TO ST-ACTUAL
               WHEN "FAC"
                  MOVE REG-RESPALDO-ENTRADA TO REG-FACTURA
                  REWRITE REG-FACTURA
                  MOVE ST-FACTURA TO ST-ACTUAL
               WHEN "COB"
                  MOVE REG-RESPALDO-ENTRADA TO REG-COBRANZAS
                  REWRITE REG-COBRANZAS
                  MOVE ST-COBRANZAS TO ST-ACTUAL
               WHEN "CHQ"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CHEQUE
                  REWRITE REG-CHEQUE
                  MOVE ST-CHEQUES TO ST-ACTUAL
               WHEN "PRD"
                  MOVE REG-RESPALDO-ENTRADA TO REG-PRODUCTOS
                  REWRITE REG-PRODUCTOS
                  MOVE ST-PRODUCTOS TO ST-ACTUAL
            END-EVALUATE.
            IF ST-ACTUAL(1:1) NOT = "0"
               MOVE "N" TO W-APLICADA
            END-IF.

       F-GRABO-MODIFICACION.
            EXIT.

       GRABO-BAJA.
            MOVE "S" TO W-APLICADA.
            EVALUATE W-ARCHIVO-ACTUAL
               WHEN "CLI"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CLIENTES
                  DELETE CLIENTES RECORD
                  MOVE ST-FILE TO ST-ACTUAL
               WHEN "FAC"
                  MOVE REG-RESPALDO-ENTRADA TO REG-FACTURA
                  DELETE FACTURA RECORD
                  MOVE ST-FACTURA TO ST-ACTUAL
               WHEN "COB"
                  MOVE REG-RESPALDO-ENTRADA TO REG-COBRANZAS
                  DELETE COBRANZAS RECORD
                  MOVE ST-COBRANZAS TO ST-ACTUAL
               WHEN "CHQ"
                  MOVE REG-RESPALDO-ENTRADA TO REG-CHEQUE
                  DELETE CHEQUES RECORD
                  MOVE ST-CHEQUES TO ST-ACTUAL
               WHEN "PRD"
                  MOVE REG-RESPALDO-ENTRADA TO REG-PRODUCTOS
                  DELETE PRODUCTOS RECORD
                  MOVE ST-PRODUCTOS TO ST-ACTUAL
            END-EVALUATE.
            IF ST-ACTUAL(1:1) NOT = "0"
               MOVE "N" TO W-APLICADA
            END-IF.

       F-GRABO-BAJA.
            EXIT.

       CIERRO-ACTUAL.
            EVALUATE W-ARCHIVO-ACTUAL
               WHEN "CLI"
                  CLOSE CLIENTES
               WHEN "FAC"
                  CLOSE FACTURA
               WHEN "COB"
                  CLOSE COBRANZAS
               WHEN "CHQ"
                  CLOSE CHEQUES
               WHEN "PRD"
                  CLOSE PRODUCTOS
            END-EVALUATE.

       F-CIERRO-ACTUAL.
            EXIT.

       END PROGRAM "RECUPERACION-ARCHIVOS".
