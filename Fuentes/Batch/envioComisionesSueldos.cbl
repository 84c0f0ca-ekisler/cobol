      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Envio de las comisiones de un mes cerrado a la
      *          liquidacion de sueldos. Hasta ahora RR.HH. retipeaba
      *          cada importe del listado de COMISION-VENDEDORES en la
      *          planilla. Este job toma de COMISIONES-MES lo que dejo
      *          la ultima corrida del mes, busca el legajo de cada
      *          vendedor (VEN-LEGAJO, el PLA-LEGAJO de la planilla),
      *          y graba una novedad por legajo con el concepto COMVEN
      *          en novedadesSueldos.dat, cerrada con un renglon de
      *          totales, que la liquidacion levanta sola. Controles:
      *          solo meses ya terminados; un mes se envia una unica
      *          vez (la cabecera queda en CMS-ENVIADO con fecha y
      *          usuario); si algun vendedor con comision no tiene
      *          legajo no se envia nada; y al terminar relee las
      *          novedades del mes y las compara contra el total de
      *          comisiones -- una diferencia queda marcada en la
      *          cabecera y el job termina con RETURN-CODE 4.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ENVIO-COMISIONES-SUELDOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/comisionesMes.sel".
              COPY "./sel/vendedores.sel".
              COPY "./sel/novedadesSueldos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/comisionesMes.fd".
              COPY "./fd/vendedores.fd".
              COPY "./fd/novedadesSueldos.fd".

       WORKING-STORAGE SECTION.

       01 ST-COMISIONES-MES  PIC XX.
       01 ST-VENDEDORES      PIC XX.
       01 ST-NOVEDADES       PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-AUX          PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-PERIODO-ACTUAL   PIC 9(6).
       01 W-PERIODO          PIC 9(6).
       01 W-USUARIO          PIC X(8).

       01 W-TOTAL-COMISIONES PIC S9(11)V9(2).
       01 W-CANT-SIN-LEGAJO  PIC 9(4) VALUE 0.
       01 W-CANT-NOVEDADES   PIC 9(5) VALUE 0.
       01 W-TOTAL-NOVEDADES  PIC S9(11)V9(2) VALUE 0.
       01 W-CANT-RELEIDAS    PIC 9(5) VALUE 0.
       01 W-TOTAL-RELEIDO    PIC S9(11)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC -----------9,99.
       01 RELEIDO-ZZ         PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO-ACTUAL.
            DISPLAY "Mes a enviar a sueldos (AAAAMM): "
                    WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            DISPLAY "Usuario: " WITH NO ADVANCING.
            ACCEPT W-USUARIO.
            IF W-PERIODO NOT < W-PERIODO-ACTUAL
               DISPLAY "El mes " W-PERIODO " todavia no termino"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM CONTROLO-MES THRU F-CONTROLO-MES
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM CONTROLO-LEGAJOS THRU F-CONTROLO-LEGAJOS
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM GRABO-NOVEDADES THRU F-GRABO-NOVEDADES
            END-IF.
            IF W-FIN NOT = "S" AND RETURN-CODE = 0
               PERFORM CONTROLO-TOTALES THRU F-CONTROLO-TOTALES
               PERFORM MARCO-ENVIADO THRU F-MARCO-ENVIADO
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN I-O COMISIONES-MES.
            IF ST-COMISIONES-MES > "07"
               DISPLAY "Error abriendo Comisiones-Mes: "
                       ST-COMISIONES-MES
               MOVE "S" TO W-FIN
               MOVE 8 TO RETURN-CODE
            END-IF.
            OPEN INPUT VENDEDORES.
            IF ST-VENDEDORES > "07"
               DISPLAY "Error abriendo Vendedores: " ST-VENDEDORES
               MOVE "S" TO W-FIN
               MOVE 8 TO RETURN-CODE
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE COMISIONES-MES.
            CLOSE VENDEDORES.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-MES: tiene que haber corrida de comisiones para el
      * mes y no haberse enviado antes.
       CONTROLO-MES.
            MOVE W-PERIODO TO CMS-PERIODO.
            MOVE SPACES TO CMS-VENDEDOR.
            READ COMISIONES-MES KEY IS CMS-CLAVE
              INVALID KEY
                DISPLAY "No hay comisiones calculadas para " W-PERIODO
                MOVE "S" TO W-FIN
                MOVE 8 TO RETURN-CODE
                GO TO F-CONTROLO-MES
            END-READ.
            IF CMS-ENVIADO
               DISPLAY "El mes " W-PERIODO " ya fue enviado a sueldos"
                       " el " CMS-FECHA-ENVIO " por "
                       CMS-USUARIO-ENVIO
               MOVE "S" TO W-FIN
               MOVE 8 TO RETURN-CODE
               GO TO F-CONTROLO-MES
            END-IF.
            MOVE CMSC-TOTAL-COMISIONES TO W-TOTAL-COMISIONES.

       F-CONTROLO-MES.
            EXIT.

      * CONTROLO-LEGAJOS: completa el legajo de cada vendedor con el
      * que tiene hoy el maestro (pudo cargarse despues de la
      * corrida); un vendedor con comision y sin legajo frena el
      * envio entero -- un envio parcial no cerraria contra el
      * total.
       CONTROLO-LEGAJOS.
            PERFORM POSICIONO-MES THRU F-POSICIONO-MES.
            PERFORM CONTROLO-UN-LEGAJO THRU F-CONTROLO-UN-LEGAJO
                UNTIL W-FIN-AUX = "S".
            IF W-CANT-SIN-LEGAJO > 0
               DISPLAY W-CANT-SIN-LEGAJO " vendedor(es) sin legajo, "
                       "cargarlo en ABM-VENDEDORES y reenviar"
               MOVE "S" TO W-FIN
               MOVE 8 TO RETURN-CODE
            END-IF.

       F-CONTROLO-LEGAJOS.
            EXIT.

       POSICIONO-MES.
            MOVE W-PERIODO TO CMS-PERIODO.
            MOVE SPACES TO CMS-VENDEDOR.
            START COMISIONES-MES KEY IS GREATER THAN CMS-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-AUX
              NOT INVALID KEY MOVE "N" TO W-FIN-AUX
            END-START.

       F-POSICIONO-MES.
            EXIT.

       CONTROLO-UN-LEGAJO.
            READ COMISIONES-MES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-CONTROLO-UN-LEGAJO
            END-READ.
            IF CMS-PERIODO NOT = W-PERIODO
               MOVE "S" TO W-FIN-AUX
               GO TO F-CONTROLO-UN-LEGAJO
            END-IF.
            IF CMS-COMISION = 0
               GO TO F-CONTROLO-UN-LEGAJO
            END-IF.
            MOVE CMS-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES KEY IS VEN-CODIGO
              INVALID KEY
                MOVE 0 TO VEN-LEGAJO
            END-READ.
            IF VEN-LEGAJO NOT NUMERIC
               MOVE 0 TO VEN-LEGAJO
            END-IF.
            IF VEN-LEGAJO NOT = 0 AND VEN-LEGAJO NOT = CMS-LEGAJO
               MOVE VEN-LEGAJO TO CMS-LEGAJO
               REWRITE REG-COMISION-MES
                 INVALID KEY
                   DISPLAY "Error actualizando legajo de "
                           CMS-VENDEDOR ": " ST-COMISIONES-MES
               END-REWRITE
            END-IF.
            IF CMS-LEGAJO = 0
               ADD 1 TO W-CANT-SIN-LEGAJO
               DISPLAY "Vendedor sin legajo: " CMS-VENDEDOR
            END-IF.

       F-CONTROLO-UN-LEGAJO.
            EXIT.

      * GRABO-NOVEDADES: una novedad COMVEN por vendedor con
      * comision, agregada al final de novedadesSueldos.dat (un
      * envio anterior todavia no levantado no se pisa), y el
      * renglon de totales del envio.
       GRABO-NOVEDADES.
            OPEN EXTEND NOVEDADES-SUELDOS.
            IF ST-NOVEDADES > "07"
               DISPLAY "Error abriendo Novedades: " ST-NOVEDADES
               MOVE 8 TO RETURN-CODE
               GO TO F-GRABO-NOVEDADES
            END-IF.
            PERFORM POSICIONO-MES THRU F-POSICIONO-MES.
            PERFORM GRABO-UNA-NOVEDAD THRU F-GRABO-UNA-NOVEDAD
                UNTIL W-FIN-AUX = "S".
            MOVE SPACES TO REG-NOVEDAD.
            SET NOV-TOTALES TO TRUE.
            MOVE W-PERIODO TO NOV-PERIODO.
            MOVE "COMVEN" TO NOV-CONCEPTO.
            MOVE 0 TO NOV-LEGAJO.
            MOVE W-TOTAL-NOVEDADES TO NOV-IMPORTE.
            MOVE W-CANT-NOVEDADES TO NOV-CANTIDAD.
            WRITE REG-NOVEDAD.
            CLOSE NOVEDADES-SUELDOS.

       F-GRABO-NOVEDADES.
            EXIT.

       GRABO-UNA-NOVEDAD.
            READ COMISIONES-MES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-GRABO-UNA-NOVEDAD
            END-READ.
            IF CMS-PERIODO NOT = W-PERIODO
               MOVE "S" TO W-FIN-AUX
               GO TO F-GRABO-UNA-NOVEDAD
            END-IF.
            IF CMS-COMISION = 0
               GO TO F-GRABO-UNA-NOVEDAD
            END-IF.
            MOVE SPACES TO REG-NOVEDAD.
            SET NOV-DETALLE TO TRUE.
            MOVE W-PERIODO TO NOV-PERIODO.
            MOVE "COMVEN" TO NOV-CONCEPTO.
            MOVE CMS-LEGAJO TO NOV-LEGAJO.
            MOVE CMS-COMISION TO NOV-IMPORTE.
            MOVE 1 TO NOV-CANTIDAD.
            WRITE REG-NOVEDAD.
            ADD 1 TO W-CANT-NOVEDADES.
            ADD CMS-COMISION TO W-TOTAL-NOVEDADES.
            MOVE CMS-COMISION TO IMPORTE-ZZ.
            DISPLAY CMS-VENDEDOR " legajo " CMS-LEGAJO " "
                    IMPORTE-ZZ.
            SET CMS-ENVIADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CMS-FECHA-ENVIO.
            MOVE W-USUARIO TO CMS-USUARIO-ENVIO.
            REWRITE REG-COMISION-MES
              INVALID KEY
                DISPLAY "Error marcando " CMS-VENDEDOR ": "
                        ST-COMISIONES-MES
            END-REWRITE.

       F-GRABO-UNA-NOVEDAD.
            EXIT.

      * CONTROLO-TOTALES: relee del archivo lo que quedo grabado
      * para el mes y concepto y lo compara contra el total de
      * COMISION-VENDEDORES: ambos lados tienen que dar lo mismo.
       CONTROLO-TOTALES.
            OPEN INPUT NOVEDADES-SUELDOS.
            IF ST-NOVEDADES = "00"
               MOVE "N" TO W-FIN-AUX
               PERFORM RELEO-UNA-NOVEDAD THRU F-RELEO-UNA-NOVEDAD
                   UNTIL W-FIN-AUX = "S"
               CLOSE NOVEDADES-SUELDOS
            END-IF.
            MOVE W-TOTAL-COMISIONES TO IMPORTE-ZZ.
            MOVE W-TOTAL-RELEIDO TO RELEIDO-ZZ.
            DISPLAY "Total comisiones del mes: " IMPORTE-ZZ.
            DISPLAY "Total novedades grabadas: " RELEIDO-ZZ
                    " (" W-CANT-RELEIDAS " legajos)".
            IF W-TOTAL-RELEIDO NOT = W-TOTAL-COMISIONES
                  OR W-TOTAL-RELEIDO NOT = W-TOTAL-NOVEDADES
               DISPLAY "DIFERENCIA ENTRE COMISIONES Y NOVEDADES"
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-CONTROLO-TOTALES.
            EXIT.

       RELEO-UNA-NOVEDAD.
            READ NOVEDADES-SUELDOS
              AT END
                MOVE "S" TO W-FIN-AUX
                GO TO F-RELEO-UNA-NOVEDAD
            END-READ.
            IF NOV-DETALLE AND NOV-PERIODO = W-PERIODO
                  AND NOV-CONCEPTO = "COMVEN"
               ADD 1 TO W-CANT-RELEIDAS
               ADD NOV-IMPORTE TO W-TOTAL-RELEIDO
            END-IF.

       F-RELEO-UNA-NOVEDAD.
            EXIT.

      * MARCO-ENVIADO: la cabecera del mes queda enviada, con lo
      * grabado y el resultado del control; a partir de aca ni
      * COMISION-VENDEDORES ni este job lo vuelven a tocar.
       MARCO-ENVIADO.
            MOVE W-PERIODO TO CMS-PERIODO.
            MOVE SPACES TO CMS-VENDEDOR.
            READ COMISIONES-MES KEY IS CMS-CLAVE
              INVALID KEY
                DISPLAY "Cabecera de " W-PERIODO " no encontrada"
                MOVE 8 TO RETURN-CODE
                GO TO F-MARCO-ENVIADO
            END-READ.
            SET CMS-ENVIADO TO TRUE.
            MOVE W-CANT-NOVEDADES TO CMSC-CANT-NOVEDADES.
            MOVE W-TOTAL-RELEIDO TO CMSC-TOTAL-NOVEDADES.
            IF RETURN-CODE = 0
               SET CMSC-CONTROL-OK TO TRUE
            ELSE
               SET CMSC-CONTROL-DIFERENCIA TO TRUE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CMS-FECHA-ENVIO.
            MOVE W-USUARIO TO CMS-USUARIO-ENVIO.
            REWRITE REG-COMISION-MES
              INVALID KEY
                DISPLAY "Error marcando el mes enviado: "
                        ST-COMISIONES-MES
                MOVE 8 TO RETURN-CODE
            END-REWRITE.
            DISPLAY "Mes " W-PERIODO " enviado a sueldos: "
                    W-CANT-NOVEDADES " novedades".

       F-MARCO-ENVIADO.
            EXIT.

       END PROGRAM "ENVIO-COMISIONES-SUELDOS".
