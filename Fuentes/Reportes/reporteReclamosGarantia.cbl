      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reclamos de garantia del mes, por proveedor y por
      *          producto. Toma de RECLAMOS-GARANTIA los reclamos
      *          recibidos en el periodo (parametro AAAAMM, 0 = mes
      *          en curso), los ordena por proveedor de la garantia y
      *          producto y lista por producto cuantos hubo, cuantos
      *          entraron en garantia y como quedaron: pendientes,
      *          reparados, cambiados por nota de credito y
      *          rechazados. Subtotal por proveedor -- lo que se le
      *          reclama al fabricante -- y total general.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-RECLAMOS-GARANTIA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/reclamosGarantia.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/proveedores.sel".

              SELECT SORT-RECLAMOS ASSIGN TO "./sortreclamos.tmp".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/reclamosGarantia.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/proveedores.fd".

       SD SORT-RECLAMOS.
       01 SORT-REC.
          03 SR-PROVEEDOR    PIC 9(5).
          03 SR-CODIGO       PIC X(10).
          03 SR-EN-GARANTIA  PIC X.
          03 SR-RESULTADO    PIC X.

       WORKING-STORAGE SECTION.

       01 ST-RECLAMOS       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 W-FIN-RECLAMOS    PIC X VALUE "N".
       01 W-FIN-LISTADO     PIC X VALUE "N".
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-PERIODO         PIC 9(6).

      * Contadores: uno por nivel (producto, proveedor, total), cada
      * uno con reclamos, en garantia y los cuatro resultados.
       01 W-CONTADORES-PRODUCTO.
          03 W-CP-CONT      PIC 9(5) OCCURS 6 TIMES.
       01 W-CONTADORES-PROVEEDOR.
          03 W-CV-CONT      PIC 9(5) OCCURS 6 TIMES.
       01 W-CONTADORES-TOTAL.
          03 W-CT-CONT      PIC 9(5) OCCURS 6 TIMES.
       01 W-IND-CONT        PIC 9.

       01 W-PROV-ACTUAL     PIC 9(5).
       01 W-CODIGO-ACTUAL   PIC X(10).
       01 W-HAY-PROVEEDOR   PIC X VALUE "N".
       01 W-HAY-PRODUCTO    PIC X VALUE "N".

       01 W-LINEA-CONT.
          03 W-LC-CANT      PIC ZZ.ZZ9 OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo (AAAAMM, 0=mes en curso): "
                    WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-PERIODO = 0
               MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO
            END-IF.
            OPEN INPUT RECLAMOS-GARANTIA.
            IF ST-RECLAMOS > "07"
               DISPLAY "Error abriendo Reclamos: " ST-RECLAMOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT PRODUCTOS.
            OPEN INPUT PROVEEDORES.
            INITIALIZE W-CONTADORES-TOTAL.
            DISPLAY "RECLAMOS DE GARANTIA DEL PERIODO " W-PERIODO
                    " POR PROVEEDOR Y PRODUCTO".
            DISPLAY " ".
            DISPLAY "PRODUCTO   DESCRIPCION                   "
                    "RECLAM GARANT  PEND. REPAR. CAMBIO RECHAZ".
            SORT SORT-RECLAMOS
              ON ASCENDING KEY SR-PROVEEDOR SR-CODIGO
              INPUT PROCEDURE IS CARGO-RECLAMOS THRU F-CARGO-RECLAMOS
              OUTPUT PROCEDURE IS LISTO-RECLAMOS
                  THRU F-LISTO-RECLAMOS.
            CLOSE RECLAMOS-GARANTIA.
            CLOSE PRODUCTOS.
            CLOSE PROVEEDORES.
            STOP RUN.

       CARGO-RECLAMOS.
            PERFORM CARGO-UN-RECLAMO THRU F-CARGO-UN-RECLAMO
                UNTIL W-FIN-RECLAMOS = "S".

       F-CARGO-RECLAMOS.
            EXIT.

       CARGO-UN-RECLAMO.
            READ RECLAMOS-GARANTIA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RECLAMOS
                GO TO F-CARGO-UN-RECLAMO
            END-READ.
            IF RGA-FECHA(1:6) NOT = W-PERIODO
               GO TO F-CARGO-UN-RECLAMO
            END-IF.
            MOVE RGA-PROVEEDOR TO SR-PROVEEDOR.
            MOVE RGA-CODIGO TO SR-CODIGO.
            MOVE RGA-EN-GARANTIA TO SR-EN-GARANTIA.
            MOVE RGA-RESULTADO TO SR-RESULTADO.
            RELEASE SORT-REC.

       F-CARGO-UN-RECLAMO.
            EXIT.

       LISTO-RECLAMOS.
            PERFORM LISTO-UN-RECLAMO THRU F-LISTO-UN-RECLAMO
                UNTIL W-FIN-LISTADO = "S".
            IF W-HAY-PRODUCTO = "S"
               PERFORM IMPRIMO-PRODUCTO THRU F-IMPRIMO-PRODUCTO
            END-IF.
            IF W-HAY-PROVEEDOR = "S"
               PERFORM IMPRIMO-PROVEEDOR THRU F-IMPRIMO-PROVEEDOR
            END-IF.
            PERFORM ARMO-LINEA-TOTAL THRU F-ARMO-LINEA-TOTAL
                VARYING W-IND-CONT FROM 1 BY 1 UNTIL W-IND-CONT > 6.
            DISPLAY " ".
            DISPLAY "TOTAL GENERAL                            "
                    W-LC-CANT(1) SPACE W-LC-CANT(2) SPACE
                    W-LC-CANT(3) SPACE W-LC-CANT(4) SPACE
                    W-LC-CANT(5) SPACE W-LC-CANT(6).

       F-LISTO-RECLAMOS.
            EXIT.

      * LISTO-UN-RECLAMO: corte por proveedor y, dentro, por
      * producto.
       LISTO-UN-RECLAMO.
            RETURN SORT-RECLAMOS
              AT END
                MOVE "S" TO W-FIN-LISTADO
                GO TO F-LISTO-UN-RECLAMO
            END-RETURN.
            IF W-HAY-PRODUCTO = "S"
               AND (SR-PROVEEDOR NOT = W-PROV-ACTUAL
                    OR SR-CODIGO NOT = W-CODIGO-ACTUAL)
               PERFORM IMPRIMO-PRODUCTO THRU F-IMPRIMO-PRODUCTO
               MOVE "N" TO W-HAY-PRODUCTO
            END-IF.
            IF W-HAY-PROVEEDOR = "S"
               AND SR-PROVEEDOR NOT = W-PROV-ACTUAL
               PERFORM IMPRIMO-PROVEEDOR THRU F-IMPRIMO-PROVEEDOR
               MOVE "N" TO W-HAY-PROVEEDOR
            END-IF.
            IF W-HAY-PROVEEDOR NOT = "S"
               PERFORM ABRO-PROVEEDOR THRU F-ABRO-PROVEEDOR
            END-IF.
            IF W-HAY-PRODUCTO NOT = "S"
               MOVE SR-CODIGO TO W-CODIGO-ACTUAL
               INITIALIZE W-CONTADORES-PRODUCTO
               MOVE "S" TO W-HAY-PRODUCTO
            END-IF.
            ADD 1 TO W-CP-CONT(1).
            IF SR-EN-GARANTIA = "S"
               ADD 1 TO W-CP-CONT(2)
            END-IF.
            EVALUATE SR-RESULTADO
               WHEN "R"
                  ADD 1 TO W-CP-CONT(4)
               WHEN "C"
                  ADD 1 TO W-CP-CONT(5)
               WHEN "X"
                  ADD 1 TO W-CP-CONT(6)
               WHEN OTHER
                  ADD 1 TO W-CP-CONT(3)
            END-EVALUATE.

       F-LISTO-UN-RECLAMO.
            EXIT.

       ABRO-PROVEEDOR.
            MOVE SR-PROVEEDOR TO W-PROV-ACTUAL.
            INITIALIZE W-CONTADORES-PROVEEDOR.
            MOVE "S" TO W-HAY-PROVEEDOR.
            IF SR-PROVEEDOR = 0
               MOVE "(sin proveedor de garantia)" TO PROV-RAZONSOCIAL
            ELSE
               MOVE SR-PROVEEDOR TO PROV-CODIGO
               READ PROVEEDORES KEY IS PROV-CODIGO
                 INVALID KEY
                   MOVE "(proveedor inexistente)" TO PROV-RAZONSOCIAL
               END-READ
            END-IF.
            DISPLAY " ".
            DISPLAY "PROVEEDOR " SR-PROVEEDOR " "
                    PROV-RAZONSOCIAL(1:50).

       F-ABRO-PROVEEDOR.
            EXIT.

       IMPRIMO-PRODUCTO.
            MOVE W-CODIGO-ACTUAL TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(producto inexistente)" TO PROD-DESCRIPCION
            END-READ.
            PERFORM SUMO-PRODUCTO THRU F-SUMO-PRODUCTO
                VARYING W-IND-CONT FROM 1 BY 1 UNTIL W-IND-CONT > 6.
            DISPLAY W-CODIGO-ACTUAL SPACE PROD-DESCRIPCION(1:30)
                    W-LC-CANT(1) SPACE W-LC-CANT(2) SPACE
                    W-LC-CANT(3) SPACE W-LC-CANT(4) SPACE
                    W-LC-CANT(5) SPACE W-LC-CANT(6).

       F-IMPRIMO-PRODUCTO.
            EXIT.

       SUMO-PRODUCTO.
            ADD W-CP-CONT(W-IND-CONT) TO W-CV-CONT(W-IND-CONT)
                                         W-CT-CONT(W-IND-CONT).
            MOVE W-CP-CONT(W-IND-CONT) TO W-LC-CANT(W-IND-CONT).

       F-SUMO-PRODUCTO.
            EXIT.

       IMPRIMO-PROVEEDOR.
            PERFORM ARMO-LINEA-PROVEEDOR THRU F-ARMO-LINEA-PROVEEDOR
                VARYING W-IND-CONT FROM 1 BY 1 UNTIL W-IND-CONT > 6.
            DISPLAY "           Total proveedor " W-PROV-ACTUAL
                    "         "
                    W-LC-CANT(1) SPACE W-LC-CANT(2) SPACE
                    W-LC-CANT(3) SPACE W-LC-CANT(4) SPACE
                    W-LC-CANT(5) SPACE W-LC-CANT(6).

       F-IMPRIMO-PROVEEDOR.
            EXIT.

       ARMO-LINEA-PROVEEDOR.
            MOVE W-CV-CONT(W-IND-CONT) TO W-LC-CANT(W-IND-CONT).

       F-ARMO-LINEA-PROVEEDOR.
            EXIT.

       ARMO-LINEA-TOTAL.
            MOVE W-CT-CONT(W-IND-CONT) TO W-LC-CANT(W-IND-CONT).

       F-ARMO-LINEA-TOTAL.
            EXIT.

       END PROGRAM "REPORTE-RECLAMOS-GARANTIA".
