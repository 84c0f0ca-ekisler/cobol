      *          COND del JOB corta la noche: sin respaldo probado no
      *          se actualiza, el criterio de siempre llevado hasta
      *          el final.
      * Mod: 15/10/2026 EK - Tambien cobranzas, cheques y productos, y
      *      cada resultado queda en RESPALDOS-VERIFICADOS (fecha,
      *      hora, archivo, OK/ER, cantidad, hash): de ahi parte
      *      RECUPERACION-ARCHIVOS.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/ventasHistorico.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/respaldosVerificados.sel".

           SELECT OPTIONAL RESPALDO-ACTUAL ASSIGN TO W-NOMBRE-BAK
             ORGANIZATION LINE SEQUENTIAL
              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/ventasHistorico.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/respaldosVerificados.fd".

       FD RESPALDO-ACTUAL.
       01 REG-RESPALDO-ACTUAL PIC X(670).
       01 ST-FACTURA        PIC XX.
       01 ST-HISTORICO      PIC XX.
       01 ST-RESPALDO       PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-VERIFICADOS    PIC XX.
       01 W-FIN             PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-HORA-SISTEMA    PIC 9(8).
       01 W-ARCHIVO-COD     PIC X(3).
       01 W-NOMBRE-BAK      PIC X(40).

      * Buffer y hash: suma posicional de ORD sobre una muestra cada
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            DISPLAY "VERIFICACION DE RESPALDOS - " W-FECHA-SISTEMA.
            OPEN EXTEND RESPALDOS-VERIFICADOS.
            IF ST-VERIFICADOS > "07"
               DISPLAY "No se pudo abrir respaldosVerificados.dat: "
                       ST-VERIFICADOS
               ADD 1 TO W-FALLAS
            END-IF.
            PERFORM VERIFICO-CLIENTES THRU F-VERIFICO-CLIENTES.
            PERFORM VERIFICO-FACTURA THRU F-VERIFICO-FACTURA.
            PERFORM VERIFICO-HISTORICO THRU F-VERIFICO-HISTORICO.
            PERFORM VERIFICO-COBRANZAS THRU F-VERIFICO-COBRANZAS.
            PERFORM VERIFICO-CHEQUES THRU F-VERIFICO-CHEQUES.
            PERFORM VERIFICO-PRODUCTOS THRU F-VERIFICO-PRODUCTOS.
            IF ST-VERIFICADOS NOT > "07"
               CLOSE RESPALDOS-VERIFICADOS
            END-IF.
            DISPLAY " ".
            IF W-FALLAS = 0
               DISPLAY "Los seis respaldos prueban bien"
            ELSE
               DISPLAY "RESPALDOS QUE NO PRUEBAN: " W-FALLAS
                       " - LA NOCHE NO SIGUE"
            STOP RUN.

       VERIFICO-CLIENTES.
            MOVE "CLI" TO W-ARCHIVO-COD.
            MOVE 670 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT CLIENTES.
            EXIT.

       VERIFICO-FACTURA.
            MOVE "FAC" TO W-ARCHIVO-COD.
            MOVE 615 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT FACTURA.
            EXIT.

       VERIFICO-HISTORICO.
            MOVE "HIS" TO W-ARCHIVO-COD.
            MOVE 143 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT VENTAS-HISTORICO.
       F-SUMO-UN-HISTORICO-VIVO.
            EXIT.

       VERIFICO-COBRANZAS.
            MOVE "COB" TO W-ARCHIVO-COD.
            MOVE 291 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "No se pudo leer cobranzas.dat: " ST-COBRANZAS
               ADD 1 TO W-FALLAS
               GO TO F-VERIFICO-COBRANZAS
            END-IF.
            MOVE 0 TO COB-NUMERO.
            START COBRANZAS KEY IS NOT LESS THAN COB-NUMERO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM SUMO-UNA-COBRANZA-VIVA
               THRU F-SUMO-UNA-COBRANZA-VIVA
                UNTIL W-FIN = "S".
            CLOSE COBRANZAS.
            MOVE SPACES TO W-NOMBRE-BAK.
            STRING "./cobranzas" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK.
            PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
            PERFORM COMPARO-PAR THRU F-COMPARO-PAR.

       F-VERIFICO-COBRANZAS.
            EXIT.

       SUMO-UNA-COBRANZA-VIVA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO W-CANT-VIVO
                MOVE SPACES TO W-BUFFER
                MOVE REG-COBRANZAS TO W-BUFFER(1:291)
                PERFORM CALCULO-HASH THRU F-CALCULO-HASH
                COMPUTE W-HASH-VIVO =
                    FUNCTION MOD(W-HASH-VIVO + W-HASH, 999999999)
            END-READ.

       F-SUMO-UNA-COBRANZA-VIVA.
            EXIT.

       VERIFICO-CHEQUES.
            MOVE "CHQ" TO W-ARCHIVO-COD.
            MOVE 121 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "No se pudo leer cheques.dat: " ST-CHEQUES
               ADD 1 TO W-FALLAS
               GO TO F-VERIFICO-CHEQUES
            END-IF.
            MOVE LOW-VALUES TO CHQ-CLAVE.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM SUMO-UN-CHEQUE-VIVO
               THRU F-SUMO-UN-CHEQUE-VIVO
                UNTIL W-FIN = "S".
            CLOSE CHEQUES.
            MOVE SPACES TO W-NOMBRE-BAK.
            STRING "./cheques" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK.
            PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
            PERFORM COMPARO-PAR THRU F-COMPARO-PAR.

       F-VERIFICO-CHEQUES.
            EXIT.

       SUMO-UN-CHEQUE-VIVO.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO W-CANT-VIVO
                MOVE SPACES TO W-BUFFER
                MOVE REG-CHEQUE TO W-BUFFER(1:121)
                PERFORM CALCULO-HASH THRU F-CALCULO-HASH
                COMPUTE W-HASH-VIVO =
                    FUNCTION MOD(W-HASH-VIVO + W-HASH, 999999999)
            END-READ.

       F-SUMO-UN-CHEQUE-VIVO.
            EXIT.

       VERIFICO-PRODUCTOS.
            MOVE "PRD" TO W-ARCHIVO-COD.
            MOVE 119 TO W-LARGO-REG.
            MOVE 0 TO W-CANT-VIVO W-HASH-VIVO.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "No se pudo leer productos.dat: " ST-PRODUCTOS
               ADD 1 TO W-FALLAS
               GO TO F-VERIFICO-PRODUCTOS
            END-IF.
            MOVE LOW-VALUES TO PROD-CODIGO.
            START PRODUCTOS KEY IS NOT LESS THAN PROD-CODIGO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM SUMO-UN-PRODUCTO-VIVO
               THRU F-SUMO-UN-PRODUCTO-VIVO
                UNTIL W-FIN = "S".
            CLOSE PRODUCTOS.
            MOVE SPACES TO W-NOMBRE-BAK.
            STRING "./productos" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK.
            PERFORM LEO-RESPALDO THRU F-LEO-RESPALDO.
            PERFORM COMPARO-PAR THRU F-COMPARO-PAR.

       F-VERIFICO-PRODUCTOS.
            EXIT.

       SUMO-UN-PRODUCTO-VIVO.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                ADD 1 TO W-CANT-VIVO
                MOVE SPACES TO W-BUFFER
                MOVE REG-PRODUCTOS TO W-BUFFER(1:119)
                PERFORM CALCULO-HASH THRU F-CALCULO-HASH
                COMPUTE W-HASH-VIVO =
                    FUNCTION MOD(W-HASH-VIVO + W-HASH, 999999999)
            END-READ.

       F-SUMO-UN-PRODUCTO-VIVO.
            EXIT.

      * LEO-RESPALDO: relee la generacion del dia entera sumando
      * cantidad y hash con el mismo criterio que el archivo vivo.
       LEO-RESPALDO.
            DISPLAY W-NOMBRE-BAK ": vivo " W-CANT-VIVO "/"
                    W-HASH-VIVO " respaldo " W-CANT-BAK "/"
                    W-HASH-BAK.
            MOVE W-FECHA-SISTEMA TO RVE-FECHA.
            MOVE W-HORA-SISTEMA TO RVE-HORA.
            MOVE W-ARCHIVO-COD TO RVE-ARCHIVO.
            MOVE W-CANT-BAK TO RVE-CANTIDAD.
            MOVE W-HASH-BAK TO RVE-HASH.
            MOVE W-NOMBRE-BAK TO RVE-NOMBRE.
            IF W-CANT-VIVO NOT = W-CANT-BAK
                  OR W-HASH-VIVO NOT = W-HASH-BAK
               DISPLAY "  EL RESPALDO NO PRUEBA"
               ADD 1 TO W-FALLAS
               SET RVE-NO-PROBO TO TRUE
            ELSE
               SET RVE-PROBO TO TRUE
            END-IF.
            IF ST-VERIFICADOS NOT > "07"
               WRITE REG-RESPALDO-VERIFICADO
            END-IF.

       F-COMPARO-PAR.
