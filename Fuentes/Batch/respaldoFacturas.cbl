      *          pegado al respaldo de CLIENTES, y su salida es lo
      *          que VERIFICACION-RESPALDOS relee y coteja antes de
      *          dejar avanzar la noche.
      * Mod: 15/10/2026 EK - Tambien COBRANZAS, CHEQUES y PRODUCTOS
      *      (cobranzasAAAAMMDD.bak, chequesAAAAMMDD.bak,
      *      productosAAAAMMDD.bak): son los otros archivos que
      *      RECUPERACION-ARCHIVOS rehace desde LOG-IMAGENES.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

              COPY "./sel/factura.sel".
              COPY "./sel/ventasHistorico.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/cheques.sel".
              COPY "./sel/productos.sel".

           SELECT FACTURA-BACKUP ASSIGN TO W-NOMBRE-BAK-FACT
             ORGANIZATION LINE SEQUENTIAL
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-BAK-HIST.

           SELECT COBRANZAS-BACKUP ASSIGN TO W-NOMBRE-BAK-COB
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-BAK-COB.

           SELECT CHEQUES-BACKUP ASSIGN TO W-NOMBRE-BAK-CHQ
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-BAK-CHQ.

           SELECT PRODUCTOS-BACKUP ASSIGN TO W-NOMBRE-BAK-PRD
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-BAK-PRD.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/factura.fd".
              COPY "./fd/ventasHistorico.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/cheques.fd".
              COPY "./fd/productos.fd".

       FD FACTURA-BACKUP.
       01 REG-FACTURA-BACKUP PIC X(615).
       FD HISTORICO-BACKUP.
       01 REG-HISTORICO-BACKUP PIC X(143).

       FD COBRANZAS-BACKUP.
       01 REG-COBRANZAS-BACKUP PIC X(291).

       FD CHEQUES-BACKUP.
       01 REG-CHEQUES-BACKUP PIC X(121).

       FD PRODUCTOS-BACKUP.
       01 REG-PRODUCTOS-BACKUP PIC X(119).

       WORKING-STORAGE SECTION.

       01 ST-FACTURA        PIC XX.
       01 ST-HISTORICO      PIC XX.
       01 ST-BAK-FACT       PIC XX.
       01 ST-BAK-HIST       PIC XX.
       01 ST-COBRANZAS      PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-BAK-COB        PIC XX.
       01 ST-BAK-CHQ        PIC XX.
       01 ST-BAK-PRD        PIC XX.
       01 W-FIN             PIC X.
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-NOMBRE-BAK-FACT PIC X(40).
       01 W-NOMBRE-BAK-HIST PIC X(40).
       01 W-NOMBRE-BAK-COB  PIC X(40).
       01 W-NOMBRE-BAK-CHQ  PIC X(40).
       01 W-NOMBRE-BAK-PRD  PIC X(40).
       01 W-CANT-FACTURAS   PIC 9(7) VALUE 0.
       01 W-CANT-HISTORICO  PIC 9(7) VALUE 0.
       01 W-CANT-COBRANZAS  PIC 9(7) VALUE 0.
       01 W-CANT-CHEQUES    PIC 9(7) VALUE 0.
       01 W-CANT-PRODUCTOS  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DELIMITED BY SIZE INTO W-NOMBRE-BAK-FACT.
            STRING "./ventasHistorico" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK-HIST.
            STRING "./cobranzas" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK-COB.
            STRING "./cheques" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK-CHQ.
            STRING "./productos" W-FECHA-SISTEMA ".bak"
                DELIMITED BY SIZE INTO W-NOMBRE-BAK-PRD.
            PERFORM RESPALDO-FACTURA THRU F-RESPALDO-FACTURA.
            PERFORM RESPALDO-HISTORICO THRU F-RESPALDO-HISTORICO.
            PERFORM RESPALDO-COBRANZAS THRU F-RESPALDO-COBRANZAS.
            PERFORM RESPALDO-CHEQUES THRU F-RESPALDO-CHEQUES.
            PERFORM RESPALDO-PRODUCTOS THRU F-RESPALDO-PRODUCTOS.
            DISPLAY "Facturas respaldadas : " W-CANT-FACTURAS.
            DISPLAY "Historicos respaldados: " W-CANT-HISTORICO.
            DISPLAY "Recibos respaldados  : " W-CANT-COBRANZAS.
            DISPLAY "Cheques respaldados  : " W-CANT-CHEQUES.
            DISPLAY "Productos respaldados: " W-CANT-PRODUCTOS.
            STOP RUN.

       RESPALDO-FACTURA.
       F-COPIO-UN-HISTORICO.
            EXIT.

       RESPALDO-COBRANZAS.
            OPEN INPUT COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
               MOVE 8 TO RETURN-CODE
               GO TO F-RESPALDO-COBRANZAS
            END-IF.
            OPEN OUTPUT COBRANZAS-BACKUP.
            IF ST-BAK-COB NOT = "00"
               DISPLAY "Error abriendo " W-NOMBRE-BAK-COB ": "
                       ST-BAK-COB
               MOVE 8 TO RETURN-CODE
               CLOSE COBRANZAS
               GO TO F-RESPALDO-COBRANZAS
            END-IF.
            MOVE 0 TO COB-NUMERO.
            START COBRANZAS KEY IS NOT LESS THAN COB-NUMERO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM COPIO-UNA-COBRANZA THRU F-COPIO-UNA-COBRANZA
                UNTIL W-FIN = "S".
            CLOSE COBRANZAS.
            CLOSE COBRANZAS-BACKUP.

       F-RESPALDO-COBRANZAS.
            EXIT.

       COPIO-UNA-COBRANZA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-COBRANZAS TO REG-COBRANZAS-BACKUP
                WRITE REG-COBRANZAS-BACKUP
                ADD 1 TO W-CANT-COBRANZAS
            END-READ.

       F-COPIO-UNA-COBRANZA.
            EXIT.

       RESPALDO-CHEQUES.
            OPEN INPUT CHEQUES.
            IF ST-CHEQUES > "07"
               DISPLAY "Error abriendo Cheques: " ST-CHEQUES
               MOVE 8 TO RETURN-CODE
               GO TO F-RESPALDO-CHEQUES
            END-IF.
            OPEN OUTPUT CHEQUES-BACKUP.
            IF ST-BAK-CHQ NOT = "00"
               DISPLAY "Error abriendo " W-NOMBRE-BAK-CHQ ": "
                       ST-BAK-CHQ
               MOVE 8 TO RETURN-CODE
               CLOSE CHEQUES
               GO TO F-RESPALDO-CHEQUES
            END-IF.
            MOVE LOW-VALUES TO CHQ-CLAVE.
            START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM COPIO-UN-CHEQUE THRU F-COPIO-UN-CHEQUE
                UNTIL W-FIN = "S".
            CLOSE CHEQUES.
            CLOSE CHEQUES-BACKUP.

       F-RESPALDO-CHEQUES.
            EXIT.

       COPIO-UN-CHEQUE.
            READ CHEQUES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-CHEQUE TO REG-CHEQUES-BACKUP
                WRITE REG-CHEQUES-BACKUP
                ADD 1 TO W-CANT-CHEQUES
            END-READ.

       F-COPIO-UN-CHEQUE.
            EXIT.

       RESPALDO-PRODUCTOS.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE 8 TO RETURN-CODE
               GO TO F-RESPALDO-PRODUCTOS
            END-IF.
            OPEN OUTPUT PRODUCTOS-BACKUP.
            IF ST-BAK-PRD NOT = "00"
               DISPLAY "Error abriendo " W-NOMBRE-BAK-PRD ": "
                       ST-BAK-PRD
               MOVE 8 TO RETURN-CODE
               CLOSE PRODUCTOS
               GO TO F-RESPALDO-PRODUCTOS
            END-IF.
            MOVE LOW-VALUES TO PROD-CODIGO.
            START PRODUCTOS KEY IS NOT LESS THAN PROD-CODIGO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM COPIO-UN-PRODUCTO THRU F-COPIO-UN-PRODUCTO
                UNTIL W-FIN = "S".
            CLOSE PRODUCTOS.
            CLOSE PRODUCTOS-BACKUP.

       F-RESPALDO-PRODUCTOS.
            EXIT.

       COPIO-UN-PRODUCTO.
            READ PRODUCTOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-PRODUCTOS TO REG-PRODUCTOS-BACKUP
                WRITE REG-PRODUCTOS-BACKUP
                ADD 1 TO W-CANT-PRODUCTOS
            END-READ.

       F-COPIO-UN-PRODUCTO.
            EXIT.

       END PROGRAM "RESPALDO-FACTURAS".
