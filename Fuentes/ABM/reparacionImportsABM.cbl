      *          rogarle al emisor que re-extraiga el lote. Al salir
      *          imprime el envejecimiento de la cola: pendientes
      *          totales y cuantos llevan mas de 7 dias pudriendose.
      * Mod: 15/10/2026 EK - Rechazos de origen M (ordenes del
      *      marketplace): se liberan a pedidosMarketplace.txt para
      *      IMPORT-PEDIDOS-MARKETPLACE, con el control de forma P/I.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-FEED-CLI.

           SELECT OPTIONAL PEDIDOS-MARKETPLACE
             ASSIGN TO "./pedidosMarketplace.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-FEED-MKT.

       DATA DIVISION.
       FILE SECTION.

       FD CLIENTES-NUEVOS.
       01 REG-CLIENTES-NUEVOS PIC X(200).

       FD PEDIDOS-MARKETPLACE.
       01 REG-PEDIDOS-MARKETPLACE PIC X(200).

       WORKING-STORAGE SECTION.

       01 ST-RECH-IMP        PIC XX.
       01 ST-FEED-FACT       PIC XX.
       01 ST-FEED-CLI        PIC XX.
       01 ST-FEED-MKT        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".
            END-IF.
            OPEN EXTEND FACTURAS-NUEVAS.
            OPEN EXTEND CLIENTES-NUEVOS.
            OPEN EXTEND PEDIDOS-MARKETPLACE.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE RECHAZOS-IMPORT.
            CLOSE FACTURAS-NUEVAS.
            CLOSE CLIENTES-NUEVOS.
            CLOSE PEDIDOS-MARKETPLACE.

       F-CIERRO-ARCHIVOS.
            EXIT.
            MOVE "N" TO W-CORRECCION-OK.
            PERFORM PIDO-CORRECCION THRU F-PIDO-CORRECCION
                UNTIL W-CORRECCION-OK = "S".
            EVALUATE TRUE
               WHEN RIM-DE-FACTURAS
                  MOVE W-REGISTRO-EDIT TO REG-FACTURAS-NUEVAS
                  WRITE REG-FACTURAS-NUEVAS
               WHEN RIM-DE-MARKETPLACE
                  MOVE W-REGISTRO-EDIT TO REG-PEDIDOS-MARKETPLACE
                  WRITE REG-PEDIDOS-MARKETPLACE
               WHEN OTHER
                  MOVE W-REGISTRO-EDIT TO REG-CLIENTES-NUEVOS
                  WRITE REG-CLIENTES-NUEVOS
            END-EVALUATE.
            SET RIM-LIBERADO TO TRUE.
            MOVE W-REGISTRO-EDIT TO RIM-REGISTRO.
            REWRITE REG-RECHAZO-IMPORT
            EXIT.

      * PIDO-CORRECCION: mismo control de forma que la cabecera del
      * import -- un renglon de facturas empieza con F o I, uno de
      * ordenes del marketplace con P o I; un registro de clientes
      * no puede quedar en blanco. Una orden del marketplace se
      * libera entera y en orden: encabezado P y despues sus I. El
      * resto de las validaciones las aplica el import en la proxima
      * corrida, que es quien tiene la ultima palabra.
       PIDO-CORRECCION.
            DISPLAY "Correccion:" LINE 15 COL 5.
            ACCEPT W-REGISTRO-EDIT LINE 16 COL 5 PROMPT.
                  DISPLAY "Un renglon de facturas empieza con F o I"
                          LINE 24 COL 1
               END-IF
            ELSE
            IF RIM-DE-MARKETPLACE
               IF W-REGISTRO-EDIT(1:1) = "P"
                     OR W-REGISTRO-EDIT(1:1) = "I"
                  MOVE "S" TO W-CORRECCION-OK
               ELSE
                  DISPLAY "Un renglon de ordenes empieza con P o I"
                          LINE 24 COL 1
               END-IF
            ELSE
               MOVE "S" TO W-CORRECCION-OK
            END-IF
            END-IF.

       F-PIDO-CORRECCION.
