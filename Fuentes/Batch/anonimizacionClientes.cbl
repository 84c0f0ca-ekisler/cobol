      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Supresion de datos personales (Ley 25.326) de los
      *          clientes que ya no se pueden ni se deben conservar.
      *          Un cliente inactivo o de baja en CLIENTES, o
      *          cualquiera de clientesArchivados.dat, se anonimiza
      *          cuando su ultimo movimiento fiscal (la mayor de
      *          CLI_FECHA_MODIF, la fecha de su ultima factura y la de
      *          su ultima cobranza) tiene mas de W-ANIOS-RETENCION
      *          anios: nombre, nombre alternativo, razon social,
      *          domicilio, codigo postal, CUIT y cuenta bancaria. El
      *          numero de cliente, los importes y las fechas quedan,
      *          porque los comprobantes siguen apuntando a la cuenta.
      *          De los clientes anonimizados se enmascaran tambien los
      *          valores de HISTORIAL-CLIENTES y las observaciones de
      *          GESTION-COBRANZAS. Cada cliente deja su registro en
      *          CONSTANCIAS-SUPRESION, sin datos personales. Los
      *          pedidos de supresion pendientes de
      *          PEDIDOS-DATOS-PERSONALES se cumplen (C) o se difieren
      *          (D) con el motivo: cuenta activa o fecha en que vence
      *          la retencion. Sin parametros; corre a pedido despues
      *          de PURGA-CLIENTES-BAJA.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ANONIMIZACION-CLIENTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/gestionCobranzas.sel".
              COPY "./sel/pedidosDatosPersonales.sel".
              COPY "./sel/constanciasSupresion.sel".

           SELECT OPTIONAL CLIENTES-ARCHIVADOS
             ASSIGN TO "./clientesArchivados.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-ARCHIVO.

           SELECT TRABAJO-ANONIMIZACION
             ASSIGN TO "./anonimizacion.tmp"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-TRABAJO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/gestionCobranzas.fd".
              COPY "./fd/pedidosDatosPersonales.fd".
              COPY "./fd/constanciasSupresion.fd".

      * El archivado conserva el layout vivo de 670 bytes: se lee
      * crudo y se trabaja con REG-CLIENTES.
       FD CLIENTES-ARCHIVADOS.
       01 REG-CLIENTES-ARCHIVADOS PIC X(670).

      * Copia de trabajo para reescribir los secuenciales: cada
      * archivo se vuelca enmascarado y despues se copia encima del
      * original.
       FD TRABAJO-ANONIMIZACION.
       01 REG-TRABAJO        PIC X(670).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-FACTURA         PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-GESTION         PIC XX.
       01 ST-PEDIDOS-DP      PIC XX.
       01 ST-CONSTANCIAS     PIC XX.
       01 ST-ARCHIVO         PIC XX.
       01 ST-TRABAJO         PIC XX.
       01 W-FIN              PIC X.
       01 W-FIN-MOV          PIC X.
       01 W-ERROR            PIC X VALUE "N".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).

      * W-ANIOS-RETENCION: anios que se conservan los comprobantes
      * fiscales y, con ellos, los datos de quien los recibio.
      * Constante de compilacion, mismo criterio que W-DIAS-RETENCION
      * en PURGA-CLIENTES-BAJA: ajustar aca y recompilar.
       01 W-ANIOS-RETENCION  PIC 9(2) VALUE 10.
       01 W-FECHA-CORTE      PIC 9(8).
       01 W-FECHA-VENCE      PIC 9(8).
       01 W-ULTIMO-MOV       PIC 9(8).

       01 W-TEXTO-ANONIMO    PIC X(11) VALUE "ANONIMIZADO".
       01 W-CAMPOS-ANONIMOS  PIC X(40)
          VALUE "NOMBRE,NOMBRE2,RAZON,DOMIC,CP,CUIT,CBU".

      * Cliente en evaluacion (los datos de busqueda se guardan antes
      * de borrarlos).
       01 W-ORIGEN           PIC X(3).
       01 W-CLI-ID-EVAL      PIC 9(7).
       01 W-CUIT-EVAL        PIC 9(11).
       01 W-PEDIDO-CLIENTE   PIC 9(7).
       01 W-RESULTADO        PIC X.
       01 W-OBS-RESULTADO    PIC X(60).
       01 W-ANONIMIZO        PIC X.
       01 W-CAMBIO-ARCHIVO   PIC X.
       01 W-ARCHIVO-DEVUELTO PIC X VALUE "N".

      * Pedidos de supresion abiertos.
       01 W-CANT-PEDIDOS     PIC 9(3) VALUE 0.
       01 W-TABLA-PEDIDOS.
          05 TPD OCCURS 200 TIMES.
             10 TPD-NUMERO      PIC 9(7).
             10 TPD-CLI-ID      PIC 9(7).
             10 TPD-CUIT        PIC 9(11).
             10 TPD-RESULTADO   PIC X.
             10 TPD-OBSERVACION PIC X(60).
       01 W-INDICE-PED       PIC 9(3).

      * Clientes anonimizados en la corrida, para enmascarar los
      * secuenciales y dejar la constancia.
       01 W-MAX-ANONIMOS     PIC 9(4) VALUE 2000.
       01 W-CANT-ANONIMOS    PIC 9(4) VALUE 0.
       01 W-TABLA-ANONIMOS.
          05 TAN OCCURS 2000 TIMES.
             10 TAN-CLI-ID      PIC 9(7).
             10 TAN-ORIGEN      PIC X(3).
             10 TAN-ULTIMO-MOV  PIC 9(8).
             10 TAN-PEDIDO      PIC 9(7).
             10 TAN-CANT-HIST   PIC 9(5).
             10 TAN-CANT-GEST   PIC 9(5).
       01 W-INDICE-ANO       PIC 9(4).
       01 W-ANO-HALLADO      PIC 9(4).
       01 W-ID-BUSCADO       PIC 9(7).

       01 W-CANT-LEIDOS      PIC 9(7) VALUE 0.
       01 W-CANT-MAESTRO     PIC 9(7) VALUE 0.
       01 W-CANT-ARCHIVO     PIC 9(7) VALUE 0.
       01 W-CANT-EN-RETENCION PIC 9(7) VALUE 0.
       01 W-CANT-HISTORIAL   PIC 9(7) VALUE 0.
       01 W-CANT-GESTIONES   PIC 9(7) VALUE 0.
       01 W-CANT-CUMPLIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-DIFERIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-DENEGADOS   PIC 9(5) VALUE 0.

       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ANONIMIZACION-CLIENTES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            COMPUTE W-FECHA-CORTE =
               W-FECHA-SISTEMA - W-ANIOS-RETENCION * 10000.
            DISPLAY "ANONIMIZACION DE CLIENTES - " W-FECHA-SISTEMA.
            DISPLAY "Ultimo movimiento anterior al " W-FECHA-CORTE
                    " (" W-ANIOS-RETENCION " anios de retencion)".
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-ERROR = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM CARGO-PEDIDOS THRU F-CARGO-PEDIDOS.
            PERFORM RECORRO-MAESTRO THRU F-RECORRO-MAESTRO.
            PERFORM RECORRO-ARCHIVO THRU F-RECORRO-ARCHIVO.
            IF W-CANT-ANONIMOS > 0 AND W-ERROR NOT = "S"
               PERFORM ENMASCARO-HISTORIAL THRU F-ENMASCARO-HISTORIAL
               PERFORM ENMASCARO-GESTIONES THRU F-ENMASCARO-GESTIONES
            END-IF.
            PERFORM GRABO-CONSTANCIA THRU F-GRABO-CONSTANCIA
                VARYING W-INDICE-ANO FROM 1 BY 1
                  UNTIL W-INDICE-ANO > W-CANT-ANONIMOS.
            PERFORM CIERRO-PEDIDO THRU F-CIERRO-PEDIDO
                VARYING W-INDICE-PED FROM 1 BY 1
                  UNTIL W-INDICE-PED > W-CANT-PEDIDOS.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN.
            IF W-ERROR = "S"
               MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-ERROR
            END-IF.
            OPEN INPUT FACTURA.
            OPEN INPUT COBRANZAS.
            OPEN I-O PEDIDOS-DATOS-PERSONALES.
            IF ST-PEDIDOS-DP > "07"
               DISPLAY "Error abriendo Pedidos de Datos Personales: "
                       ST-PEDIDOS-DP
               MOVE "S" TO W-ERROR
            END-IF.
            OPEN EXTEND CONSTANCIAS-SUPRESION.
            IF ST-CONSTANCIAS NOT = "00"
               DISPLAY "Error abriendo Constancias de Supresion: "
                       ST-CONSTANCIAS
               MOVE "S" TO W-ERROR
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CLIENTES.
            CLOSE FACTURA.
            CLOSE COBRANZAS.
            CLOSE PEDIDOS-DATOS-PERSONALES.
            CLOSE CONSTANCIAS-SUPRESION.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CARGO-PEDIDOS: los pedidos de supresion pendientes o diferidos
      * se vuelven a evaluar en cada corrida.
       CARGO-PEDIDOS.
            MOVE 0 TO PDP-NUMERO.
            START PEDIDOS-DATOS-PERSONALES
                  KEY IS NOT LESS THAN PDP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM CARGO-UN-PEDIDO THRU F-CARGO-UN-PEDIDO
                UNTIL W-FIN = "S".

       F-CARGO-PEDIDOS.
            EXIT.

       CARGO-UN-PEDIDO.
            READ PEDIDOS-DATOS-PERSONALES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-CARGO-UN-PEDIDO
            END-READ.
            IF NOT PDP-SUPRESION
               GO TO F-CARGO-UN-PEDIDO
            END-IF.
            IF NOT PDP-PENDIENTE AND NOT PDP-DIFERIDO
               GO TO F-CARGO-UN-PEDIDO
            END-IF.
            IF W-CANT-PEDIDOS = 200
               DISPLAY "Tabla de pedidos llena, queda para la proxima "
                       "corrida: " PDP-NUMERO
               MOVE 4 TO RETURN-CODE
               GO TO F-CARGO-UN-PEDIDO
            END-IF.
            ADD 1 TO W-CANT-PEDIDOS.
            MOVE PDP-NUMERO TO TPD-NUMERO(W-CANT-PEDIDOS).
            MOVE PDP-CLI-ID TO TPD-CLI-ID(W-CANT-PEDIDOS).
            MOVE PDP-CUIT TO TPD-CUIT(W-CANT-PEDIDOS).
            MOVE SPACE TO TPD-RESULTADO(W-CANT-PEDIDOS).
            MOVE SPACES TO TPD-OBSERVACION(W-CANT-PEDIDOS).

       F-CARGO-UN-PEDIDO.
            EXIT.

      * RECORRO-MAESTRO: solo inactivos y bajas; una cuenta en
      * cualquier otro estado sigue operando y no se toca.
       RECORRO-MAESTRO.
            MOVE "MAE" TO W-ORIGEN.
            MOVE 0 TO CLI_ID.
            START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY MOVE "S" TO W-FIN
              NOT INVALID KEY MOVE "N" TO W-FIN
            END-START.
            PERFORM LEO-UN-CLIENTE THRU F-LEO-UN-CLIENTE
                UNTIL W-FIN = "S".

       F-RECORRO-MAESTRO.
            EXIT.

       LEO-UN-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-UN-CLIENTE
            END-READ.
            ADD 1 TO W-CANT-LEIDOS.
            PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE.
            IF W-ANONIMIZO = "S"
               REWRITE REG-CLIENTES
                 INVALID KEY
                   DISPLAY "Error grabando cliente " W-CLI-ID-EVAL
                           ": " ST-FILE
                   MOVE "S" TO W-ERROR
                   SUBTRACT 1 FROM W-CANT-ANONIMOS
                 NOT INVALID KEY
                   CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                        W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                   ADD 1 TO W-CANT-MAESTRO
               END-REWRITE
            END-IF.

       F-LEO-UN-CLIENTE.
            EXIT.

      * RECORRO-ARCHIVO: el archivado se vuelca a la copia de trabajo
      * con los clientes ya anonimizados y, solo si hubo alguno, se
      * copia encima del original.
       RECORRO-ARCHIVO.
            MOVE "ARC" TO W-ORIGEN.
            MOVE "N" TO W-CAMBIO-ARCHIVO.
            OPEN INPUT CLIENTES-ARCHIVADOS.
            IF ST-ARCHIVO NOT = "00"
               GO TO F-RECORRO-ARCHIVO
            END-IF.
            OPEN OUTPUT TRABAJO-ANONIMIZACION.
            MOVE "N" TO W-FIN.
            PERFORM LEO-UN-ARCHIVADO THRU F-LEO-UN-ARCHIVADO
                UNTIL W-FIN = "S".
            CLOSE CLIENTES-ARCHIVADOS.
            CLOSE TRABAJO-ANONIMIZACION.
            IF W-CAMBIO-ARCHIVO = "S" AND W-ERROR NOT = "S"
               OPEN INPUT TRABAJO-ANONIMIZACION
               OPEN OUTPUT CLIENTES-ARCHIVADOS
               MOVE "N" TO W-FIN
               PERFORM DEVUELVO-ARCHIVADO THRU F-DEVUELVO-ARCHIVADO
                   UNTIL W-FIN = "S"
               CLOSE TRABAJO-ANONIMIZACION
               CLOSE CLIENTES-ARCHIVADOS
               MOVE "S" TO W-ARCHIVO-DEVUELTO
            END-IF.

       F-RECORRO-ARCHIVO.
            EXIT.

       LEO-UN-ARCHIVADO.
            READ CLIENTES-ARCHIVADOS
              AT END
                MOVE "S" TO W-FIN
                GO TO F-LEO-UN-ARCHIVADO
            END-READ.
            ADD 1 TO W-CANT-LEIDOS.
            MOVE REG-CLIENTES-ARCHIVADOS TO REG-CLIENTES.
            PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE.
            IF W-ANONIMIZO = "S"
               MOVE "S" TO W-CAMBIO-ARCHIVO
               ADD 1 TO W-CANT-ARCHIVO
            END-IF.
            MOVE REG-CLIENTES TO REG-TRABAJO.
            WRITE REG-TRABAJO.
            IF ST-TRABAJO NOT = "00"
               DISPLAY "Error grabando la copia de trabajo: "
                       ST-TRABAJO
               MOVE "S" TO W-ERROR
               MOVE "S" TO W-FIN
            END-IF.

       F-LEO-UN-ARCHIVADO.
            EXIT.

       DEVUELVO-ARCHIVADO.
            READ TRABAJO-ANONIMIZACION
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-TRABAJO TO REG-CLIENTES-ARCHIVADOS
                WRITE REG-CLIENTES-ARCHIVADOS
            END-READ.

       F-DEVUELVO-ARCHIVADO.
            EXIT.

      * EVALUO-CLIENTE: decide sobre REG-CLIENTES (del maestro o del
      * archivado) y, si corresponde, lo anonimiza en memoria; el
      * llamador lo graba. El resultado se aplica a los pedidos de
      * supresion del mismo cliente o del mismo CUIT.
       EVALUO-CLIENTE.
            MOVE "N" TO W-ANONIMIZO.
            MOVE SPACE TO W-RESULTADO.
            MOVE SPACES TO W-OBS-RESULTADO.
            MOVE CLI_ID TO W-CLI-ID-EVAL.
            MOVE CLI_CUIT TO W-CUIT-EVAL.
            MOVE 0 TO W-PEDIDO-CLIENTE.
            PERFORM BUSCO-PEDIDO-CLIENTE THRU F-BUSCO-PEDIDO-CLIENTE
                VARYING W-INDICE-PED FROM 1 BY 1
                  UNTIL W-INDICE-PED > W-CANT-PEDIDOS
                     OR W-PEDIDO-CLIENTE NOT = 0.

            IF CLI_NOMBRE(1:11) = W-TEXTO-ANONIMO
               MOVE "C" TO W-RESULTADO
               MOVE "DATOS YA ANONIMIZADOS" TO W-OBS-RESULTADO
               GO TO APLICO-PEDIDOS-CLIENTE
            END-IF.
            IF W-ORIGEN = "MAE"
                  AND NOT CLI-INACTIVO AND NOT CLI-BAJA-LOGICA
               MOVE "D" TO W-RESULTADO
               STRING "CUENTA EN ESTADO " DELIMITED BY SIZE
                      CLI_ESTADO DELIMITED BY SIZE
                      ": SE SUPRIME CUANDO SE DE DE BAJA"
                        DELIMITED BY SIZE
                 INTO W-OBS-RESULTADO
               GO TO APLICO-PEDIDOS-CLIENTE
            END-IF.

            PERFORM CALCULO-ULTIMO-MOV THRU F-CALCULO-ULTIMO-MOV.
            IF W-ULTIMO-MOV NOT < W-FECHA-CORTE
               ADD 1 TO W-CANT-EN-RETENCION
               COMPUTE W-FECHA-VENCE =
                  W-ULTIMO-MOV + W-ANIOS-RETENCION * 10000
               MOVE "D" TO W-RESULTADO
               STRING "RETENCION FISCAL HASTA EL " DELIMITED BY SIZE
                      W-FECHA-VENCE DELIMITED BY SIZE
                 INTO W-OBS-RESULTADO
               GO TO APLICO-PEDIDOS-CLIENTE
            END-IF.

            IF W-CANT-ANONIMOS NOT < W-MAX-ANONIMOS
               DISPLAY "Tabla de anonimizados llena, el cliente "
                       W-CLI-ID-EVAL " queda para la proxima corrida"
               MOVE 4 TO RETURN-CODE
               MOVE "P" TO W-RESULTADO
               GO TO APLICO-PEDIDOS-CLIENTE
            END-IF.

            PERFORM ANONIMIZO-CLIENTE THRU F-ANONIMIZO-CLIENTE.
            MOVE "C" TO W-RESULTADO.
            MOVE "DATOS ANONIMIZADOS" TO W-OBS-RESULTADO.

       APLICO-PEDIDOS-CLIENTE.
            IF W-PEDIDO-CLIENTE NOT = 0
               PERFORM APLICO-RESULTADO THRU F-APLICO-RESULTADO
                   VARYING W-INDICE-PED FROM 1 BY 1
                     UNTIL W-INDICE-PED > W-CANT-PEDIDOS
            END-IF.

       F-EVALUO-CLIENTE.
            EXIT.

       BUSCO-PEDIDO-CLIENTE.
            IF (TPD-CLI-ID(W-INDICE-PED) NOT = 0
                  AND TPD-CLI-ID(W-INDICE-PED) = W-CLI-ID-EVAL)
               OR (TPD-CUIT(W-INDICE-PED) NOT = 0
                  AND TPD-CUIT(W-INDICE-PED) = W-CUIT-EVAL)
               MOVE TPD-NUMERO(W-INDICE-PED) TO W-PEDIDO-CLIENTE
            END-IF.

       F-BUSCO-PEDIDO-CLIENTE.
            EXIT.

      * APLICO-RESULTADO: un CUIT puede tener varias cuentas; el
      * pedido se cumple solo si todas quedaron anonimizadas. Lo que
      * queda pendiente o diferido pesa mas que lo cumplido.
       APLICO-RESULTADO.
            IF (TPD-CLI-ID(W-INDICE-PED) = 0
                  OR TPD-CLI-ID(W-INDICE-PED) NOT = W-CLI-ID-EVAL)
               AND (TPD-CUIT(W-INDICE-PED) = 0
                  OR TPD-CUIT(W-INDICE-PED) NOT = W-CUIT-EVAL)
               GO TO F-APLICO-RESULTADO
            END-IF.
            IF TPD-RESULTADO(W-INDICE-PED) = "P"
               GO TO F-APLICO-RESULTADO
            END-IF.
            IF TPD-RESULTADO(W-INDICE-PED) = "D"
                  AND W-RESULTADO = "C"
               GO TO F-APLICO-RESULTADO
            END-IF.
            MOVE W-RESULTADO TO TPD-RESULTADO(W-INDICE-PED).
            MOVE W-OBS-RESULTADO TO TPD-OBSERVACION(W-INDICE-PED).

       F-APLICO-RESULTADO.
            EXIT.

      * CALCULO-ULTIMO-MOV: la retencion corre desde lo ultimo que
      * paso en la cuenta: su ultima modificacion (la baja, para un
      * archivado), su ultima factura o su ultima cobranza.
       CALCULO-ULTIMO-MOV.
            MOVE CLI_FECHA_MODIF TO W-ULTIMO-MOV.
            IF CLI_FECHA_ALTA > W-ULTIMO-MOV
               MOVE CLI_FECHA_ALTA TO W-ULTIMO-MOV
            END-IF.
            MOVE W-CLI-ID-EVAL TO FACT-CLI-ID.
            START FACTURA KEY IS NOT LESS THAN FACT-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-MOV
              NOT INVALID KEY MOVE "N" TO W-FIN-MOV
            END-START.
            PERFORM MIRO-UNA-FACTURA THRU F-MIRO-UNA-FACTURA
                UNTIL W-FIN-MOV = "S".
            MOVE W-CLI-ID-EVAL TO COB-CLI-ID.
            START COBRANZAS KEY IS NOT LESS THAN COB-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-MOV
              NOT INVALID KEY MOVE "N" TO W-FIN-MOV
            END-START.
            PERFORM MIRO-UNA-COBRANZA THRU F-MIRO-UNA-COBRANZA
                UNTIL W-FIN-MOV = "S".

       F-CALCULO-ULTIMO-MOV.
            EXIT.

       MIRO-UNA-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-MOV
                GO TO F-MIRO-UNA-FACTURA
            END-READ.
            IF FACT-CLI-ID NOT = W-CLI-ID-EVAL
               MOVE "S" TO W-FIN-MOV
               GO TO F-MIRO-UNA-FACTURA
            END-IF.
            IF FACT-FECHA > W-ULTIMO-MOV
               MOVE FACT-FECHA TO W-ULTIMO-MOV
            END-IF.

       F-MIRO-UNA-FACTURA.
            EXIT.

       MIRO-UNA-COBRANZA.
            READ COBRANZAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-MOV
                GO TO F-MIRO-UNA-COBRANZA
            END-READ.
            IF COB-CLI-ID NOT = W-CLI-ID-EVAL
               MOVE "S" TO W-FIN-MOV
               GO TO F-MIRO-UNA-COBRANZA
            END-IF.
            IF COB-FECHA > W-ULTIMO-MOV
               MOVE COB-FECHA TO W-ULTIMO-MOV
            END-IF.

       F-MIRO-UNA-COBRANZA.
            EXIT.

      * ANONIMIZO-CLIENTE: CLI_FECHA_MODIF no se toca, porque de ella
      * cuenta la purga de bajas.
       ANONIMIZO-CLIENTE.
            MOVE W-TEXTO-ANONIMO TO CLI_NOMBRE.
            MOVE W-TEXTO-ANONIMO TO CLI_NOMBRE_2.
            MOVE W-TEXTO-ANONIMO TO CLI_RAZONSOCIAL.
            MOVE SPACES TO CLI_DIRECCION.
            MOVE SPACES TO CLI_CODPOST.
            MOVE 0 TO CLI_CUIT.
            MOVE SPACES TO CLI_CBU.
            MOVE "S" TO W-ANONIMIZO.
            ADD 1 TO W-CANT-ANONIMOS.
            MOVE W-CLI-ID-EVAL TO TAN-CLI-ID(W-CANT-ANONIMOS).
            MOVE W-ORIGEN TO TAN-ORIGEN(W-CANT-ANONIMOS).
            MOVE W-ULTIMO-MOV TO TAN-ULTIMO-MOV(W-CANT-ANONIMOS).
            MOVE W-PEDIDO-CLIENTE TO TAN-PEDIDO(W-CANT-ANONIMOS).
            MOVE 0 TO TAN-CANT-HIST(W-CANT-ANONIMOS).
            MOVE 0 TO TAN-CANT-GEST(W-CANT-ANONIMOS).

       F-ANONIMIZO-CLIENTE.
            EXIT.

       BUSCO-ANONIMO.
            IF TAN-CLI-ID(W-INDICE-ANO) = W-ID-BUSCADO
               MOVE W-INDICE-ANO TO W-ANO-HALLADO
            END-IF.

       F-BUSCO-ANONIMO.
            EXIT.

      * ENMASCARO-HISTORIAL: de un cliente anonimizado no queda ningun
      * valor anterior ni nuevo; quedan fecha, usuario y campo.
       ENMASCARO-HISTORIAL.
            OPEN INPUT HISTORIAL-CLIENTES.
            IF ST-HISTORIAL NOT = "00"
               GO TO F-ENMASCARO-HISTORIAL
            END-IF.
            OPEN OUTPUT TRABAJO-ANONIMIZACION.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-UN-HISTORIAL THRU F-MIRO-UN-HISTORIAL
                UNTIL W-FIN = "S".
            CLOSE HISTORIAL-CLIENTES.
            CLOSE TRABAJO-ANONIMIZACION.
            IF W-CANT-HISTORIAL > 0 AND W-ERROR NOT = "S"
               OPEN INPUT TRABAJO-ANONIMIZACION
               OPEN OUTPUT HISTORIAL-CLIENTES
               MOVE "N" TO W-FIN
               PERFORM DEVUELVO-HISTORIAL THRU F-DEVUELVO-HISTORIAL
                   UNTIL W-FIN = "S"
               CLOSE TRABAJO-ANONIMIZACION
               CLOSE HISTORIAL-CLIENTES
            END-IF.

       F-ENMASCARO-HISTORIAL.
            EXIT.

       MIRO-UN-HISTORIAL.
            READ HISTORIAL-CLIENTES
              AT END
                MOVE "S" TO W-FIN
                GO TO F-MIRO-UN-HISTORIAL
            END-READ.
            MOVE HIST-CLI-ID TO W-ID-BUSCADO.
            MOVE 0 TO W-ANO-HALLADO.
            PERFORM BUSCO-ANONIMO THRU F-BUSCO-ANONIMO
                VARYING W-INDICE-ANO FROM 1 BY 1
                  UNTIL W-INDICE-ANO > W-CANT-ANONIMOS
                     OR W-ANO-HALLADO NOT = 0.
            IF W-ANO-HALLADO NOT = 0
               MOVE W-TEXTO-ANONIMO TO HIST-VALOR-ANTERIOR
               MOVE W-TEXTO-ANONIMO TO HIST-VALOR-NUEVO
               ADD 1 TO TAN-CANT-HIST(W-ANO-HALLADO)
               ADD 1 TO W-CANT-HISTORIAL
            END-IF.
            MOVE REG-HISTORIAL TO REG-TRABAJO.
            WRITE REG-TRABAJO.
            IF ST-TRABAJO NOT = "00"
               DISPLAY "Error grabando la copia de trabajo: "
                       ST-TRABAJO
               MOVE "S" TO W-ERROR
               MOVE "S" TO W-FIN
            END-IF.

       F-MIRO-UN-HISTORIAL.
            EXIT.

       DEVUELVO-HISTORIAL.
            READ TRABAJO-ANONIMIZACION
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-TRABAJO TO REG-HISTORIAL
                WRITE REG-HISTORIAL
            END-READ.

       F-DEVUELVO-HISTORIAL.
            EXIT.

      * ENMASCARO-GESTIONES: la gestion queda (fecha, mora, resultado,
      * operador) pero no lo que se anoto de la conversacion.
       ENMASCARO-GESTIONES.
            OPEN INPUT GESTION-COBRANZAS.
            IF ST-GESTION NOT = "00"
               GO TO F-ENMASCARO-GESTIONES
            END-IF.
            OPEN OUTPUT TRABAJO-ANONIMIZACION.
            MOVE "N" TO W-FIN.
            PERFORM MIRO-UNA-GESTION THRU F-MIRO-UNA-GESTION
                UNTIL W-FIN = "S".
            CLOSE GESTION-COBRANZAS.
            CLOSE TRABAJO-ANONIMIZACION.
            IF W-CANT-GESTIONES > 0 AND W-ERROR NOT = "S"
               OPEN INPUT TRABAJO-ANONIMIZACION
               OPEN OUTPUT GESTION-COBRANZAS
               MOVE "N" TO W-FIN
               PERFORM DEVUELVO-GESTION THRU F-DEVUELVO-GESTION
                   UNTIL W-FIN = "S"
               CLOSE TRABAJO-ANONIMIZACION
               CLOSE GESTION-COBRANZAS
            END-IF.

       F-ENMASCARO-GESTIONES.
            EXIT.

       MIRO-UNA-GESTION.
            READ GESTION-COBRANZAS
              AT END
                MOVE "S" TO W-FIN
                GO TO F-MIRO-UNA-GESTION
            END-READ.
            MOVE GC-CLI-ID TO W-ID-BUSCADO.
            MOVE 0 TO W-ANO-HALLADO.
            PERFORM BUSCO-ANONIMO THRU F-BUSCO-ANONIMO
                VARYING W-INDICE-ANO FROM 1 BY 1
                  UNTIL W-INDICE-ANO > W-CANT-ANONIMOS
                     OR W-ANO-HALLADO NOT = 0.
            IF W-ANO-HALLADO NOT = 0
                  AND GC-OBSERVACIONES NOT = SPACES
               MOVE W-TEXTO-ANONIMO TO GC-OBSERVACIONES
               ADD 1 TO TAN-CANT-GEST(W-ANO-HALLADO)
               ADD 1 TO W-CANT-GESTIONES
            END-IF.
            MOVE REG-GESTION-COBRANZAS TO REG-TRABAJO.
            WRITE REG-TRABAJO.
            IF ST-TRABAJO NOT = "00"
               DISPLAY "Error grabando la copia de trabajo: "
                       ST-TRABAJO
               MOVE "S" TO W-ERROR
               MOVE "S" TO W-FIN
            END-IF.

       F-MIRO-UNA-GESTION.
            EXIT.

       DEVUELVO-GESTION.
            READ TRABAJO-ANONIMIZACION
              AT END
                MOVE "S" TO W-FIN
              NOT AT END
                MOVE REG-TRABAJO TO REG-GESTION-COBRANZAS
                WRITE REG-GESTION-COBRANZAS
            END-READ.

       F-DEVUELVO-GESTION.
            EXIT.

      * GRABO-CONSTANCIA: un archivado cuya copia no volvio al
      * original no quedo anonimizado y no lleva constancia.
       GRABO-CONSTANCIA.
            IF TAN-ORIGEN(W-INDICE-ANO) = "ARC"
                  AND W-ARCHIVO-DEVUELTO NOT = "S"
               GO TO F-GRABO-CONSTANCIA
            END-IF.
            MOVE W-FECHA-SISTEMA TO CSU-FECHA.
            MOVE W-HORA-SISTEMA(1:6) TO CSU-HORA.
            MOVE TAN-CLI-ID(W-INDICE-ANO) TO CSU-CLI-ID.
            MOVE TAN-ORIGEN(W-INDICE-ANO) TO CSU-ORIGEN.
            MOVE TAN-ULTIMO-MOV(W-INDICE-ANO) TO CSU-ULTIMO-MOV.
            MOVE TAN-CANT-HIST(W-INDICE-ANO) TO CSU-CANT-HISTORIAL.
            MOVE TAN-CANT-GEST(W-INDICE-ANO) TO CSU-CANT-GESTIONES.
            MOVE TAN-PEDIDO(W-INDICE-ANO) TO CSU-PEDIDO.
            MOVE W-CAMPOS-ANONIMOS TO CSU-CAMPOS.
            WRITE REG-CONSTANCIA.
            IF ST-CONSTANCIAS NOT = "00"
               DISPLAY "Error grabando la constancia del cliente "
                       CSU-CLI-ID ": " ST-CONSTANCIAS
               MOVE "S" TO W-ERROR
            END-IF.

       F-GRABO-CONSTANCIA.
            EXIT.

      * CIERRO-PEDIDO: un pedido cuyo titular no aparece en ningun
      * lado se deniega; el que quedo sin resolver por tabla llena
      * sigue pendiente.
       CIERRO-PEDIDO.
            IF TPD-RESULTADO(W-INDICE-PED) = "P"
               GO TO F-CIERRO-PEDIDO
            END-IF.
            MOVE TPD-NUMERO(W-INDICE-PED) TO PDP-NUMERO.
            READ PEDIDOS-DATOS-PERSONALES
              INVALID KEY
                DISPLAY "Pedido inexistente: " PDP-NUMERO
                GO TO F-CIERRO-PEDIDO
            END-READ.
            EVALUATE TPD-RESULTADO(W-INDICE-PED)
               WHEN "C"
                  SET PDP-CUMPLIDO TO TRUE
                  MOVE W-FECHA-SISTEMA TO PDP-FECHA-CUMPLIDO
                  ADD 1 TO W-CANT-CUMPLIDOS
               WHEN "D"
                  SET PDP-DIFERIDO TO TRUE
                  ADD 1 TO W-CANT-DIFERIDOS
               WHEN OTHER
                  SET PDP-DENEGADO TO TRUE
                  MOVE W-FECHA-SISTEMA TO PDP-FECHA-CUMPLIDO
                  MOVE "TITULAR NO HALLADO EN MAESTRO NI ARCHIVO"
                    TO TPD-OBSERVACION(W-INDICE-PED)
                  ADD 1 TO W-CANT-DENEGADOS
            END-EVALUATE.
            MOVE "LOTE" TO PDP-OPERADOR-CIERRE.
            MOVE TPD-OBSERVACION(W-INDICE-PED) TO PDP-OBSERVACION.
            REWRITE REG-PEDIDO-DP
              INVALID KEY
                DISPLAY "Error grabando el pedido " PDP-NUMERO ": "
                        ST-PEDIDOS-DP
                MOVE "S" TO W-ERROR
              NOT INVALID KEY
                DISPLAY "Pedido " PDP-NUMERO " " PDP-ESTADO " "
                        PDP-OBSERVACION
            END-REWRITE.

       F-CIERRO-PEDIDO.
            EXIT.

       IMPRIMO-RESUMEN.
            DISPLAY " ".
            DISPLAY "Clientes leidos             : " W-CANT-LEIDOS.
            DISPLAY "Anonimizados del maestro    : " W-CANT-MAESTRO.
            DISPLAY "Anonimizados del archivo    : " W-CANT-ARCHIVO.
            DISPLAY "En retencion fiscal         : "
                    W-CANT-EN-RETENCION.
            DISPLAY "Renglones de historial      : " W-CANT-HISTORIAL.
            DISPLAY "Gestiones de cobranza       : " W-CANT-GESTIONES.
            DISPLAY "Pedidos cumplidos           : " W-CANT-CUMPLIDOS.
            DISPLAY "Pedidos diferidos           : " W-CANT-DIFERIDOS.
            DISPLAY "Pedidos denegados           : " W-CANT-DENEGADOS.

       F-IMPRIMO-RESUMEN.
            EXIT.

       END PROGRAM "ANONIMIZACION-CLIENTES".
