      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Liquidacion de bonificaciones por volumen. Reemplaza
      *          la planilla que administracion de ventas armaba a
      *          fin de ano desde VENTAS-HISTORICO. Dos corridas:
      *          P (prueba): toma cada acuerdo activo de
      *            BONIFICACIONES-VOLUMEN cuyo periodo ya cerro y que
      *            todavia no se liquido, suma las compras netas del
      *            periodo desde FACTURA (facturas menos notas de
      *            credito, sin percepcion de IIBB, los comprobantes
      *            en USD pasados a pesos con tasaCambio.dat; con
      *            alcance G tambien las de los clientes cuyo
      *            CLI_PADRE es el del acuerdo), aplica el tramo mas
      *            alto alcanzado y deja la liquidacion pendiente en
      *            LIQUIDACIONES-BONIFICACION con el listado de prueba
      *            que finanzas revisa. No toca saldos ni emite nada.
      *          E (emision): cada liquidacion que finanzas aprobo en
      *            ABM-BONIFICACIONES sale como nota de credito con las
      *            reglas de ALTA-NOTA-CREDITO: contra una factura
      *            activa del cliente (la ultima del periodo), con su
      *            cliente, moneda, sucursal y empresa, numerada en la
      *            serie C, vencida en el dia, letra segun la
      *            condicion de IVA y la percepcion de la
      *            jurisdiccion; el total se resta de CLI_SALDO (y del
      *            saldo por empresa). La nota lleva un unico renglon
      *            BONIFVOL por el importe bonificado.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIQUIDACION-BONIFICACIONES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/bonificacionesVolumen.sel".
              COPY "./sel/liquidacionesBonificacion.sel".
              COPY "./sel/factura.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/clientesEmpresa.sel".
              COPY "./sel/tasaCambio.sel".
              COPY "./sel/percepcionesIIBB.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/bonificacionesVolumen.fd".
              COPY "./fd/liquidacionesBonificacion.fd".
              COPY "./fd/factura.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/clientesEmpresa.fd".
              COPY "./fd/tasaCambio.fd".
              COPY "./fd/percepcionesIIBB.fd".

       WORKING-STORAGE SECTION.

       01 ST-BONIFICACIONES PIC XX.
       01 ST-LIQ-BONIF      PIC XX.
       01 ST-FACTURA        PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-CLI-EMPRESA    PIC XX.
       01 ST-TASA           PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-MODO            PIC X.
          88 W-MODO-PRUEBA      VALUE "P".
          88 W-MODO-EMISION     VALUE "E".
       01 W-FECHA-SISTEMA   PIC 9(8).
       01 W-FECHA-CORTE     PIC 9(8).
       01 W-TASA-USD        PIC 9(5)V99 VALUE 1000,00.

      * Acuerdos a liquidar en esta corrida, con lo acumulado de
      * FACTURA: compras netas y ultima factura del cliente del
      * acuerdo en el periodo (la que sera origen de la nota).
       01 W-TABLA-ACUERDOS.
          03 W-TA-ENTRADA OCCURS 200 TIMES.
             05 W-TA-CLI-ID      PIC 9(7).
             05 W-TA-ALCANCE     PIC X.
             05 W-TA-DESDE       PIC 9(8).
             05 W-TA-HASTA       PIC 9(8).
             05 W-TA-NETO        PIC S9(11)V9(2).
             05 W-TA-ORIGEN      PIC 9(9).
             05 W-TA-ORIGEN-FECHA PIC 9(8).
       01 W-CANT-TA         PIC 9(3) VALUE 0.
       01 W-IND-TA          PIC 9(3).

       01 W-PADRE-FACT      PIC 9(7).
       01 W-CLI-CACHE       PIC 9(7) VALUE 0.
       01 W-IMPORTE-FACT    PIC S9(11)V9(2).
       01 W-IND-TRAMO       PIC 9.
       01 W-TRAMO           PIC 9.
       01 W-PORCENTAJE      PIC 9(2)V9(2).
       01 W-IMPORTE-BONIF   PIC S9(9)V9(2).

      * Emision de la nota de credito.
       01 W-TIPO-SERIE      PIC X VALUE "C".
       01 W-NUMERO-SERIE    PIC 9(9).
       01 W-EMPRESA         PIC 9(2).
       01 W-ORIGEN-MONEDA   PIC X(3).
       01 W-ORIGEN-SUCURSAL PIC X(3).
       01 W-CLE-DELTA       PIC S9(9)V9(2).

      * TABLA-PERCEPCIONES: la misma tabla y el mismo calculo que el
      * alta por pantalla y GENERACION-ABONOS.
       01 ST-PERCEPCIONES    PIC XX.
       01 W-FIN-PERCEPCIONES PIC X VALUE "N".
       01 TABLA-PERCEPCIONES.
          03 W-PERC-ENTRADA OCCURS 24 TIMES.
             05 W-PERC-JURIS     PIC X(3).
             05 W-PERC-ALICUOTA  PIC 9(2)V9(4).
       01 W-CANT-PERCEPCIONES PIC 9(2) VALUE 0.
       01 W-INDICE-PERC      PIC 9(2).
       01 W-ALICUOTA-HALLADA PIC 9(2)V9(4).

       01 W-CANT-LIQUIDADAS PIC 9(5) VALUE 0.
       01 W-CANT-SIN-TRAMO  PIC 9(5) VALUE 0.
       01 W-CANT-EMITIDAS   PIC 9(5) VALUE 0.
       01 W-CANT-SALTEADAS  PIC 9(5) VALUE 0.
       01 W-TOTAL-BONIF     PIC S9(11)V9(2) VALUE 0.

       01 IMPORTE-ZZ        PIC ---.---.---.--9,99.
       01 PORC-ZZ           PIC Z9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "LIQUIDACION-BONIFICACIONES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-FAC       PIC X(3)  VALUE "FAC".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Corrida (P=Prueba E=Emision aprobadas): "
                    WITH NO ADVANCING.
            ACCEPT W-MODO.
            MOVE FUNCTION UPPER-CASE(W-MODO) TO W-MODO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM LEO-TASA-CAMBIO THRU F-LEO-TASA-CAMBIO.
            EVALUATE TRUE
               WHEN W-MODO-PRUEBA
                  DISPLAY "Fecha de corte (AAAAMMDD, 0=hoy): "
                          WITH NO ADVANCING
                  ACCEPT W-FECHA-CORTE
                  IF W-FECHA-CORTE = 0
                     MOVE W-FECHA-SISTEMA TO W-FECHA-CORTE
                  END-IF
                  PERFORM CORRIDA-PRUEBA THRU F-CORRIDA-PRUEBA
               WHEN W-MODO-EMISION
                  PERFORM LEO-PERCEPCIONES THRU F-LEO-PERCEPCIONES
                  PERFORM CORRIDA-EMISION THRU F-CORRIDA-EMISION
               WHEN OTHER
                  DISPLAY "Corrida invalida"
            END-EVALUATE.
            STOP RUN.

      * LEO-TASA-CAMBIO: misma tasa compartida que usa la
      * reconciliacion, con su default si el archivo no existe.
       LEO-TASA-CAMBIO.
            OPEN INPUT TASA-CAMBIO.
            IF ST-TASA = "00"
               READ TASA-CAMBIO
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE TC-TASA-USD TO W-TASA-USD
               END-READ
               CLOSE TASA-CAMBIO
            END-IF.

       F-LEO-TASA-CAMBIO.
            EXIT.

      ******************************************************************
      * Corrida de prueba
      ******************************************************************
       CORRIDA-PRUEBA.
            OPEN INPUT BONIFICACIONES-VOLUMEN.
            IF ST-BONIFICACIONES > "07"
               DISPLAY "Error abriendo Bonificaciones: "
                       ST-BONIFICACIONES
               GO TO F-CORRIDA-PRUEBA
            END-IF.
            OPEN I-O LIQUIDACIONES-BONIFICACION.
            IF ST-LIQ-BONIF > "07"
               DISPLAY "Error abriendo Liquidaciones: " ST-LIQ-BONIF
               CLOSE BONIFICACIONES-VOLUMEN
               GO TO F-CORRIDA-PRUEBA
            END-IF.
            OPEN INPUT FACTURA.
            OPEN INPUT CLIENTES.
            MOVE "N" TO W-FIN.
            PERFORM CARGO-ACUERDO THRU F-CARGO-ACUERDO
                UNTIL W-FIN = "S".
            DISPLAY "LIQUIDACION DE BONIFICACIONES - PRUEBA AL "
                    W-FECHA-CORTE.
            IF W-CANT-TA = 0
               DISPLAY "No hay acuerdos para liquidar"
            ELSE
               MOVE "N" TO W-FIN
               PERFORM ACUMULO-FACTURA THRU F-ACUMULO-FACTURA
                   UNTIL W-FIN = "S"
               DISPLAY "CLIENTE AL DESDE    HASTA       COMPRAS NETAS"
                       "  T PORC.       BONIFICACION  ORIGEN"
               PERFORM LIQUIDO-ACUERDO THRU F-LIQUIDO-ACUERDO
                   VARYING W-IND-TA FROM 1 BY 1
                       UNTIL W-IND-TA > W-CANT-TA
            END-IF.
            MOVE W-TOTAL-BONIF TO IMPORTE-ZZ.
            DISPLAY " ".
            DISPLAY "Acuerdos liquidados (pendientes) : "
                    W-CANT-LIQUIDADAS.
            DISPLAY "Acuerdos sin tramo alcanzado     : "
                    W-CANT-SIN-TRAMO.
            DISPLAY "Acuerdos salteados               : "
                    W-CANT-SALTEADAS.
            DISPLAY "Total a bonificar                : " IMPORTE-ZZ.
            CLOSE BONIFICACIONES-VOLUMEN.
            CLOSE LIQUIDACIONES-BONIFICACION.
            CLOSE FACTURA.
            CLOSE CLIENTES.

       F-CORRIDA-PRUEBA.
            EXIT.

      * CARGO-ACUERDO: entra el acuerdo activo cuyo periodo cerro al
      * corte y que no se liquido todavia.
       CARGO-ACUERDO.
            READ BONIFICACIONES-VOLUMEN NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-CARGO-ACUERDO
            END-READ.
            IF NOT BVO-ACTIVO OR BVO-HASTA > W-FECHA-CORTE
               GO TO F-CARGO-ACUERDO
            END-IF.
            IF BVO-ULT-LIQUIDADO NOT < BVO-HASTA
               GO TO F-CARGO-ACUERDO
            END-IF.
            IF W-CANT-TA NOT < 200
               DISPLAY "Tabla de acuerdos llena, queda para otra "
                       "corrida: " BVO-CLI-ID
               GO TO F-CARGO-ACUERDO
            END-IF.
            ADD 1 TO W-CANT-TA.
            MOVE BVO-CLI-ID TO W-TA-CLI-ID(W-CANT-TA).
            MOVE BVO-ALCANCE TO W-TA-ALCANCE(W-CANT-TA).
            MOVE BVO-DESDE TO W-TA-DESDE(W-CANT-TA).
            MOVE BVO-HASTA TO W-TA-HASTA(W-CANT-TA).
            MOVE 0 TO W-TA-NETO(W-CANT-TA).
            MOVE 0 TO W-TA-ORIGEN(W-CANT-TA).
            MOVE 0 TO W-TA-ORIGEN-FECHA(W-CANT-TA).

       F-CARGO-ACUERDO.
            EXIT.

      * ACUMULO-FACTURA: una sola pasada por FACTURA. El padre del
      * cliente se lee una vez por cliente distinto.
       ACUMULO-FACTURA.
            READ FACTURA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-ACUMULO-FACTURA
            END-READ.
            IF FACT-ANULADA
               GO TO F-ACUMULO-FACTURA
            END-IF.
            IF FACT-CLI-ID NOT = W-CLI-CACHE
               MOVE FACT-CLI-ID TO W-CLI-CACHE
               MOVE 0 TO W-PADRE-FACT
               MOVE FACT-CLI-ID TO CLI_ID
               READ CLIENTES KEY IS ID_CLIENTE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CLI_PADRE NUMERIC
                      MOVE CLI_PADRE TO W-PADRE-FACT
                   END-IF
               END-READ
            END-IF.
            MOVE FACT-TOTAL TO W-IMPORTE-FACT.
            IF FACT-PERCEPCION-IIBB NUMERIC
               SUBTRACT FACT-PERCEPCION-IIBB FROM W-IMPORTE-FACT
            END-IF.
            IF FACT-MONEDA-DOLAR
               COMPUTE W-IMPORTE-FACT = W-IMPORTE-FACT * W-TASA-USD
            END-IF.
            IF FACT-TIPO-NOTA-CREDITO
               COMPUTE W-IMPORTE-FACT = W-IMPORTE-FACT * -1
            END-IF.
            PERFORM SUMO-A-ACUERDO THRU F-SUMO-A-ACUERDO
                VARYING W-IND-TA FROM 1 BY 1
                    UNTIL W-IND-TA > W-CANT-TA.

       F-ACUMULO-FACTURA.
            EXIT.

       SUMO-A-ACUERDO.
            IF FACT-FECHA < W-TA-DESDE(W-IND-TA)
                  OR FACT-FECHA > W-TA-HASTA(W-IND-TA)
               GO TO F-SUMO-A-ACUERDO
            END-IF.
            IF FACT-CLI-ID = W-TA-CLI-ID(W-IND-TA)
               ADD W-IMPORTE-FACT TO W-TA-NETO(W-IND-TA)
               IF NOT FACT-TIPO-NOTA-CREDITO
                     AND FACT-FECHA NOT < W-TA-ORIGEN-FECHA(W-IND-TA)
                  MOVE FACT-NUMERO TO W-TA-ORIGEN(W-IND-TA)
                  MOVE FACT-FECHA TO W-TA-ORIGEN-FECHA(W-IND-TA)
               END-IF
            ELSE
               IF W-TA-ALCANCE(W-IND-TA) = "G"
                     AND W-PADRE-FACT = W-TA-CLI-ID(W-IND-TA)
                  ADD W-IMPORTE-FACT TO W-TA-NETO(W-IND-TA)
               END-IF
            END-IF.

       F-SUMO-A-ACUERDO.
            EXIT.

      * LIQUIDO-ACUERDO: tramo mas alto alcanzado y la liquidacion
      * pendiente. Una liquidacion ya aprobada o emitida para el
      * mismo periodo no se pisa; una pendiente o rechazada se
      * recalcula y vuelve a pendiente.
       LIQUIDO-ACUERDO.
            MOVE W-TA-CLI-ID(W-IND-TA) TO BVO-CLI-ID.
            READ BONIFICACIONES-VOLUMEN KEY IS BVO-CLI-ID
              INVALID KEY
                GO TO F-LIQUIDO-ACUERDO
            END-READ.
            MOVE 0 TO W-TRAMO.
            MOVE 0 TO W-PORCENTAJE.
            PERFORM BUSCO-TRAMO THRU F-BUSCO-TRAMO
                VARYING W-IND-TRAMO FROM 1 BY 1
                    UNTIL W-IND-TRAMO > BVO-CANT-TRAMOS.
            MOVE W-TA-NETO(W-IND-TA) TO IMPORTE-ZZ.
            IF W-TRAMO = 0
               ADD 1 TO W-CANT-SIN-TRAMO
               DISPLAY W-TA-CLI-ID(W-IND-TA) SPACE
                       W-TA-ALCANCE(W-IND-TA) SPACE
                       W-TA-DESDE(W-IND-TA) SPACE
                       W-TA-HASTA(W-IND-TA) IMPORTE-ZZ
                       "  sin tramo alcanzado"
               GO TO F-LIQUIDO-ACUERDO
            END-IF.
            COMPUTE W-IMPORTE-BONIF ROUNDED =
                    W-TA-NETO(W-IND-TA) * W-PORCENTAJE / 100.
            IF W-TA-ORIGEN(W-IND-TA) = 0
               ADD 1 TO W-CANT-SALTEADAS
               DISPLAY W-TA-CLI-ID(W-IND-TA) SPACE
                       W-TA-ALCANCE(W-IND-TA) SPACE
                       W-TA-DESDE(W-IND-TA) SPACE
                       W-TA-HASTA(W-IND-TA) IMPORTE-ZZ
                       "  SIN FACTURA PROPIA EN EL PERIODO, no se "
                       "puede emitir la nota"
               GO TO F-LIQUIDO-ACUERDO
            END-IF.
            MOVE W-TA-CLI-ID(W-IND-TA) TO LBO-CLI-ID.
            MOVE W-TA-HASTA(W-IND-TA) TO LBO-HASTA.
            READ LIQUIDACIONES-BONIFICACION KEY IS LBO-CLAVE
              INVALID KEY
                INITIALIZE REG-LIQUIDACION-BONIF
                    REPLACING NUMERIC DATA BY ZERO
                              ALPHANUMERIC DATA BY SPACES
                MOVE W-TA-CLI-ID(W-IND-TA) TO LBO-CLI-ID
                MOVE W-TA-HASTA(W-IND-TA) TO LBO-HASTA
              NOT INVALID KEY
                IF LBO-APROBADA OR LBO-EMITIDA
                   ADD 1 TO W-CANT-SALTEADAS
                   DISPLAY W-TA-CLI-ID(W-IND-TA)
                           " liquidacion ya " LBO-ESTADO
                           ", no se recalcula"
                   GO TO F-LIQUIDO-ACUERDO
                END-IF
            END-READ.
            MOVE W-TA-DESDE(W-IND-TA) TO LBO-DESDE.
            MOVE W-TA-ALCANCE(W-IND-TA) TO LBO-ALCANCE.
            MOVE W-TA-NETO(W-IND-TA) TO LBO-COMPRAS-NETAS.
            MOVE W-TRAMO TO LBO-TRAMO.
            MOVE W-PORCENTAJE TO LBO-PORCENTAJE.
            MOVE W-IMPORTE-BONIF TO LBO-IMPORTE.
            MOVE W-TA-ORIGEN(W-IND-TA) TO LBO-FACT-ORIGEN.
            SET LBO-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO LBO-FECHA-GENERACION.
            MOVE 0 TO LBO-FECHA-APROBACION.
            MOVE SPACES TO LBO-USUARIO-APROBACION.
            WRITE REG-LIQUIDACION-BONIF
              INVALID KEY
                REWRITE REG-LIQUIDACION-BONIF
                  INVALID KEY
                    DISPLAY "Error grabando liquidacion de "
                            LBO-CLI-ID ": " ST-LIQ-BONIF
                    GO TO F-LIQUIDO-ACUERDO
                END-REWRITE
            END-WRITE.
            ADD 1 TO W-CANT-LIQUIDADAS.
            ADD W-IMPORTE-BONIF TO W-TOTAL-BONIF.
            MOVE W-PORCENTAJE TO PORC-ZZ.
            DISPLAY W-TA-CLI-ID(W-IND-TA) SPACE
                    W-TA-ALCANCE(W-IND-TA) SPACE
                    W-TA-DESDE(W-IND-TA) SPACE
                    W-TA-HASTA(W-IND-TA) IMPORTE-ZZ SPACE
                    W-TRAMO SPACE PORC-ZZ WITH NO ADVANCING.
            MOVE W-IMPORTE-BONIF TO IMPORTE-ZZ.
            DISPLAY IMPORTE-ZZ SPACE W-TA-ORIGEN(W-IND-TA).

       F-LIQUIDO-ACUERDO.
            EXIT.

       BUSCO-TRAMO.
            IF W-TA-NETO(W-IND-TA) NOT <
                  BVO-TRAMO-MINIMO(W-IND-TRAMO)
               MOVE W-IND-TRAMO TO W-TRAMO
               MOVE BVO-TRAMO-PORC(W-IND-TRAMO) TO W-PORCENTAJE
            END-IF.

       F-BUSCO-TRAMO.
            EXIT.

      ******************************************************************
      * Corrida de emision
      ******************************************************************
       CORRIDA-EMISION.
            OPEN I-O LIQUIDACIONES-BONIFICACION.
            IF ST-LIQ-BONIF > "07"
               DISPLAY "Error abriendo Liquidaciones: " ST-LIQ-BONIF
               GO TO F-CORRIDA-EMISION
            END-IF.
            OPEN I-O BONIFICACIONES-VOLUMEN.
            OPEN I-O FACTURA.
            IF ST-FACTURA > "07"
               DISPLAY "Error abriendo Factura: " ST-FACTURA
               CLOSE LIQUIDACIONES-BONIFICACION
               CLOSE BONIFICACIONES-VOLUMEN
               GO TO F-CORRIDA-EMISION
            END-IF.
            OPEN I-O CLIENTES.
            OPEN I-O CLIENTES-EMPRESA.
            DISPLAY "LIQUIDACION DE BONIFICACIONES - EMISION "
                    W-FECHA-SISTEMA.
            MOVE "N" TO W-FIN.
            PERFORM EMITO-LIQUIDACION THRU F-EMITO-LIQUIDACION
                UNTIL W-FIN = "S".
            MOVE W-TOTAL-BONIF TO IMPORTE-ZZ.
            DISPLAY " ".
            DISPLAY "Notas de credito emitidas : " W-CANT-EMITIDAS.
            DISPLAY "Liquidaciones salteadas   : " W-CANT-SALTEADAS.
            DISPLAY "Total bonificado          : " IMPORTE-ZZ.
            CLOSE LIQUIDACIONES-BONIFICACION.
            CLOSE BONIFICACIONES-VOLUMEN.
            CLOSE FACTURA.
            CLOSE CLIENTES.
            CLOSE CLIENTES-EMPRESA.

       F-CORRIDA-EMISION.
            EXIT.

      * EMITO-LIQUIDACION: solo las aprobadas. La factura de origen
      * se revalida como en PIDO-NUMERO-ORIGEN: tiene que existir,
      * estar activa y ser factura.
       EMITO-LIQUIDACION.
            READ LIQUIDACIONES-BONIFICACION NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-EMITO-LIQUIDACION
            END-READ.
            IF NOT LBO-APROBADA
               GO TO F-EMITO-LIQUIDACION
            END-IF.
            MOVE LBO-FACT-ORIGEN TO FACT-NUMERO.
            READ FACTURA KEY IS FACT-NUMERO
              INVALID KEY
                ADD 1 TO W-CANT-SALTEADAS
                DISPLAY "Salteada " LBO-CLI-ID
                        ", factura de origen inexistente "
                        LBO-FACT-ORIGEN
                GO TO F-EMITO-LIQUIDACION
            END-READ.
            IF FACT-ANULADA OR FACT-TIPO-NOTA-CREDITO
               ADD 1 TO W-CANT-SALTEADAS
               DISPLAY "Salteada " LBO-CLI-ID
                       ", factura de origen anulada o no es factura "
                       LBO-FACT-ORIGEN
               GO TO F-EMITO-LIQUIDACION
            END-IF.
            IF FACT-EMPRESA NUMERIC AND FACT-EMPRESA > 0
               MOVE FACT-EMPRESA TO W-EMPRESA
            ELSE
               MOVE 1 TO W-EMPRESA
            END-IF.
            MOVE FACT-MONEDA TO W-ORIGEN-MONEDA.
            MOVE FACT-SUCURSAL TO W-ORIGEN-SUCURSAL.
            MOVE LBO-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                ADD 1 TO W-CANT-SALTEADAS
                DISPLAY "Salteada " LBO-CLI-ID ", cliente inexistente"
                GO TO F-EMITO-LIQUIDACION
            END-READ.
            CALL "PROXIMO-NUMERO-EMPRESA" USING W-EMPRESA
                 W-ORIGEN-SUCURSAL W-TIPO-SERIE W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               ADD 1 TO W-CANT-SALTEADAS
               DISPLAY "Salteada " LBO-CLI-ID ", serie "
                       W-ORIGEN-SUCURSAL "/C sin cargar"
               GO TO F-EMITO-LIQUIDACION
            END-IF.
            PERFORM ARMO-NOTA-CREDITO THRU F-ARMO-NOTA-CREDITO.
            WRITE REG-FACTURA
              INVALID KEY
                ADD 1 TO W-CANT-SALTEADAS
                DISPLAY "Salteada " LBO-CLI-ID
                        ", no se pudo grabar la nota "
                        W-NUMERO-SERIE " (" ST-FACTURA ")"
                GO TO F-EMITO-LIQUIDACION
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-FAC
                 W-IMG-ALTA ST-FACTURA REG-FACTURA W-IMG-GRABADO.
            PERFORM APLICO-NOTA-A-SALDO THRU F-APLICO-NOTA-A-SALDO.
            SET LBO-EMITIDA TO TRUE.
            MOVE FACT-NUMERO TO LBO-NC-NUMERO.
            MOVE W-FECHA-SISTEMA TO LBO-FECHA-EMISION.
            REWRITE REG-LIQUIDACION-BONIF
              INVALID KEY
                DISPLAY "Nota emitida pero la liquidacion de "
                        LBO-CLI-ID " no se pudo marcar"
            END-REWRITE.
            MOVE LBO-CLI-ID TO BVO-CLI-ID.
            READ BONIFICACIONES-VOLUMEN KEY IS BVO-CLI-ID
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF LBO-HASTA > BVO-ULT-LIQUIDADO
                   MOVE LBO-HASTA TO BVO-ULT-LIQUIDADO
                   REWRITE REG-BONIFICACION-VOLUMEN
                END-IF
            END-READ.
            ADD 1 TO W-CANT-EMITIDAS.
            ADD LBO-IMPORTE TO W-TOTAL-BONIF.
            MOVE FACT-TOTAL TO IMPORTE-ZZ.
            DISPLAY "Cliente " LBO-CLI-ID " nota de credito "
                    FACT-NUMERO " " FACT-MONEDA IMPORTE-ZZ.

       F-EMITO-LIQUIDACION.
            EXIT.

      * ARMO-NOTA-CREDITO: mismo registro que ALTA-NOTA-CREDITO --
      * cliente, moneda y sucursal de la factura de origen, fecha y
      * vencimiento hoy, condicion de pago cero. El importe esta en
      * pesos; contra una factura en USD se pasa a dolares con la
      * misma tasa.
       ARMO-NOTA-CREDITO.
            INITIALIZE REG-FACTURA REPLACING NUMERIC DATA BY ZEROES
                                        ALPHANUMERIC DATA BY SPACES.
            MOVE W-NUMERO-SERIE TO FACT-NUMERO.
            MOVE W-EMPRESA TO FACT-EMPRESA.
            MOVE LBO-FACT-ORIGEN TO FACT-NUMERO-ORIGEN.
            MOVE LBO-CLI-ID TO FACT-CLI-ID.
            MOVE W-ORIGEN-MONEDA TO FACT-MONEDA.
            MOVE W-ORIGEN-SUCURSAL TO FACT-SUCURSAL.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA.
            MOVE 0 TO FACT-CONDICION-PAGO.
            MOVE FACT-FECHA TO FACT-FECHA-VTO.
            MOVE 1 TO FACT-CANT-ITEMS.
            MOVE 1 TO FACT-CANT-RENGLONES.
            MOVE "BONIFVOL" TO FACT-ITEM-CODIGO(1).
            MOVE 1 TO FACT-ITEM-CANT(1).
            IF FACT-MONEDA-DOLAR
               COMPUTE FACT-ITEM-PRECIO(1) ROUNDED =
                       LBO-IMPORTE / W-TASA-USD
            ELSE
               MOVE LBO-IMPORTE TO FACT-ITEM-PRECIO(1)
            END-IF.
            MOVE FACT-ITEM-PRECIO(1) TO FACT-TOTAL.
            IF CLI_CONDICION_IVA = "RI"
               MOVE "RI" TO FACT-CONDICION-IVA
               MOVE "A" TO FACT-LETRA
            ELSE
               IF CLI_CONDICION_IVA = SPACES
                  MOVE "CF" TO FACT-CONDICION-IVA
               ELSE
                  MOVE CLI_CONDICION_IVA TO FACT-CONDICION-IVA
               END-IF
               MOVE "B" TO FACT-LETRA
            END-IF.
            PERFORM CALCULO-PERCEPCION THRU F-CALCULO-PERCEPCION.
            SET FACT-ACTIVA TO TRUE.
            SET FACT-TIPO-NOTA-CREDITO TO TRUE.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-ALTA.
            MOVE W-FECHA-SISTEMA TO FACT-FECHA-MODIF.
            MOVE "BONIFVOL" TO FACT-USUARIO-ALTA.
            MOVE "BONIFVOL" TO FACT-USUARIO-MODIF.

       F-ARMO-NOTA-CREDITO.
            EXIT.

      * CALCULO-PERCEPCION: igual que en GENERACION-ABONOS.
       CALCULO-PERCEPCION.
            MOVE SPACES TO FACT-JURISDICCION.
            MOVE 0 TO FACT-PERCEPCION-IIBB.
            MOVE CLI_JURISDICCION TO FACT-JURISDICCION.
            IF FACT-JURISDICCION NOT = SPACES
               MOVE 0 TO W-ALICUOTA-HALLADA
               PERFORM BUSCO-ALICUOTA THRU F-BUSCO-ALICUOTA
                   VARYING W-INDICE-PERC FROM 1 BY 1
                       UNTIL W-INDICE-PERC > W-CANT-PERCEPCIONES
               IF W-ALICUOTA-HALLADA NOT = 0
                  COMPUTE FACT-PERCEPCION-IIBB ROUNDED =
                          FACT-TOTAL * W-ALICUOTA-HALLADA / 100
                  ADD FACT-PERCEPCION-IIBB TO FACT-TOTAL
               END-IF
            END-IF.

       F-CALCULO-PERCEPCION.
            EXIT.

       BUSCO-ALICUOTA.
            IF W-PERC-JURIS(W-INDICE-PERC) = FACT-JURISDICCION
               MOVE W-PERC-ALICUOTA(W-INDICE-PERC)
                 TO W-ALICUOTA-HALLADA
            END-IF.

       F-BUSCO-ALICUOTA.
            EXIT.

       LEO-PERCEPCIONES.
            OPEN INPUT PERCEPCIONES-IIBB.
            IF ST-PERCEPCIONES = "00"
               MOVE "N" TO W-FIN-PERCEPCIONES
               PERFORM LEO-UNA-PERCEPCION THRU F-LEO-UNA-PERCEPCION
                   UNTIL W-FIN-PERCEPCIONES = "S"
               CLOSE PERCEPCIONES-IIBB
            END-IF.

       F-LEO-PERCEPCIONES.
            EXIT.

       LEO-UNA-PERCEPCION.
            READ PERCEPCIONES-IIBB
              AT END
                MOVE "S" TO W-FIN-PERCEPCIONES
              NOT AT END
                IF W-CANT-PERCEPCIONES < 24
                   ADD 1 TO W-CANT-PERCEPCIONES
                   MOVE PERC-JURISDICCION
                     TO W-PERC-JURIS(W-CANT-PERCEPCIONES)
                   MOVE PERC-ALICUOTA
                     TO W-PERC-ALICUOTA(W-CANT-PERCEPCIONES)
                ELSE
                   DISPLAY "Tabla de percepciones llena, se ignora "
                           PERC-JURISDICCION
                   MOVE "S" TO W-FIN-PERCEPCIONES
                END-IF
            END-READ.

       F-LEO-UNA-PERCEPCION.
            EXIT.

      * APLICO-NOTA-A-SALDO: resta el total de la nota de CLI_SALDO
      * como APLICO-NOTA-CREDITO-A-SALDO, y para las empresas que no
      * son la principal tambien del saldo por empresa, como
      * AJUSTO-SALDO-EMPRESA.
       APLICO-NOTA-A-SALDO.
            SUBTRACT FACT-TOTAL FROM CLI_SALDO.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE NOT = "00"
               DISPLAY "Error actualizando saldo de " LBO-CLI-ID
                       ": " ST-FILE
            END-IF.
            IF W-EMPRESA < 2
               GO TO F-APLICO-NOTA-A-SALDO
            END-IF.
            COMPUTE W-CLE-DELTA = FACT-TOTAL * -1.
            MOVE LBO-CLI-ID TO CLE-CLI-ID.
            MOVE W-EMPRESA TO CLE-EMPRESA.
            READ CLIENTES-EMPRESA KEY IS CLE-CLAVE
              INVALID KEY
                INITIALIZE REG-CLIENTE-EMPRESA
                MOVE LBO-CLI-ID TO CLE-CLI-ID
                MOVE W-EMPRESA TO CLE-EMPRESA
                MOVE W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE "BONIFVOL" TO CLE-USUARIO-MODIF
                WRITE REG-CLIENTE-EMPRESA
              NOT INVALID KEY
                ADD W-CLE-DELTA TO CLE-SALDO
                MOVE W-FECHA-SISTEMA TO CLE-FECHA-MODIF
                MOVE "BONIFVOL" TO CLE-USUARIO-MODIF
                REWRITE REG-CLIENTE-EMPRESA
            END-READ.
            IF ST-CLI-EMPRESA NOT = "00"
               DISPLAY "Error actualizando saldo en la empresa: "
                       ST-CLI-EMPRESA
            END-IF.

       F-APLICO-NOTA-A-SALDO.
            EXIT.

       END PROGRAM "LIQUIDACION-BONIFICACIONES".
