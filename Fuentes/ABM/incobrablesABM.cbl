      *          movimiento en HISTORIAL-CLIENTES, y de ahi lo toman
      *          la reconciliacion (que resta el ledger del teorico)
      *          y el asiento del cierre diario.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Seguro de credito: el castigo de un
      *      cliente con CLI_SEGURO_APROBADO deja en RECUPEROS-SEGURO
      *      lo que se espera cobrar de la aseguradora; transaccion R
      *      para registrar el cobro (total o en partes) o el rechazo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/recuperosSeguro.sel".
              COPY "./sel/polizaSeguro.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/recuperosSeguro.fd".
              COPY "./fd/polizaSeguro.fd".

       WORKING-STORAGE SECTION.

       01 W-MONTO-CASTIGO    PIC S9(9)V9(2).
       01 MONTO-ZZ           PIC ---------9,99.

      * Recupero del seguro de credito: la cobertura sale de
      * polizaSeguro.dat (90% si no esta cargada); la base cubierta
      * de un castigo es lo que queda del aprobado despues de los
      * castigos anteriores del mismo cliente.
       01 ST-RECUPEROS       PIC XX.
       01 ST-POLIZA          PIC XX.
       01 W-PORC-COBERTURA   PIC 9(3)V9(2) VALUE 90.
       01 W-YA-CUBIERTO      PIC S9(9)V9(2).
       01 W-BASE-CUBIERTA    PIC S9(9)V9(2).
       01 W-MONTO-COBRO      PIC S9(9)V9(2).
       01 W-FIN-RECUPEROS    PIC X.
       01 W-EXISTE-RECUPERO  PIC X VALUE "N".
          88 W-RECUPERO-EXISTE VALUE "S".

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-INCOBRABLES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O RECUPEROS-SEGURO.
            IF ST-RECUPEROS > "07"
               DISPLAY "Error abriendo Recuperos: " ST-RECUPEROS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            PERFORM LEO-POLIZA THRU F-LEO-POLIZA.

       F-ABRO-ARCHIVOS.
            EXIT.
            CLOSE HISTORIAL-CLIENTES.

            CLOSE RECHAZOS-ABM.
            CLOSE RECUPEROS-SEGURO.

       F-CIERRO-ARCHIVOS.
            EXIT.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Castigo de Incobrables" LINE 3 COL 28
                    GUIONES LINE 4 COL 1
                    "A=Castigar C=Consulta R=Recupero seguro  "
                    "PF3=Salir" LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
                     PERFORM CASTIGO-FACTURA THRU F-CASTIGO-FACTURA
                  WHEN "C"
                     PERFORM CONSULTA-CASTIGO THRU F-CONSULTA-CASTIGO
                  WHEN "R"
                     PERFORM COBRO-RECUPERO THRU F-COBRO-RECUPERO
                  WHEN OTHER
                     DISPLAY "Transaccion invalida" LINE 24 COL 1
               END-EVALUATE
                MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF
                MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF
                REWRITE REG-CLIENTES
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
                IF ST-FILE = "00"
                   PERFORM GRABO-HISTORIAL-CASTIGO
                      THRU F-GRABO-HISTORIAL-CASTIGO
                   DISPLAY "Factura castigada a incobrables"
                           LINE 24 COL 1
                   IF CLI_SEGURO_APROBADO IS NUMERIC
                      IF CLI_SEGURO_APROBADO > 0
                         PERFORM GRABO-RECUPERO-SEGURO
                            THRU F-GRABO-RECUPERO-SEGURO
                      END-IF
                   END-IF
                ELSE
                   DISPLAY "Error actualizando saldo: " ST-FILE
                           LINE 24 COL 1
                       "Supervisor: " INC-SUPERVISOR LINE 13 COL 10
            ELSE
               DISPLAY "Esa factura no esta castigada" LINE 24 COL 1
               GO TO F-CONSULTA-CASTIGO
            END-IF.
            PERFORM LEO-RECUPERO THRU F-LEO-RECUPERO.
            IF W-RECUPERO-EXISTE
               PERFORM MUESTRO-RECUPERO THRU F-MUESTRO-RECUPERO
            END-IF.

       F-CONSULTA-CASTIGO.
            EXIT.

      * LEO-POLIZA: porcentaje de cobertura de la poliza; sin archivo
      * o en cero queda el 90% por defecto.
       LEO-POLIZA.
            OPEN INPUT POLIZA-SEGURO.
            IF ST-POLIZA = "00"
               READ POLIZA-SEGURO
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PZS-PORC-COBERTURA IS NUMERIC
                         AND PZS-PORC-COBERTURA > 0
                      MOVE PZS-PORC-COBERTURA TO W-PORC-COBERTURA
                   END-IF
               END-READ
               CLOSE POLIZA-SEGURO
            END-IF.

       F-LEO-POLIZA.
            EXIT.

      * GRABO-RECUPERO-SEGURO: el castigo de un cliente asegurado deja
      * el recupero esperado en P. La base cubierta es el castigo,
      * tope lo que queda del aprobado despues de los castigos
      * anteriores del cliente; sin saldo de aprobado el castigo queda
      * igual asentado, con esperado cero, para que se vea que no hay
      * nada que reclamar.
       GRABO-RECUPERO-SEGURO.
            MOVE 0 TO W-YA-CUBIERTO.
            MOVE W-CLI-ID TO RSE-CLI-ID.
            MOVE 0 TO RSE-FACT-NUMERO.
            START RECUPEROS-SEGURO KEY IS NOT LESS THAN RSE-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-RECUPEROS
              NOT INVALID KEY MOVE "N" TO W-FIN-RECUPEROS
            END-START.
            PERFORM SUMO-UN-RECUPERO THRU F-SUMO-UN-RECUPERO
                UNTIL W-FIN-RECUPEROS = "S".
            COMPUTE W-BASE-CUBIERTA =
                CLI_SEGURO_APROBADO - W-YA-CUBIERTO.
            IF W-BASE-CUBIERTA < 0
               MOVE 0 TO W-BASE-CUBIERTA
            END-IF.
            IF W-BASE-CUBIERTA > W-MONTO-CASTIGO
               MOVE W-MONTO-CASTIGO TO W-BASE-CUBIERTA
            END-IF.
            INITIALIZE REG-RECUPERO-SEGURO
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-CLI-ID TO RSE-CLI-ID.
            MOVE W-FACT-NUMERO TO RSE-FACT-NUMERO.
            MOVE W-FECHA-SISTEMA TO RSE-FECHA-CASTIGO.
            MOVE W-MONTO-CASTIGO TO RSE-MONTO-CASTIGO.
            MOVE CLI_SEGURO_APROBADO TO RSE-APROBADO.
            MOVE W-BASE-CUBIERTA TO RSE-BASE-CUBIERTA.
            MOVE W-PORC-COBERTURA TO RSE-PORC-COBERTURA.
            COMPUTE RSE-ESPERADO ROUNDED =
                W-BASE-CUBIERTA * W-PORC-COBERTURA / 100.
            SET RSE-PENDIENTE TO TRUE.
            MOVE W-FECHA-SISTEMA TO RSE-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO RSE-USUARIO-ALTA.
            WRITE REG-RECUPERO-SEGURO
              INVALID KEY
                DISPLAY "Error grabando recupero: " ST-RECUPEROS
                        LINE 24 COL 1
                GO TO F-GRABO-RECUPERO-SEGURO
            END-WRITE.
            MOVE RSE-ESPERADO TO MONTO-ZZ.
            DISPLAY "Cliente asegurado, recupero esperado: " MONTO-ZZ
                    LINE 14 COL 10.

       F-GRABO-RECUPERO-SEGURO.
            EXIT.

       SUMO-UN-RECUPERO.
            READ RECUPEROS-SEGURO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-RECUPEROS
              NOT AT END
                IF RSE-CLI-ID NOT = W-CLI-ID
                   MOVE "S" TO W-FIN-RECUPEROS
                ELSE
                   IF NOT RSE-RECHAZADO
                      ADD RSE-BASE-CUBIERTA TO W-YA-CUBIERTO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UN-RECUPERO.
            EXIT.

       LEO-RECUPERO.
            MOVE W-CLI-ID TO RSE-CLI-ID.
            MOVE W-FACT-NUMERO TO RSE-FACT-NUMERO.
            READ RECUPEROS-SEGURO KEY IS RSE-CLAVE
              INVALID KEY
                MOVE "N" TO W-EXISTE-RECUPERO
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE-RECUPERO
            END-READ.

       F-LEO-RECUPERO.
            EXIT.

       MUESTRO-RECUPERO.
            MOVE RSE-ESPERADO TO MONTO-ZZ.
            DISPLAY "Recupero esperado: " MONTO-ZZ LINE 15 COL 10.
            MOVE RSE-COBRADO TO MONTO-ZZ.
            DISPLAY "Cobrado al seguro: " MONTO-ZZ LINE 16 COL 10.
            EVALUATE TRUE
               WHEN RSE-PENDIENTE
                  DISPLAY "Estado: PENDIENTE DE COBRO" LINE 17 COL 10
               WHEN RSE-COBRADO-TOTAL
                  DISPLAY "Estado: COBRADO el " RSE-FECHA-COBRO
                          LINE 17 COL 10
               WHEN RSE-RECHAZADO
                  DISPLAY "Estado: RECHAZADO - " RSE-OBSERVACION
                          LINE 17 COL 10
            END-EVALUATE.

       F-MUESTRO-RECUPERO.
            EXIT.

      * COBRO-RECUPERO: lo que paga la aseguradora se suma a lo
      * cobrado y el recupero se cierra (C) al llegar al esperado; un
      * importe en cero registra el rechazo de la aseguradora (R) con
      * su motivo.
       COBRO-RECUPERO.
            PERFORM LEO-RECUPERO THRU F-LEO-RECUPERO.
            IF NOT W-RECUPERO-EXISTE
               DISPLAY "Ese castigo no tiene recupero del seguro"
                       LINE 24 COL 1
               GO TO F-COBRO-RECUPERO
            END-IF.
            PERFORM MUESTRO-RECUPERO THRU F-MUESTRO-RECUPERO.
            IF NOT RSE-PENDIENTE
               DISPLAY "El recupero ya esta cerrado" LINE 24 COL 1
               GO TO F-COBRO-RECUPERO
            END-IF.
            DISPLAY "Importe cobrado (0 = rechazo): " LINE 19 COL 10.
            ACCEPT W-MONTO-COBRO LINE 19 COL 42 PROMPT.
            IF W-MONTO-COBRO < 0
               DISPLAY "Monto invalido" LINE 24 COL 1
               GO TO F-COBRO-RECUPERO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            IF W-MONTO-COBRO = 0
               DISPLAY "Motivo del rechazo: " LINE 20 COL 10
               ACCEPT RSE-OBSERVACION LINE 20 COL 31 PROMPT
               IF RSE-OBSERVACION = SPACES
                  DISPLAY "El rechazo necesita el motivo"
                          LINE 24 COL 1
                  GO TO F-COBRO-RECUPERO
               END-IF
               SET RSE-RECHAZADO TO TRUE
            ELSE
               ADD W-MONTO-COBRO TO RSE-COBRADO
               MOVE W-FECHA-SISTEMA TO RSE-FECHA-COBRO
               IF RSE-COBRADO NOT < RSE-ESPERADO
                  SET RSE-COBRADO-TOTAL TO TRUE
               END-IF
            END-IF.
            MOVE W-FECHA-SISTEMA TO RSE-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO RSE-USUARIO-MODIF.
            REWRITE REG-RECUPERO-SEGURO
              INVALID KEY
                DISPLAY "Error grabando recupero: " ST-RECUPEROS
                        LINE 24 COL 1
                GO TO F-COBRO-RECUPERO
            END-REWRITE.
            PERFORM MUESTRO-RECUPERO THRU F-MUESTRO-RECUPERO.
            DISPLAY "Recupero actualizado" LINE 24 COL 1.

       F-COBRO-RECUPERO.
            EXIT.


      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
