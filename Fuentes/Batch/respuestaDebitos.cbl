      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Aplica la respuesta del banco a la presentacion de
      *          debitos automaticos. debitosRespuesta.txt trae un
      *          renglon por factura presentada (referencia = numero
      *          de factura, A aceptado / R rechazado, motivo, fecha e
      *          importe), el mismo formato que respuestaBanco.txt de
      *          CONFIRMACION-TRANSFERENCIAS. Un debito aceptado genera
      *          el recibo en COBRANZAS (forma de pago DEBITO, numero
      *          del talonario R de la sucursal del cliente, aplicado a
      *          la factura), baja CLI_SALDO y vuelve a cero los
      *          rechazos del cliente, como el recupero de
      *          IMPORT-RETORNO-AGENCIA. Un rechazo suma uno a
      *          CLI_DEBITO_RECHAZOS; al llegar al tope de
      *          debitoControl.dat (3 si no existe) el cliente sale
      *          del debito automatico (CLI_DEBITO = "B"). Todo queda
      *          en HISTORIAL-CLIENTES. Al pie, los rechazos agrupados
      *          por motivo. Un renglon que no calza (factura sin
      *          debito pendiente, importe distinto del presentado) se
      *          lista como DIFERENCIA y el job termina con
      *          RETURN-CODE 4.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RESPUESTA-DEBITOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/clientes.sel".
              COPY "./sel/cobranzas.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/debitosAutomaticos.sel".

           SELECT RESPUESTA-DEBITOS
             ASSIGN TO "./debitosRespuesta.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-RESPUESTA.

           SELECT OPTIONAL DEBITO-CONTROL
             ASSIGN TO "./debitoControl.dat"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-CONTROL.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/clientes.fd".
              COPY "./fd/cobranzas.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/debitosAutomaticos.fd".

       FD RESPUESTA-DEBITOS.
       01 REG-RESPUESTA.
          03 RSP-REFERENCIA      PIC 9(9).
          03 RSP-ESTADO          PIC X.
            88 RSP-ACEPTADO          VALUE "A".
            88 RSP-RECHAZADO         VALUE "R".
          03 RSP-MOTIVO          PIC X(3).
          03 RSP-FECHA           PIC 9(8).
          03 RSP-IMPORTE         PIC 9(13)V9(2).

       FD DEBITO-CONTROL.
       01 REG-DEBITO-CONTROL.
          05 DCT-TOPE-RECHAZOS   PIC 9(2).

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-COBRANZAS       PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-DEBITOS         PIC XX.
       01 ST-RESPUESTA       PIC XX.
       01 ST-CONTROL         PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-DEBITOS      PIC X.
       01 W-HALLADO          PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-OPERADOR-BATCH   PIC X(8) VALUE "DEBITOS".
       01 W-IMPORTE-RESPUESTA PIC S9(13)V9(2).

      * W-TOPE-RECHAZOS: rechazos seguidos que saca al cliente del
      * debito automatico, tomado de debitoControl.dat; 3 si el
      * registro de control no existe o trae 0.
       01 W-TOPE-RECHAZOS    PIC 9(2) VALUE 3.

       01 W-TIPO-SERIE       PIC X VALUE "R".
       01 W-NUMERO-SERIE     PIC 9(9).

      * Motivos de rechazo del banco para debitos directos; un codigo
      * que no figura se acumula en la ultima entrada (OTROS).
       01 TABLA-MOTIVOS.
          05 FILLER PIC X(33) VALUE "R02CUENTA CERRADA O SUSPENDIDA".
          05 FILLER PIC X(33) VALUE "R03CUENTA INEXISTENTE".
          05 FILLER PIC X(33) VALUE "R04NUMERO DE CUENTA INVALIDO".
          05 FILLER PIC X(33) VALUE "R08ORDEN DE NO PAGAR".
          05 FILLER PIC X(33) VALUE "R10FALTA DE FONDOS".
          05 FILLER PIC X(33) VALUE "R14IDENTIFICACION DEL ADHERENTE".
          05 FILLER PIC X(33) VALUE "R15BAJA DEL SERVICIO".
          05 FILLER PIC X(33) VALUE "R17ERROR DE FORMATO".
          05 FILLER PIC X(33) VALUE "R19IMPORTE ERRONEO".
          05 FILLER PIC X(33) VALUE "R20MONEDA DISTINTA DE LA CUENTA".
          05 FILLER PIC X(33) VALUE "R24TRANSACCION DUPLICADA".
          05 FILLER PIC X(33) VALUE "   OTROS MOTIVOS".
       01 MOTIVOS-R REDEFINES TABLA-MOTIVOS.
          05 MOT-DATOS OCCURS 12 TIMES.
             10 MOT-CODIGO       PIC X(3).
             10 MOT-DESCRIPCION  PIC X(30).
       01 W-MOTIVOS-TOTALES.
          05 W-MOT-TOTAL OCCURS 12 TIMES.
             10 W-MOT-CANT       PIC 9(5).
             10 W-MOT-IMPORTE    PIC S9(11)V9(2).
       01 W-IND-MOTIVO       PIC 99.
       01 W-MOTIVO-HALLADO   PIC 99.

       01 W-CANT-RENGLONES   PIC 9(5) VALUE 0.
       01 W-CANT-ACEPTADOS   PIC 9(5) VALUE 0.
       01 W-CANT-RECHAZADOS  PIC 9(5) VALUE 0.
       01 W-CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01 W-CANT-BAJAS       PIC 9(5) VALUE 0.
       01 W-TOTAL-ACEPTADO   PIC S9(13)V9(2) VALUE 0.
       01 W-TOTAL-RECHAZADO  PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ         PIC ---------9,99.
       01 TOTAL-ZZ           PIC -----------9,99.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "RESPUESTA-DEBITOS".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-COB       PIC X(3)  VALUE "COB".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM LEO-TOPE-RECHAZOS THRU F-LEO-TOPE-RECHAZOS.
            INITIALIZE W-MOTIVOS-TOTALES.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "RESPUESTA DE DEBITOS AUTOMATICOS - CORRIDA "
                       W-FECHA-SISTEMA
               PERFORM PROCESO-RESPUESTA THRU F-PROCESO-RESPUESTA
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY " ".
            DISPLAY "Renglones de respuesta  : " W-CANT-RENGLONES.
            MOVE W-TOTAL-ACEPTADO TO TOTAL-ZZ.
            DISPLAY "Debitos cobrados        : " W-CANT-ACEPTADOS
                    " por " TOTAL-ZZ.
            MOVE W-TOTAL-RECHAZADO TO TOTAL-ZZ.
            DISPLAY "Debitos rechazados      : " W-CANT-RECHAZADOS
                    " por " TOTAL-ZZ.
            DISPLAY "Clientes dados de baja  : " W-CANT-BAJAS
                    " (tope " W-TOPE-RECHAZOS " rechazos)".
            DISPLAY "Diferencias             : " W-CANT-DIFERENCIAS.
            IF W-CANT-RECHAZADOS > 0
               PERFORM LISTO-MOTIVOS THRU F-LISTO-MOTIVOS
            END-IF.
            IF RETURN-CODE = 0
               IF W-CANT-DIFERENCIAS > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.

      * LEO-TOPE-RECHAZOS: mismo esquema de registro de control que
      * loteControl.dat; sin registro, o con 0, queda el default.
       LEO-TOPE-RECHAZOS.
            OPEN INPUT DEBITO-CONTROL.
            IF ST-CONTROL = "00"
               READ DEBITO-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF DCT-TOPE-RECHAZOS IS NUMERIC
                         AND DCT-TOPE-RECHAZOS > 0
                      MOVE DCT-TOPE-RECHAZOS TO W-TOPE-RECHAZOS
                   END-IF
               END-READ
               CLOSE DEBITO-CONTROL
            END-IF.

       F-LEO-TOPE-RECHAZOS.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN INPUT RESPUESTA-DEBITOS.
            IF ST-RESPUESTA NOT = "00"
               DISPLAY "Error abriendo debitosRespuesta.txt: "
                       ST-RESPUESTA
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O COBRANZAS.
            IF ST-COBRANZAS > "07"
               DISPLAY "Error abriendo Cobranzas: " ST-COBRANZAS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN I-O DEBITOS-AUTOMATICOS.
            IF ST-DEBITOS > "07"
               DISPLAY "Error abriendo Debitos: " ST-DEBITOS
               MOVE "S" TO W-FIN
            END-IF.
            OPEN EXTEND HISTORIAL-CLIENTES.
            IF ST-HISTORIAL > "07"
               DISPLAY "Error abriendo Historial: " ST-HISTORIAL
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE RESPUESTA-DEBITOS.
            CLOSE CLIENTES.
            CLOSE COBRANZAS.
            CLOSE DEBITOS-AUTOMATICOS.
            CLOSE HISTORIAL-CLIENTES.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO-RESPUESTA.
            READ RESPUESTA-DEBITOS
              AT END
                MOVE "S" TO W-FIN
                GO TO F-PROCESO-RESPUESTA
            END-READ.
            ADD 1 TO W-CANT-RENGLONES.
            IF RSP-REFERENCIA IS NOT NUMERIC
               DISPLAY "DIFERENCIA: renglon sin referencia valida: "
                       REG-RESPUESTA
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RESPUESTA
            END-IF.
            PERFORM BUSCO-DEBITO-PENDIENTE
               THRU F-BUSCO-DEBITO-PENDIENTE.
            IF W-HALLADO NOT = "S"
               DISPLAY "DIFERENCIA: factura " RSP-REFERENCIA
                       " sin debito pendiente de respuesta"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-PROCESO-RESPUESTA
            END-IF.
            MOVE DEB-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "DIFERENCIA: factura " RSP-REFERENCIA
                        " de cliente inexistente " DEB-CLI-ID
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-PROCESO-RESPUESTA
            END-READ.
            IF RSP-FECHA IS NOT NUMERIC
               MOVE W-FECHA-SISTEMA TO RSP-FECHA
            END-IF.
            EVALUATE TRUE
               WHEN RSP-ACEPTADO
                  IF RSP-IMPORTE IS NUMERIC
                     MOVE RSP-IMPORTE TO W-IMPORTE-RESPUESTA
                  ELSE
                     MOVE DEB-IMPORTE TO W-IMPORTE-RESPUESTA
                  END-IF
                  IF W-IMPORTE-RESPUESTA NOT = DEB-IMPORTE
                     MOVE W-IMPORTE-RESPUESTA TO TOTAL-ZZ
                     DISPLAY "DIFERENCIA: factura " DEB-FACT-NUMERO
                             " debitada por " TOTAL-ZZ
                             ", no se aplica"
                     ADD 1 TO W-CANT-DIFERENCIAS
                  ELSE
                     PERFORM ACEPTO-DEBITO THRU F-ACEPTO-DEBITO
                  END-IF
               WHEN RSP-RECHAZADO
                  PERFORM RECHAZO-DEBITO THRU F-RECHAZO-DEBITO
               WHEN OTHER
                  DISPLAY "DIFERENCIA: factura " DEB-FACT-NUMERO
                          " con estado de respuesta invalido: "
                          RSP-ESTADO
                  ADD 1 TO W-CANT-DIFERENCIAS
            END-EVALUATE.

       F-PROCESO-RESPUESTA.
            EXIT.

      * BUSCO-DEBITO-PENDIENTE: el debito en P de la factura; queda
      * como registro corriente para el REWRITE.
       BUSCO-DEBITO-PENDIENTE.
            MOVE "N" TO W-HALLADO.
            MOVE RSP-REFERENCIA TO DEB-FACT-NUMERO.
            MOVE 0 TO DEB-FECHA-PRESENT.
            START DEBITOS-AUTOMATICOS KEY IS NOT LESS THAN DEB-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-DEBITOS
              NOT INVALID KEY MOVE "N" TO W-FIN-DEBITOS
            END-START.
            PERFORM LEO-UN-DEBITO THRU F-LEO-UN-DEBITO
                UNTIL W-FIN-DEBITOS = "S".

       F-BUSCO-DEBITO-PENDIENTE.
            EXIT.

       LEO-UN-DEBITO.
            READ DEBITOS-AUTOMATICOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DEBITOS
              NOT AT END
                IF DEB-FACT-NUMERO NOT = RSP-REFERENCIA
                   MOVE "S" TO W-FIN-DEBITOS
                ELSE
                   IF DEB-PRESENTADO
                      MOVE "S" TO W-HALLADO
                      MOVE "S" TO W-FIN-DEBITOS
                   END-IF
                END-IF
            END-READ.

       F-LEO-UN-DEBITO.
            EXIT.

      * ACEPTO-DEBITO: el debito entra como un recibo real de
      * COBRANZAS aplicado a la factura presentada; la reconciliacion
      * lo ve como cualquier cobranza.
       ACEPTO-DEBITO.
            CALL "PROXIMO-NUMERO" USING CLI_SUCURSAL W-TIPO-SERIE
                 W-NUMERO-SERIE.
            IF W-NUMERO-SERIE = 0
               DISPLAY "DIFERENCIA: serie " CLI_SUCURSAL "/R sin "
                       "cargar, debito de la factura "
                       DEB-FACT-NUMERO " queda pendiente"
               ADD 1 TO W-CANT-DIFERENCIAS
               GO TO F-ACEPTO-DEBITO
            END-IF.
            INITIALIZE REG-COBRANZAS REPLACING NUMERIC DATA BY ZERO
                                       ALPHANUMERIC DATA BY SPACES.
            MOVE W-NUMERO-SERIE TO COB-NUMERO.
            MOVE DEB-CLI-ID TO COB-CLI-ID.
            MOVE RSP-FECHA TO COB-FECHA.
            MOVE DEB-IMPORTE TO COB-MONTO.
            SET COB-DEBITO TO TRUE.
            MOVE 1 TO COB-CANT-APLIC.
            MOVE 1 TO COB-CANT-RENGLONES.
            MOVE DEB-FACT-NUMERO TO COB-APL-FACT-NUMERO(1).
            MOVE DEB-IMPORTE TO COB-APL-MONTO(1).
            MOVE CLI_SUCURSAL TO COB-SUCURSAL.
            SET COB-ACTIVA TO TRUE.
            MOVE W-FECHA-SISTEMA TO COB-FECHA-ALTA.
            MOVE W-OPERADOR-BATCH TO COB-USUARIO-ALTA.
            WRITE REG-COBRANZAS
              INVALID KEY
                DISPLAY "DIFERENCIA: no se pudo grabar recibo "
                        W-NUMERO-SERIE " (" ST-COBRANZAS ")"
                ADD 1 TO W-CANT-DIFERENCIAS
                GO TO F-ACEPTO-DEBITO
            END-WRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-COB
                 W-IMG-ALTA ST-COBRANZAS REG-COBRANZAS W-IMG-GRABADO.
            SUBTRACT COB-MONTO FROM CLI_SALDO.
            MOVE 0 TO CLI_DEBITO_RECHAZOS.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE W-OPERADOR-BATCH TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            SET DEB-ACEPTADO TO TRUE.
            MOVE RSP-FECHA TO DEB-FECHA-RESPUESTA.
            MOVE COB-NUMERO TO DEB-COB-NUMERO.
            REWRITE REG-DEBITO
              INVALID KEY
                DISPLAY "Error actualizando debito de la factura "
                        DEB-FACT-NUMERO ": " ST-DEBITOS
            END-REWRITE.
            MOVE DEB-CLI-ID TO HIST-CLI-ID.
            MOVE "DEBITO-AUTOM" TO HIST-CAMPO.
            MOVE SPACES TO HIST-VALOR-ANTERIOR.
            MOVE SPACES TO HIST-VALOR-NUEVO.
            STRING "RECIBO " COB-NUMERO " FACT " DEB-FACT-NUMERO
                DELIMITED BY SIZE INTO HIST-VALOR-NUEVO.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.
            ADD 1 TO W-CANT-ACEPTADOS.
            ADD DEB-IMPORTE TO W-TOTAL-ACEPTADO.
            MOVE DEB-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Cliente " DEB-CLI-ID " factura " DEB-FACT-NUMERO
                    " debitada " IMPORTE-ZZ " recibo " COB-NUMERO.

       F-ACEPTO-DEBITO.
            EXIT.

      * RECHAZO-DEBITO: la factura sigue abierta para la proxima
      * presentacion; el rechazo se cuenta en el cliente y, al llegar
      * al tope, lo saca del debito automatico.
       RECHAZO-DEBITO.
            SET DEB-RECHAZADO TO TRUE.
            MOVE RSP-MOTIVO TO DEB-MOTIVO.
            MOVE RSP-FECHA TO DEB-FECHA-RESPUESTA.
            REWRITE REG-DEBITO
              INVALID KEY
                DISPLAY "Error actualizando debito de la factura "
                        DEB-FACT-NUMERO ": " ST-DEBITOS
            END-REWRITE.
            PERFORM ACUMULO-MOTIVO THRU F-ACUMULO-MOTIVO.
            ADD 1 TO W-CANT-RECHAZADOS.
            ADD DEB-IMPORTE TO W-TOTAL-RECHAZADO.
            MOVE DEB-IMPORTE TO IMPORTE-ZZ.
            DISPLAY "Cliente " DEB-CLI-ID " factura " DEB-FACT-NUMERO
                    " RECHAZADA motivo " RSP-MOTIVO " " IMPORTE-ZZ.

            MOVE DEB-CLI-ID TO HIST-CLI-ID.
            MOVE "DEBITO-RECHAZ" TO HIST-CAMPO.
            MOVE SPACES TO HIST-VALOR-ANTERIOR.
            MOVE SPACES TO HIST-VALOR-NUEVO.
            STRING "FACT " DEB-FACT-NUMERO " MOTIVO " RSP-MOTIVO
                DELIMITED BY SIZE INTO HIST-VALOR-NUEVO.
            PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL.

            IF CLI_DEBITO_RECHAZOS IS NOT NUMERIC
               MOVE 0 TO CLI_DEBITO_RECHAZOS
            END-IF.
            IF CLI_DEBITO_RECHAZOS < 99
               ADD 1 TO CLI_DEBITO_RECHAZOS
            END-IF.
            IF CLI-DEBITO-ADHERIDO
                  AND CLI_DEBITO_RECHAZOS NOT < W-TOPE-RECHAZOS
               SET CLI-DEBITO-BAJA TO TRUE
               MOVE DEB-CLI-ID TO HIST-CLI-ID
               MOVE "CLI_DEBITO" TO HIST-CAMPO
               MOVE "S" TO HIST-VALOR-ANTERIOR
               MOVE SPACES TO HIST-VALOR-NUEVO
               STRING "B - " CLI_DEBITO_RECHAZOS
                      " rechazos del banco"
                   DELIMITED BY SIZE INTO HIST-VALOR-NUEVO
               PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
               ADD 1 TO W-CANT-BAJAS
               DISPLAY "Cliente " DEB-CLI-ID " sale del debito "
                       "automatico (" CLI_DEBITO_RECHAZOS
                       " rechazos)"
            END-IF.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE W-OPERADOR-BATCH TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.

       F-RECHAZO-DEBITO.
            EXIT.

       ACUMULO-MOTIVO.
            MOVE 12 TO W-MOTIVO-HALLADO.
            PERFORM COMPARO-MOTIVO THRU F-COMPARO-MOTIVO
                VARYING W-IND-MOTIVO FROM 1 BY 1
                    UNTIL W-IND-MOTIVO > 11.
            ADD 1 TO W-MOT-CANT(W-MOTIVO-HALLADO).
            ADD DEB-IMPORTE TO W-MOT-IMPORTE(W-MOTIVO-HALLADO).

       F-ACUMULO-MOTIVO.
            EXIT.

       COMPARO-MOTIVO.
            IF MOT-CODIGO(W-IND-MOTIVO) = RSP-MOTIVO
               MOVE W-IND-MOTIVO TO W-MOTIVO-HALLADO
            END-IF.

       F-COMPARO-MOTIVO.
            EXIT.

       LISTO-MOTIVOS.
            DISPLAY " ".
            DISPLAY "RECHAZOS POR MOTIVO".
            DISPLAY "Mot Descripcion                     Cant."
                    "         Importe".
            PERFORM LISTO-UN-MOTIVO THRU F-LISTO-UN-MOTIVO
                VARYING W-IND-MOTIVO FROM 1 BY 1
                    UNTIL W-IND-MOTIVO > 12.

       F-LISTO-MOTIVOS.
            EXIT.

       LISTO-UN-MOTIVO.
            IF W-MOT-CANT(W-IND-MOTIVO) = 0
               GO TO F-LISTO-UN-MOTIVO
            END-IF.
            MOVE W-MOT-IMPORTE(W-IND-MOTIVO) TO IMPORTE-ZZ.
            DISPLAY MOT-CODIGO(W-IND-MOTIVO) " "
                    MOT-DESCRIPCION(W-IND-MOTIVO) " "
                    W-MOT-CANT(W-IND-MOTIVO) " " IMPORTE-ZZ.

       F-LISTO-UN-MOTIVO.
            EXIT.

       ESCRIBO-HISTORIAL.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
            MOVE W-OPERADOR-BATCH TO HIST-USUARIO.
            WRITE REG-HISTORIAL.

       F-ESCRIBO-HISTORIAL.
            EXIT.

       END PROGRAM "RESPUESTA-DEBITOS".
