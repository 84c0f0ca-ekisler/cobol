      * Author: Emisael Kisler
      * Date: 23/12/2023
      * Purpose: Education
      * Mod: 15/10/2026 EK - Debito automatico: CBU del cliente
      *      (opcion 16, con digitos verificadores) y adhesion
      *      (opcion 17, S/N); adherir exige CBU y vuelve a cero los
      *      rechazos. Ambos cambios quedan en HISTORIAL-CLIENTES.
      * Mod: 15/10/2026 EK - VALIDO-LIMITE-CREDITO descuenta del saldo
      *      lo que esta en reclamos abiertos (DISPUTAS).
      * Mod: 15/10/2026 EK - Doble firma para CUIT, condicion de IVA,
      *      moneda, limite de credito y razon social: lo editado en
      *      MODIFICA-CLIENTE queda en CAMBIOS-PENDIENTES y el maestro
      *      conserva el valor anterior hasta que otro operador lo
      *      apruebe en ABM-COLA-SUPERVISOR.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Opcion 18: importe aprobado por el seguro
      *      de credito (CLI_SEGURO_APROBADO), solo supervisor y con
      *      doble firma igual que el limite de credito.
      * Mod: 15/10/2026 EK - Pasar la cuenta a revision por exceso de
      *      limite en MODIFICA-CLIENTE, y liberarla en
      *      REACTIVA-CLIENTE, avisa al cliente y a su vendedor por
      *      NOTIFICACIONES.
      * Tectonic: cobc
      ****************************************************************** 
       IDENTIFICATION DIVISION.
              COPY "./sel/sesionesABM.sel".
              COPY "./sel/limitesCredito.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/disputas.sel".
              COPY "./sel/cambiosPendientes.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/sesionesABM.fd".
              COPY "./fd/limitesCredito.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/disputas.fd".
              COPY "./fd/cambiosPendientes.fd".

       WORKING-STORAGE SECTION.

          05 W-ANTES-JURISDICCION PIC X(3).
          05 W-ANTES-CONDICION-IVA PIC X(2).
          05 W-ANTES-LIMITE       PIC 9(7)V9(3).
          05 W-ANTES-SEGURO       PIC 9(7)V9(3).
          05 W-ANTES-CBU          PIC X(22).
          05 W-ANTES-DEBITO       PIC X.

      * W-NUEVO: lo que el operador tecleo en los campos sensibles.
      * RETENGO-CAMBIOS-SENSIBLES lo aparta y devuelve al registro el
      * valor anterior, que sigue vigente; GRABO-CAMBIOS-PENDIENTES lo
      * deja en CAMBIOS-PENDIENTES para la segunda firma.
       01 ST-CAMBIOS        PIC XX.
       01 W-NUEVO.
          05 W-NUEVO-RAZONSOCIAL  PIC X(60).
          05 W-NUEVO-MONEDA       PIC X(3).
          05 W-NUEVO-CUIT         PIC 9(11).
          05 W-NUEVO-CONDICION-IVA PIC X(2).
          05 W-NUEVO-LIMITE       PIC 9(7)V9(3).
          05 W-NUEVO-SEGURO       PIC 9(7)V9(3).
       01 W-CANT-PENDIENTES PIC 9.

       01 W-HIST-CAMPO     PIC X(15).
       01 W-HIST-ANTES     PIC X(60).
       01 W-LIMITE-CATEGORIA PIC S9(7)V9(3).
       01 W-SALDO-EXCEDE     PIC X VALUE "N".
          88 W-EXCEDE-LIMITE     VALUE "S".
      * Reclamos abiertos del cliente (DISPUTAS): lo que esta en
      * disputa no pesa contra el limite.
       01 ST-DISPUTAS        PIC XX.
       01 W-FIN-DISPUTAS     PIC X.
       01 W-DISPUTADO        PIC S9(9)V9(2).
       01 W-SALDO-NETO       PIC S9(9)V9(3).

      * TABLA-LIMITES-CREDITO: limite de saldo por categoria. Los
      * VALUE son el defensivo si limitesCredito.dat no existe; en la

       01 W-ANTES-CUIT        PIC 9(11).

      * CBU del debito automatico: dos bloques, cada uno con su
      * digito verificador al final (pesos 7139713 sobre los 7
      * primeros digitos, 3971397139713 sobre los 13 del segundo
      * bloque), el mismo control que la cuenta del proveedor en
      * ABM-PROVEEDORES.
       01 W-CBU-VALIDO       PIC X VALUE "N".
          88 W-CBU-ES-VALIDO     VALUE "S".
       01 W-PESOS-CBU-1      PIC X(7) VALUE "7139713".
       01 W-PESOS-CBU-1-R REDEFINES W-PESOS-CBU-1.
          05 W-PESO-CBU-1    PIC 9 OCCURS 7 TIMES.
       01 W-PESOS-CBU-2      PIC X(13) VALUE "3971397139713".
       01 W-PESOS-CBU-2-R REDEFINES W-PESOS-CBU-2.
          05 W-PESO-CBU-2    PIC 9 OCCURS 13 TIMES.
       01 W-INDICE-CBU       PIC 99.
       01 W-SUMA-CBU         PIC 9(4).
       01 W-COCIENTE-CBU     PIC 9(4).
       01 W-RESTO-CBU        PIC 9.
       01 W-DIGITO-CBU       PIC 9.
       01 W-DEBITO-VALIDO    PIC X VALUE "N".

      * W-HOLD-CLIENTE: copia de REG-CLIENTES completo (670 bytes,
      * mismo tamano de registro que usa respaldoClientes.cbl para su
      * backup) para poder leer CLIENTES por otro Id Cliente dentro de
       01 W-OVERRIDE-SALDO   PIC X.
       01 W-MOTIVO-OVERRIDE  PIC X(40).
       01 W-SALDO-AUTORIZADO PIC X.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "INICIO".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

      * Avisos al cliente y al vendedor (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX.
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30) VALUE "INICIO".
       01 W-NTF-GRABADO      PIC X.
       01 W-NTF-BLOQUEO      PIC X.

       PROCEDURE DIVISION.

               OPEN I-O CLIENTES
               OPEN EXTEND HISTORIAL-CLIENTES
               OPEN EXTEND RECHAZOS-ABM
               OPEN I-O CAMBIOS-PENDIENTES
            END-IF.
            IF ST-FILE > "07"
              MOVE "S" TO FIN.
            OPEN INPUT VENDEDORES.
            OPEN INPUT SUCURSALES.
            OPEN INPUT RIESGO-CREDITICIO.
            OPEN INPUT DISPUTAS.
            OPEN EXTEND SESIONES-ABM.

      * GRABO-SESION: un unico renglon por sesion en SESIONES-ABM,
            IF NOT W-MODO-CONSULTA
               CLOSE HISTORIAL-CLIENTES
               CLOSE RECHAZOS-ABM
               CLOSE CAMBIOS-PENDIENTES
            END-IF.
            CLOSE VENDEDORES.
            CLOSE SUCURSALES.
            CLOSE RIESGO-CREDITICIO.
            CLOSE DISPUTAS.
            PERFORM GRABO-SESION THRU F-GRABO-SESION.
            CLOSE SESIONES-ABM.

                  "13. Jurisd.IIBB: "    LINE 17 COL 40
                  "14. Cond.IVA:    "    LINE 13 COL 40
                  "15. Limite cred.:"    LINE 18 COL 40
                  "16. CBU:         "    LINE 11 COL 10
                  "17. Deb.Autom.:  "    LINE 14 COL 40
                  "18. Seguro cred.:"    LINE 09 COL 40
                  "Opcion [   ]"         LINE 20 COL 30
                  GUIONES                LINE 22 COL 1
                  "PF7=Anterior PF8=Siguiente PF3=Salir" LINE 23 COL 1.
                    CLI_SUCURSAL     LINE 15 COL 58
                    CLI_CONDICION_PAGO LINE 16 COL 58
                    CLI_JURISDICCION LINE 17 COL 58
                    CLI_CONDICION_IVA LINE 13 COL 58
                    CLI_CBU          LINE 11 COL 28
                    CLI_DEBITO       LINE 14 COL 58.
            PERFORM MUESTRO-SALDO-CLIENTE.
            PERFORM MUESTRO-RIESGO-CLIENTE.

               PERFORM MUESTRO-DATOS-CLIENTE
               PERFORM CAPTURO-VALORES-ANTES
               PERFORM EDITO-CAMPOS THRU F-EDITO-CAMPOS
               PERFORM RETENGO-CAMBIOS-SENSIBLES
                  THRU F-RETENGO-CAMBIOS-SENSIBLES
               PERFORM VALIDO-LIMITE-CREDITO
                  THRU F-VALIDO-LIMITE-CREDITO
               MOVE "N" TO W-NTF-BLOQUEO
               IF W-EXCEDE-LIMITE
                  IF NOT CLI-EN-REVISION
                     MOVE "S" TO W-NTF-BLOQUEO
                  END-IF
                  SET CLI-EN-REVISION TO TRUE
               END-IF
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF
               PERFORM REESCRIBO-REGISTRO THRU F-REESCRIBO-REGISTRO
               IF W-REGISTRO-OK = "S"
                  IF W-NTF-BLOQUEO = "S"
                     MOVE "BC" TO W-NTF-EVENTO
                     MOVE SPACES TO W-NTF-TEXTO
                     STRING "Su cuenta quedo en revision de credito "
                            "por exceder el limite asignado. La "
                            "facturacion nueva queda suspendida "
                            "hasta la revision."
                         DELIMITED BY SIZE INTO W-NTF-TEXTO
                     PERFORM AVISO-CREDITO THRU F-AVISO-CREDITO
                  END-IF
                  ADD 1 TO W-CANT-MODIF
                  PERFORM GRABO-HISTORIAL-CAMBIOS
                      THRU F-GRABO-HISTORIAL-CAMBIOS
                  PERFORM GRABO-CAMBIOS-PENDIENTES
                      THRU F-GRABO-CAMBIOS-PENDIENTES
               END-IF
            END-IF.

            MOVE CLI_JURISDICCION TO W-ANTES-JURISDICCION.
            MOVE CLI_CONDICION_IVA TO W-ANTES-CONDICION-IVA.
            MOVE CLI_LIMITE_CREDITO TO W-ANTES-LIMITE.
            MOVE CLI_SEGURO_APROBADO TO W-ANTES-SEGURO.
            MOVE CLI_CBU         TO W-ANTES-CBU.
            MOVE CLI_DEBITO      TO W-ANTES-DEBITO.

      * GRABO-HISTORIAL-CAMBIOS: compara cada campo editable contra el
      * valor tomado en CAPTURO-VALORES-ANTES y graba un renglon en
               MOVE CLI_LIMITE_CREDITO TO W-HIST-DESPUES
               PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
            END-IF.
            IF CLI_SEGURO_APROBADO NOT = W-ANTES-SEGURO
               MOVE "CLI_SEGURO" TO W-HIST-CAMPO
               MOVE W-ANTES-SEGURO TO W-HIST-ANTES
               MOVE CLI_SEGURO_APROBADO TO W-HIST-DESPUES
               PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
            END-IF.
            IF CLI_CBU NOT = W-ANTES-CBU
               MOVE "CLI_CBU" TO W-HIST-CAMPO
               MOVE W-ANTES-CBU TO W-HIST-ANTES
               MOVE CLI_CBU TO W-HIST-DESPUES
               PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
            END-IF.
            IF CLI_DEBITO NOT = W-ANTES-DEBITO
               MOVE "CLI_DEBITO" TO W-HIST-CAMPO
               MOVE W-ANTES-DEBITO TO W-HIST-ANTES
               MOVE CLI_DEBITO TO W-HIST-DESPUES
               PERFORM ESCRIBO-HISTORIAL THRU F-ESCRIBO-HISTORIAL
            END-IF.

       F-GRABO-HISTORIAL-CAMBIOS.
            EXIT.
       F-ESCRIBO-HISTORIAL.
            EXIT.

      * RETENGO-CAMBIOS-SENSIBLES: los seis campos que exigen doble
      * firma no se graban en el maestro desde aca; lo tecleado pasa a
      * W-NUEVO y el registro vuelve al valor anterior, de modo que el
      * REWRITE, el control de limite y el historial trabajan con lo
      * vigente.
       RETENGO-CAMBIOS-SENSIBLES.
            MOVE CLI_RAZONSOCIAL    TO W-NUEVO-RAZONSOCIAL.
            MOVE CLI_MONEDA         TO W-NUEVO-MONEDA.
            MOVE CLI_CUIT           TO W-NUEVO-CUIT.
            MOVE CLI_CONDICION_IVA  TO W-NUEVO-CONDICION-IVA.
            MOVE CLI_LIMITE_CREDITO TO W-NUEVO-LIMITE.
            MOVE CLI_SEGURO_APROBADO TO W-NUEVO-SEGURO.
            MOVE W-ANTES-RAZONSOCIAL   TO CLI_RAZONSOCIAL.
            MOVE W-ANTES-MONEDA        TO CLI_MONEDA.
            MOVE W-ANTES-CUIT          TO CLI_CUIT.
            MOVE W-ANTES-CONDICION-IVA TO CLI_CONDICION_IVA.
            MOVE W-ANTES-LIMITE        TO CLI_LIMITE_CREDITO.
            MOVE W-ANTES-SEGURO        TO CLI_SEGURO_APROBADO.

       F-RETENGO-CAMBIOS-SENSIBLES.
            EXIT.

      * GRABO-CAMBIOS-PENDIENTES: un renglon en CAMBIOS-PENDIENTES por
      * cada campo sensible que el operador haya cambiado; se graba
      * recien con el REWRITE del maestro confirmado.
       GRABO-CAMBIOS-PENDIENTES.
            MOVE 0 TO W-CANT-PENDIENTES.
            IF W-NUEVO-RAZONSOCIAL NOT = W-ANTES-RAZONSOCIAL
               MOVE "CLI_RAZONSOCIAL" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-RAZONSOCIAL TO CP-VALOR-ANTERIOR
               MOVE W-NUEVO-RAZONSOCIAL TO CP-VALOR-NUEVO
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-NUEVO-MONEDA NOT = W-ANTES-MONEDA
               MOVE "CLI_MONEDA" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-MONEDA TO CP-VALOR-ANTERIOR
               MOVE W-NUEVO-MONEDA TO CP-VALOR-NUEVO
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-NUEVO-CUIT NOT = W-ANTES-CUIT
               MOVE "CLI_CUIT" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-CUIT TO CP-ANTERIOR-CUIT
               MOVE W-NUEVO-CUIT TO CP-NUEVO-CUIT
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-NUEVO-CONDICION-IVA NOT = W-ANTES-CONDICION-IVA
               MOVE "CLI_COND_IVA" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-CONDICION-IVA TO CP-VALOR-ANTERIOR
               MOVE W-NUEVO-CONDICION-IVA TO CP-VALOR-NUEVO
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-NUEVO-LIMITE NOT = W-ANTES-LIMITE
               MOVE "CLI_LIMITE" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-LIMITE TO CP-ANTERIOR-LIMITE
               MOVE W-NUEVO-LIMITE TO CP-NUEVO-LIMITE
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-NUEVO-SEGURO NOT = W-ANTES-SEGURO
               MOVE "CLI_SEGURO" TO CP-CAMPO
               MOVE SPACES TO CP-VALORES
               MOVE W-ANTES-SEGURO TO CP-ANTERIOR-LIMITE
               MOVE W-NUEVO-SEGURO TO CP-NUEVO-LIMITE
               PERFORM ESCRIBO-CAMBIO-PENDIENTE
                  THRU F-ESCRIBO-CAMBIO-PENDIENTE
            END-IF.
            IF W-CANT-PENDIENTES > 0
               DISPLAY W-CANT-PENDIENTES
                       " cambio(s) quedan pendientes de aprobacion "
                       "de otro operador" LINE 23 COL 1
            END-IF.

       F-GRABO-CAMBIOS-PENDIENTES.
            EXIT.

      * ESCRIBO-CAMBIO-PENDIENTE: alta del renglon o, si ya habia una
      * propuesta para el mismo campo, la pisa con la nueva.
       ESCRIBO-CAMBIO-PENDIENTE.
            MOVE CLI_ID            TO CP-CLI-ID.
            SET CP-PENDIENTE       TO TRUE.
            MOVE W-OPERADOR-ACTUAL TO CP-USUARIO-PROPONE.
            MOVE W-FECHA-SISTEMA   TO CP-FECHA-PROPUESTA.
            ACCEPT CP-HORA-PROPUESTA FROM TIME.
            MOVE SPACES            TO CP-USUARIO-DECISION.
            MOVE 0                 TO CP-FECHA-DECISION.
            WRITE REG-CAMBIO-PENDIENTE
              INVALID KEY
                REWRITE REG-CAMBIO-PENDIENTE
            END-WRITE.
            IF ST-CAMBIOS = "00"
               ADD 1 TO W-CANT-PENDIENTES
            ELSE
               DISPLAY "Error grabando cambio pendiente: " ST-CAMBIOS
                       LINE 24 COL 1
            END-IF.

       F-ESCRIBO-CAMBIO-PENDIENTE.
            EXIT.

      * GRABO-RECHAZO: deja constancia en RECHAZOS-ABM de todo Alta/
      * Modifica/Baja/Suspende que no prospero, con el motivo que dejo
      * el llamador en W-MOTIVO-RECHAZO -- antes solo quedaba el
                           THRU F-ESCRIBO-HISTORIAL
                        DISPLAY "Cliente liberado de revision"
                                LINE 25 COL 1
                        MOVE "LC" TO W-NTF-EVENTO
                        MOVE SPACES TO W-NTF-TEXTO
                        STRING "Su cuenta fue liberada de la "
                               "revision de credito. Ya puede volver "
                               "a operar normalmente."
                            DELIMITED BY SIZE INTO W-NTF-TEXTO
                        PERFORM AVISO-CREDITO THRU F-AVISO-CREDITO
                     END-IF
                  END-IF
               END-IF
       F-REACTIVA-CLIENTE.
            EXIT.

      * AVISO-CREDITO: bloqueo o liberacion de la cuenta, al cliente y
      * al vendedor de la cuenta.
       AVISO-CREDITO.
            MOVE SPACES TO W-NTF-REFERENCIA.
            STRING "CLIENTE " CLI_ID DELIMITED BY SIZE
                INTO W-NTF-REFERENCIA.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO CLI_ID
                 CLI_VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.

       F-AVISO-CREDITO.
            EXIT.

       CONSULTA-CLIENTE.
            IF W-CLIENTE-EXISTE
               PERFORM MUESTRO-DATOS-CLIENTE
            IF CLI_LIMITE_CREDITO NOT = 0
               MOVE CLI_LIMITE_CREDITO TO W-LIMITE-CATEGORIA
            END-IF.
            PERFORM SUMO-DISPUTAS-CLIENTE THRU F-SUMO-DISPUTAS-CLIENTE.
            COMPUTE W-SALDO-NETO = CLI_SALDO - W-DISPUTADO.
            IF W-SALDO-NETO > W-LIMITE-CATEGORIA
               MOVE "S" TO W-SALDO-EXCEDE
               DISPLAY "Saldo supera el limite de credito de la"
                       LINE 24 COL 1
       F-VALIDO-LIMITE-CREDITO.
            EXIT.

      * SUMO-DISPUTAS-CLIENTE: total de los reclamos abiertos del
      * cliente, por la clave alterna DIS-CLI-ID; mientras el reclamo
      * siga abierto ese importe no lo deja en revision.
       SUMO-DISPUTAS-CLIENTE.
            MOVE 0 TO W-DISPUTADO.
            MOVE CLI_ID TO DIS-CLI-ID.
            START DISPUTAS KEY IS NOT LESS THAN DIS-CLI-ID
              INVALID KEY MOVE "S" TO W-FIN-DISPUTAS
              NOT INVALID KEY MOVE "N" TO W-FIN-DISPUTAS
            END-START.
            PERFORM SUMO-UNA-DISPUTA THRU F-SUMO-UNA-DISPUTA
                UNTIL W-FIN-DISPUTAS = "S".

       F-SUMO-DISPUTAS-CLIENTE.
            EXIT.

       SUMO-UNA-DISPUTA.
            READ DISPUTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-DISPUTAS
              NOT AT END
                IF DIS-CLI-ID NOT = CLI_ID
                   MOVE "S" TO W-FIN-DISPUTAS
                ELSE
                   IF DIS-ABIERTA
                      ADD DIS-IMPORTE TO W-DISPUTADO
                   END-IF
                END-IF
            END-READ.

       F-SUMO-UNA-DISPUTA.
            EXIT.

       BUSCO-LIMITE-CATEGORIA.
            IF CLI_CATEGORIA = LIMITE-CATEGORIA(W-INDICE-LIMITE)
               MOVE LIMITE-VALOR(W-INDICE-LIMITE)
               WHEN 15
                  PERFORM PIDO-LIMITE-CREDITO
                     THRU F-PIDO-LIMITE-CREDITO
               WHEN 16
                  MOVE "N" TO W-CBU-VALIDO
                  PERFORM PIDO-CBU THRU F-PIDO-CBU
                      UNTIL W-CBU-ES-VALIDO
               WHEN 17
                  MOVE "N" TO W-DEBITO-VALIDO
                  PERFORM PIDO-DEBITO THRU F-PIDO-DEBITO
                      UNTIL W-DEBITO-VALIDO = "S"
               WHEN 18
                  PERFORM PIDO-SEGURO-CREDITO
                     THRU F-PIDO-SEGURO-CREDITO
               WHEN 00
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Opcion invalida, use 01-18 o 00 para salir"
                          LINE 24 COL 1
            END-EVALUATE.

       F-PIDO-LIMITE-CREDITO.
            EXIT.

      * PIDO-SEGURO-CREDITO: importe que aprobo la aseguradora de
      * credito para la cuenta (0 = no asegurada). Lo cambia solo el
      * supervisor y, como el limite, queda pendiente de la segunda
      * firma en ABM-COLA-SUPERVISOR.
       PIDO-SEGURO-CREDITO.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "Solo el supervisor cambia el importe "
                       "asegurado" LINE 24 COL 1
            ELSE
               DISPLAY "Aprobado seguro:" LINE 09 COL 40
               ACCEPT CLI_SEGURO_APROBADO LINE 09 COL 58 PROMPT
            END-IF.

       F-PIDO-SEGURO-CREDITO.
            EXIT.

      * PIDO-CBU: el CBU se reingresa hasta que los digitos
      * verificadores den, o se deja en blanco -- salvo que el cliente
      * este adherido al debito automatico, que sin cuenta no se
      * puede presentar.
       PIDO-CBU.
            ACCEPT CLI_CBU LINE 11 COL 28 PROMPT.
            IF CLI_CBU = SPACES
               IF CLI-DEBITO-ADHERIDO
                  DISPLAY "Cliente adherido al debito automatico: el "
                          "CBU es obligatorio" LINE 24 COL 1
               ELSE
                  MOVE "S" TO W-CBU-VALIDO
               END-IF
               GO TO F-PIDO-CBU
            END-IF.
            IF CLI_CBU IS NOT NUMERIC
               DISPLAY "El CBU son 22 digitos" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE 0 TO W-SUMA-CBU.
            PERFORM SUMO-BLOQUE-1-CBU THRU F-SUMO-BLOQUE-1-CBU
                VARYING W-INDICE-CBU FROM 1 BY 1
                    UNTIL W-INDICE-CBU > 7.
            PERFORM CALCULO-DIGITO-CBU THRU F-CALCULO-DIGITO-CBU.
            IF W-DIGITO-CBU NOT = CLI_CBU_DIGITO(8)
               DISPLAY "CBU invalido (primer bloque)" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE 0 TO W-SUMA-CBU.
            PERFORM SUMO-BLOQUE-2-CBU THRU F-SUMO-BLOQUE-2-CBU
                VARYING W-INDICE-CBU FROM 1 BY 1
                    UNTIL W-INDICE-CBU > 13.
            PERFORM CALCULO-DIGITO-CBU THRU F-CALCULO-DIGITO-CBU.
            IF W-DIGITO-CBU NOT = CLI_CBU_DIGITO(22)
               DISPLAY "CBU invalido (segundo bloque)" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE "S" TO W-CBU-VALIDO.
            DISPLAY CLI_CBU LINE 11 COL 28.

       F-PIDO-CBU.
            EXIT.

       SUMO-BLOQUE-1-CBU.
            COMPUTE W-SUMA-CBU = W-SUMA-CBU
                  + CLI_CBU_DIGITO(W-INDICE-CBU)
                  * W-PESO-CBU-1(W-INDICE-CBU).

       F-SUMO-BLOQUE-1-CBU.
            EXIT.

       SUMO-BLOQUE-2-CBU.
            COMPUTE W-SUMA-CBU = W-SUMA-CBU
                  + CLI_CBU_DIGITO(W-INDICE-CBU + 8)
                  * W-PESO-CBU-2(W-INDICE-CBU).

       F-SUMO-BLOQUE-2-CBU.
            EXIT.

      * CALCULO-DIGITO-CBU: digito = (10 - suma mod 10) mod 10.
       CALCULO-DIGITO-CBU.
            DIVIDE W-SUMA-CBU BY 10 GIVING W-COCIENTE-CBU
                   REMAINDER W-RESTO-CBU.
            IF W-RESTO-CBU = 0
               MOVE 0 TO W-DIGITO-CBU
            ELSE
               COMPUTE W-DIGITO-CBU = 10 - W-RESTO-CBU
            END-IF.

       F-CALCULO-DIGITO-CBU.
            EXIT.

      * PIDO-DEBITO: adhesion al debito automatico (S/N). Adherir
      * pide un CBU cargado y arranca de cero la cuenta de rechazos;
      * la baja por rechazos (B) la pone RESPUESTA-DEBITOS y se
      * levanta volviendo a adherir.
       PIDO-DEBITO.
            ACCEPT CLI_DEBITO LINE 14 COL 58 PROMPT.
            MOVE FUNCTION UPPER-CASE(CLI_DEBITO) TO CLI_DEBITO.
            EVALUATE TRUE
               WHEN CLI-DEBITO-ADHERIDO
                  IF CLI_CBU = SPACES
                     DISPLAY "Cargue primero el CBU (opcion 16)"
                             LINE 24 COL 1
                     MOVE W-ANTES-DEBITO TO CLI_DEBITO
                     MOVE "S" TO W-DEBITO-VALIDO
                  ELSE
                     MOVE 0 TO CLI_DEBITO_RECHAZOS
                     MOVE "S" TO W-DEBITO-VALIDO
                  END-IF
               WHEN CLI_DEBITO = "N" OR CLI_DEBITO = SPACE
                  MOVE SPACE TO CLI_DEBITO
                  MOVE "S" TO W-DEBITO-VALIDO
               WHEN OTHER
                  DISPLAY "Debito automatico: S adherido, N no"
                          LINE 24 COL 1
            END-EVALUATE.
            IF W-DEBITO-VALIDO = "S"
               DISPLAY CLI_DEBITO LINE 14 COL 58
            END-IF.

       F-PIDO-DEBITO.
            EXIT.

      * CALCULO-DIGITO-CUIT: algoritmo modulo 11 sobre los primeros 10
      * digitos de W-CUIT usando TABLA-PESOS-CUIT, verificado contra
      * el 11vo digito. Un resto que da verificador 10 corresponde a
                    DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
                PERFORM GRABO-RECHAZO THRU F-GRABO-RECHAZO
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-ALTA ST-FILE REG-CLIENTES W-IMG-GRABADO
                ADD 1 TO W-CANT-ALTAS
            END-WRITE.

                    DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
                PERFORM GRABO-RECHAZO THRU F-GRABO-RECHAZO
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.

       F-REESCRIBO-REGISTRO.
            EXIT.
