      *          flujos originales. Las propuestas de limite se
      *          listan y se deciden en ABM-REVISION-LIMITES, que ya
      *          ajusta el monto.
      * Mod: 15/10/2026 EK - Se suman a la cola las facturas de
      *      proveedor retenidas por diferencias en el calce orden /
      *      recepcion / factura; se listan con su antiguedad y se
      *      liberan en ABM-CTAS-PAGAR (transaccion L).
      * Mod: 15/10/2026 EK - Segunda firma de los cambios sensibles
      *      del maestro (CAMBIOS-PENDIENTES): se aprueban o rechazan
      *      aca; quien propuso no puede decidir su propio cambio. Al
      *      aprobar se actualiza CLIENTES y el historial deja a los
      *      dos operadores.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Mod: 15/10/2026 EK - Segunda firma tambien para el importe
      *      aprobado por el seguro de credito (CLI_SEGURO).
      * Mod: 15/10/2026 EK - Firma del cierre mensual: el periodo que
      *      CICLOMES dejo LISTO PARA FIRMA en CIERRES-PERIODO (todos
      *      sus pasos completados segun REPORTE-CIERRE-MES) se firma
      *      aca y queda CERRADO; un periodo INCOMPLETO se muestra
      *      pero no se puede firmar.
      * Mod: 15/10/2026 EK - Liberar una cuenta de revision avisa al
      *      cliente y a su vendedor por NOTIFICACIONES.
      * Mod: 15/10/2026 EK - Hallazgos de AUDITORIA-CTAS-PAGAR
      *      (facturas de proveedor duplicadas, pagos sobre la
      *      factura, proveedores con CUIT o CBU compartido): se
      *      confirman o descartan aca; la correccion se hace en
      *      ABM-CTAS-PAGAR / ABM-PROVEEDORES.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/clientes.sel".
              COPY "./sel/propuestasLimite.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/facturasProveedor.sel".
              COPY "./sel/cambiosPendientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".
              COPY "./sel/cierresPeriodo.sel".
              COPY "./sel/hallazgosPagar.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/clientes.fd".
              COPY "./fd/propuestasLimite.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/facturasProveedor.fd".
              COPY "./fd/cambiosPendientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".
              COPY "./fd/cierresPeriodo.fd".
              COPY "./fd/hallazgosPagar.fd".

       WORKING-STORAGE SECTION.

       01 ST-FILE            PIC XX.
       01 ST-PROPUESTAS      PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-FACT-PROV       PIC XX.
       01 ST-CAMBIOS         PIC XX.
       01 ST-CIERRES         PIC XX.
       01 ST-HALLAZGOS       PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

       01 W-FIN-FUENTE       PIC X.
       01 W-MOTIVO           PIC X(40).
       01 W-SALDO-ANTES      PIC X(60).
      * W-VALOR-VIGENTE: S el maestro sigue con el valor propuesto
      * como anterior, N cambio en el medio, E no se pudo grabar.
       01 W-VALOR-VIGENTE    PIC X.
       01 W-LIMITE-Z         PIC Z(6)9,999.
       01 IMPORTE-ZZ         PIC ---------9,99.

       01 W-CANT-SOLICITUDES PIC 9(4) VALUE 0.
       01 W-CANT-BAJAS       PIC 9(4) VALUE 0.
       01 W-CANT-REVISION    PIC 9(4) VALUE 0.
       01 W-CANT-PROPUESTAS  PIC 9(4) VALUE 0.
       01 W-CANT-RETENIDAS   PIC 9(4) VALUE 0.
       01 W-CANT-CAMBIOS     PIC 9(4) VALUE 0.
       01 W-CANT-CIERRES     PIC 9(4) VALUE 0.
       01 W-CANT-HALLAZGOS   PIC 9(4) VALUE 0.
       01 W-CANT-VIEJOS      PIC 9(4) VALUE 0.
       01 W-CANT-DECIDIDOS   PIC 9(4) VALUE 0.

       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-COLA-SUPERVISOR".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

      * Avisos al cliente y al vendedor (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "LC".
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30) VALUE "ABM-COLA-SUPERVISOR".
       01 W-NTF-GRABADO      PIC X.

       PROCEDURE DIVISION.

                     THRU F-ATIENDO-SOLICITUDES
                  PERFORM ATIENDO-BAJAS-Y-REVISION
                     THRU F-ATIENDO-BAJAS-Y-REVISION
                  PERFORM ATIENDO-CAMBIOS-PENDIENTES
                     THRU F-ATIENDO-CAMBIOS-PENDIENTES
                  PERFORM ATIENDO-CIERRES-PERIODO
                     THRU F-ATIENDO-CIERRES-PERIODO
                  PERFORM ATIENDO-HALLAZGOS-PAGAR
                     THRU F-ATIENDO-HALLAZGOS-PAGAR
                  PERFORM LISTO-PROPUESTAS THRU F-LISTO-PROPUESTAS
                  PERFORM LISTO-RETENIDAS THRU F-LISTO-RETENIDAS
                  PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN
               END-IF
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT FACTURAS-PROVEEDOR.
            IF ST-FACT-PROV > "07"
               DISPLAY "Error abriendo Ctas a Pagar: " ST-FACT-PROV
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CAMBIOS-PENDIENTES.
            IF ST-CAMBIOS > "07"
               DISPLAY "Error abriendo Cambios Pendientes: "
                       ST-CAMBIOS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O CIERRES-PERIODO.
            IF ST-CIERRES > "07"
               DISPLAY "Error abriendo Cierres-Periodo: "
                       ST-CIERRES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O HALLAZGOS-PAGAR.
            IF ST-HALLAZGOS > "07"
               DISPLAY "Error abriendo Hallazgos Ctas a Pagar: "
                       ST-HALLAZGOS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
            CLOSE CLIENTES.
            CLOSE PROPUESTAS-LIMITE.
            CLOSE HISTORIAL-CLIENTES.
            CLOSE FACTURAS-PROVEEDOR.
            CLOSE CAMBIOS-PENDIENTES.
            CLOSE CIERRES-PERIODO.
            CLOSE HALLAZGOS-PAGAR.

            CLOSE RECHAZOS-ABM.

               MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF
               MOVE SPACES TO CLI_OPERADOR_BAJA_PEND
               REWRITE REG-CLIENTES
               CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                    W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
               IF ST-FILE = "00"
                  ADD 1 TO W-CANT-DECIDIDOS
                  PERFORM GRABO-HISTORIAL-ESTADO
               MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF
               MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF
               REWRITE REG-CLIENTES
               CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                    W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO
               IF ST-FILE = "00"
                  ADD 1 TO W-CANT-DECIDIDOS
                  PERFORM GRABO-HISTORIAL-ESTADO
                     THRU F-GRABO-HISTORIAL-ESTADO
                  MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO
                  STRING "CLIENTE " CLI_ID DELIMITED BY SIZE
                      INTO W-NTF-REFERENCIA
                  STRING "Su cuenta fue liberada de la revision de "
                         "credito. Ya puede volver a operar "
                         "normalmente."
                      DELIMITED BY SIZE INTO W-NTF-TEXTO
                  CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO CLI_ID
                       CLI_VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                       W-NTF-PROGRAMA W-NTF-GRABADO
               ELSE
                  DISPLAY "Error grabando cliente: " ST-FILE
                          LINE 24 COL 1
       F-GRABO-HISTORIAL-ESTADO.
            EXIT.

      * ATIENDO-CAMBIOS-PENDIENTES: segunda firma de los cambios a
      * campos sensibles del maestro que dejo MODIFICA-CLIENTE. El
      * operador que propuso el cambio ve el item pero no lo puede
      * decidir.
       ATIENDO-CAMBIOS-PENDIENTES.
            IF FIN = "S"
               GO TO F-ATIENDO-CAMBIOS-PENDIENTES
            END-IF.
            MOVE LOW-VALUES TO CP-CLAVE.
            START CAMBIOS-PENDIENTES KEY IS NOT LESS THAN CP-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-FUENTE
              NOT INVALID KEY MOVE "N" TO W-FIN-FUENTE
            END-START.
            PERFORM ATIENDO-UN-CAMBIO THRU F-ATIENDO-UN-CAMBIO
                UNTIL W-FIN-FUENTE = "S" OR FIN = "S".

       F-ATIENDO-CAMBIOS-PENDIENTES.
            EXIT.

       ATIENDO-UN-CAMBIO.
            READ CAMBIOS-PENDIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FUENTE
              NOT AT END
                IF CP-PENDIENTE
                   ADD 1 TO W-CANT-CAMBIOS
                   PERFORM DECIDO-CAMBIO THRU F-DECIDO-CAMBIO
                END-IF
            END-READ.

       F-ATIENDO-UN-CAMBIO.
            EXIT.

       DECIDO-CAMBIO.
            COMPUTE W-DIAS-ITEM =
                FUNCTION INTEGER-OF-DATE(CP-FECHA-PROPUESTA).
            PERFORM CALCULO-EDAD THRU F-CALCULO-EDAD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Cola del Supervisor - CAMBIO A APROBAR"
                        LINE 3 COL 21
                    GUIONES LINE 4 COL 1.
            DISPLAY "Cliente   : " CP-CLI-ID LINE 07 COL 10.
            DISPLAY "Campo     : " CP-CAMPO LINE 08 COL 10.
            IF CP-CAMPO = "CLI_LIMITE" OR CP-CAMPO = "CLI_SEGURO"
               MOVE CP-ANTERIOR-LIMITE TO W-LIMITE-Z
               DISPLAY "Vigente   : " W-LIMITE-Z LINE 09 COL 10
               MOVE CP-NUEVO-LIMITE TO W-LIMITE-Z
               DISPLAY "Propuesto : " W-LIMITE-Z LINE 10 COL 10
            ELSE
               DISPLAY "Vigente   : " CP-VALOR-ANTERIOR(1:55)
                       LINE 09 COL 10
               DISPLAY "Propuesto : " CP-VALOR-NUEVO(1:55)
                       LINE 10 COL 10
            END-IF.
            DISPLAY "Propuesto por: " CP-USUARIO-PROPONE
                    " hace " W-EDAD " dias" LINE 11 COL 10.
            IF W-EDAD > W-UMBRAL-DIAS
               DISPLAY "*** ITEM VENCIDO EN LA COLA ***"
                       LINE 12 COL 10
            END-IF.
            IF CP-USUARIO-PROPONE = W-OPERADOR-ACTUAL
               DISPLAY "Cambio propuesto por usted: lo decide otro "
                       "operador. Continuar..." LINE 24 COL 1
               ACCEPT X LINE 24 COL 66
               GO TO F-DECIDO-CAMBIO
            END-IF.
            DISPLAY "A=Aprobar R=Rechazar S=Saltear  PF3=Salir"
                    LINE 24 COL 1.
            ACCEPT X LINE 14 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-DECIDO-CAMBIO
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            IF X NOT = "A" AND X NOT = "R"
               GO TO F-DECIDO-CAMBIO
            END-IF.
            IF X = "A"
               PERFORM APLICO-CAMBIO THRU F-APLICO-CAMBIO
      *        Sin el maestro grabado el cambio sigue pendiente.
               IF W-VALOR-VIGENTE = "E"
                  GO TO F-DECIDO-CAMBIO
               END-IF
            ELSE
               SET CP-RECHAZADO TO TRUE
            END-IF.
            MOVE W-FECHA-SISTEMA TO CP-FECHA-DECISION.
            MOVE W-OPERADOR-ACTUAL TO CP-USUARIO-DECISION.
            REWRITE REG-CAMBIO-PENDIENTE
              INVALID KEY
                DISPLAY "Error grabando decision" LINE 24 COL 1
              NOT INVALID KEY
                ADD 1 TO W-CANT-DECIDIDOS
            END-REWRITE.

       F-DECIDO-CAMBIO.
            EXIT.

      * APLICO-CAMBIO: el maestro tiene que seguir con el valor que
      * vio quien propuso; si otro circuito lo cambio en el medio la
      * propuesta ya no vale y se rechaza.
       APLICO-CAMBIO.
            MOVE "S" TO W-VALOR-VIGENTE.
            MOVE CP-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente inexistente, se rechaza el cambio"
                        LINE 23 COL 1
                SET CP-RECHAZADO TO TRUE
                GO TO F-APLICO-CAMBIO
            END-READ.
            EVALUATE CP-CAMPO
               WHEN "CLI_RAZONSOCIAL"
                  IF CLI_RAZONSOCIAL NOT = CP-VALOR-ANTERIOR
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN "CLI_MONEDA"
                  IF CLI_MONEDA NOT = CP-VALOR-ANTERIOR
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN "CLI_CUIT"
                  IF CLI_CUIT NOT = CP-ANTERIOR-CUIT
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN "CLI_COND_IVA"
                  IF CLI_CONDICION_IVA NOT = CP-VALOR-ANTERIOR
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN "CLI_LIMITE"
                  IF CLI_LIMITE_CREDITO NOT = CP-ANTERIOR-LIMITE
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN "CLI_SEGURO"
                  IF CLI_SEGURO_APROBADO NOT = CP-ANTERIOR-LIMITE
                     MOVE "N" TO W-VALOR-VIGENTE
                  END-IF
               WHEN OTHER
                  MOVE "N" TO W-VALOR-VIGENTE
            END-EVALUATE.
            IF W-VALOR-VIGENTE NOT = "S"
               DISPLAY "El valor vigente cambio desde la propuesta, "
                       "se rechaza" LINE 23 COL 1
               SET CP-RECHAZADO TO TRUE
               GO TO F-APLICO-CAMBIO
            END-IF.
            EVALUATE CP-CAMPO
               WHEN "CLI_RAZONSOCIAL"
                  MOVE CP-VALOR-NUEVO TO CLI_RAZONSOCIAL
               WHEN "CLI_MONEDA"
                  MOVE CP-VALOR-NUEVO TO CLI_MONEDA
               WHEN "CLI_CUIT"
                  MOVE CP-NUEVO-CUIT TO CLI_CUIT
               WHEN "CLI_COND_IVA"
                  MOVE CP-VALOR-NUEVO TO CLI_CONDICION_IVA
               WHEN "CLI_LIMITE"
                  MOVE CP-NUEVO-LIMITE TO CLI_LIMITE_CREDITO
               WHEN "CLI_SEGURO"
                  MOVE CP-NUEVO-LIMITE TO CLI_SEGURO_APROBADO
            END-EVALUATE.
            MOVE W-FECHA-SISTEMA TO CLI_FECHA_MODIF.
            MOVE W-OPERADOR-ACTUAL TO CLI_USUARIO_MODIF.
            REWRITE REG-CLIENTES.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                 W-IMG-MODIF ST-FILE REG-CLIENTES W-IMG-GRABADO.
            IF ST-FILE = "00"
               SET CP-APROBADO TO TRUE
               PERFORM GRABO-HISTORIAL-CAMBIO
                  THRU F-GRABO-HISTORIAL-CAMBIO
            ELSE
               DISPLAY "Error grabando cliente: " ST-FILE
                       LINE 24 COL 1
               MOVE "E" TO W-VALOR-VIGENTE
            END-IF.

       F-APLICO-CAMBIO.
            EXIT.

      * GRABO-HISTORIAL-CAMBIO: el renglon del campo queda a nombre de
      * quien aprobo, y uno "DOBLE-FIRMA" a nombre de quien propuso
      * cruza los dos operadores.
       GRABO-HISTORIAL-CAMBIO.
            MOVE CLI_ID TO HIST-CLI-ID.
            MOVE W-FECHA-SISTEMA TO HIST-FECHA.
            ACCEPT HIST-HORA FROM TIME.
            MOVE W-OPERADOR-ACTUAL TO HIST-USUARIO.
            MOVE CP-CAMPO TO HIST-CAMPO.
            MOVE CP-VALOR-ANTERIOR TO HIST-VALOR-ANTERIOR.
            MOVE CP-VALOR-NUEVO TO HIST-VALOR-NUEVO.
            WRITE REG-HISTORIAL.
            MOVE CP-USUARIO-PROPONE TO HIST-USUARIO.
            MOVE "DOBLE-FIRMA" TO HIST-CAMPO.
            MOVE SPACES TO HIST-VALOR-ANTERIOR.
            STRING CP-CAMPO DELIMITED BY SPACE
                   " propuesto el " CP-FECHA-PROPUESTA
                   " por " CP-USUARIO-PROPONE
                   DELIMITED BY SIZE INTO HIST-VALOR-ANTERIOR.
            MOVE SPACES TO HIST-VALOR-NUEVO.
            STRING "aprobado por " W-OPERADOR-ACTUAL
                   DELIMITED BY SIZE INTO HIST-VALOR-NUEVO.
            WRITE REG-HISTORIAL.

       F-GRABO-HISTORIAL-CAMBIO.
            EXIT.

      * ATIENDO-CIERRES-PERIODO: firma del controller sobre el
      * cierre mensual. Solo un periodo con todos sus pasos
      * completados se puede cerrar.
       ATIENDO-CIERRES-PERIODO.
            IF FIN = "S"
               GO TO F-ATIENDO-CIERRES-PERIODO
            END-IF.
            MOVE 0 TO CPE-PERIODO.
            START CIERRES-PERIODO KEY IS NOT LESS THAN CPE-PERIODO
              INVALID KEY MOVE "S" TO W-FIN-FUENTE
              NOT INVALID KEY MOVE "N" TO W-FIN-FUENTE
            END-START.
            PERFORM ATIENDO-UN-CIERRE THRU F-ATIENDO-UN-CIERRE
                UNTIL W-FIN-FUENTE = "S" OR FIN = "S".

       F-ATIENDO-CIERRES-PERIODO.
            EXIT.

       ATIENDO-UN-CIERRE.
            READ CIERRES-PERIODO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FUENTE
              NOT AT END
                IF CPE-LISTO-FIRMA OR CPE-INCOMPLETO
                   ADD 1 TO W-CANT-CIERRES
                   PERFORM DECIDO-CIERRE THRU F-DECIDO-CIERRE
                END-IF
            END-READ.

       F-ATIENDO-UN-CIERRE.
            EXIT.

       DECIDO-CIERRE.
            COMPUTE W-DIAS-ITEM =
                FUNCTION INTEGER-OF-DATE(CPE-FECHA-REPORTE).
            PERFORM CALCULO-EDAD THRU F-CALCULO-EDAD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Cola del Supervisor - CIERRE DE PERIODO"
                        LINE 3 COL 21
                    GUIONES LINE 4 COL 1.
            DISPLAY "Periodo   : " CPE-PERIODO LINE 07 COL 10.
            DISPLAY "Ciclo     : " CPE-FECHA-CICLO
                    "  reporte: " CPE-FECHA-REPORTE LINE 08 COL 10.
            DISPLAY "Pasos     : " CPE-PASOS-OK " de " CPE-PASOS-TOTAL
                    " completados, " CPE-PASOS-NO-CORRESP
                    " no corresponden" LINE 09 COL 10.
            DISPLAY "Reportado hace " W-EDAD " dias" LINE 10 COL 10.
            IF W-EDAD > W-UMBRAL-DIAS
               DISPLAY "*** ITEM VENCIDO EN LA COLA ***"
                       LINE 12 COL 10
            END-IF.
            IF CPE-INCOMPLETO
               DISPLAY "Cierre INCOMPLETO: relanzar CICLOMES antes de "
                       "firmar. Continuar..." LINE 24 COL 1
               ACCEPT X LINE 24 COL 66
               GO TO F-DECIDO-CIERRE
            END-IF.
            DISPLAY "F=Firmar el cierre S=Saltear  PF3=Salir"
                    LINE 24 COL 1.
            ACCEPT X LINE 14 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-DECIDO-CIERRE
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            IF X NOT = "F"
               GO TO F-DECIDO-CIERRE
            END-IF.
            SET CPE-CERRADO TO TRUE.
            MOVE W-FECHA-SISTEMA TO CPE-FECHA-CIERRE.
            MOVE W-OPERADOR-ACTUAL TO CPE-USUARIO-CIERRE.
            REWRITE REG-CIERRE-PERIODO
              INVALID KEY
                DISPLAY "Error grabando cierre" LINE 24 COL 1
              NOT INVALID KEY
                ADD 1 TO W-CANT-DECIDIDOS
            END-REWRITE.

       F-DECIDO-CIERRE.
            EXIT.

      * ATIENDO-HALLAZGOS-PAGAR: lo que dejo pendiente la auditoria
      * de cuentas a pagar. Confirmar solo registra que el duplicado
      * es real (la factura o el pago se corrige en ABM-CTAS-PAGAR,
      * el proveedor en ABM-PROVEEDORES); descartar lo da por bueno.
      * Resuelto de una u otra forma, la auditoria no lo repite.
       ATIENDO-HALLAZGOS-PAGAR.
            IF FIN = "S"
               GO TO F-ATIENDO-HALLAZGOS-PAGAR
            END-IF.
            MOVE LOW-VALUES TO HAL-CLAVE.
            START HALLAZGOS-PAGAR KEY IS NOT LESS THAN HAL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-FUENTE
              NOT INVALID KEY MOVE "N" TO W-FIN-FUENTE
            END-START.
            PERFORM ATIENDO-UN-HALLAZGO THRU F-ATIENDO-UN-HALLAZGO
                UNTIL W-FIN-FUENTE = "S" OR FIN = "S".

       F-ATIENDO-HALLAZGOS-PAGAR.
            EXIT.

       ATIENDO-UN-HALLAZGO.
            READ HALLAZGOS-PAGAR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FUENTE
              NOT AT END
                IF HAL-PENDIENTE
                   ADD 1 TO W-CANT-HALLAZGOS
                   PERFORM DECIDO-HALLAZGO THRU F-DECIDO-HALLAZGO
                END-IF
            END-READ.

       F-ATIENDO-UN-HALLAZGO.
            EXIT.

       DECIDO-HALLAZGO.
            COMPUTE W-DIAS-ITEM =
                FUNCTION INTEGER-OF-DATE(HAL-FECHA-DETECCION).
            PERFORM CALCULO-EDAD THRU F-CALCULO-EDAD.
            EVALUATE TRUE
               WHEN HAL-DOCUMENTO-DUPLICADO
                  MOVE "Factura cargada dos veces (documento)"
                    TO W-MOTIVO
               WHEN HAL-IMPORTE-DUPLICADO
                  MOVE "Facturas con el mismo importe" TO W-MOTIVO
               WHEN HAL-PAGO-EXCEDIDO
                  MOVE "Pagos por encima de la factura" TO W-MOTIVO
               WHEN HAL-CUIT-COMPARTIDO
                  MOVE "Proveedores con el mismo CUIT" TO W-MOTIVO
               WHEN HAL-CUENTA-COMPARTIDA
                  MOVE "Proveedores con la misma cuenta (CBU)"
                    TO W-MOTIVO
               WHEN OTHER
                  MOVE "Hallazgo de auditoria" TO W-MOTIVO
            END-EVALUATE.
            MOVE HAL-IMPORTE TO IMPORTE-ZZ.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Cola del Supervisor - AUDITORIA CTAS. A PAGAR"
                        LINE 3 COL 17
                    GUIONES LINE 4 COL 1.
            DISPLAY "Hallazgo  : " W-MOTIVO LINE 07 COL 10.
            EVALUATE TRUE
               WHEN HAL-CUIT-COMPARTIDO OR HAL-CUENTA-COMPARTIDA
                  DISPLAY "Proveedor : " HAL-REF-1 " y " HAL-REF-2
                          LINE 08 COL 10
               WHEN HAL-PAGO-EXCEDIDO
                  DISPLAY "Factura   : " HAL-REF-1
                          "  prov. " HAL-PROVEEDOR LINE 08 COL 10
                  DISPLAY "Excedente : " IMPORTE-ZZ LINE 09 COL 10
               WHEN OTHER
                  DISPLAY "Facturas  : " HAL-REF-1 " y " HAL-REF-2
                          "  prov. " HAL-PROVEEDOR LINE 08 COL 10
                  DISPLAY "Importe   : " IMPORTE-ZZ LINE 09 COL 10
            END-EVALUATE.
            DISPLAY HAL-DETALLE LINE 10 COL 10.
            DISPLAY "Detectado hace " W-EDAD " dias" LINE 11 COL 10.
            IF W-EDAD > W-UMBRAL-DIAS
               DISPLAY "*** ITEM VENCIDO EN LA COLA ***"
                       LINE 12 COL 10
            END-IF.
            DISPLAY "C=Confirmar D=Descartar S=Saltear  PF3=Salir"
                    LINE 24 COL 1.
            ACCEPT X LINE 14 COL 10 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-DECIDO-HALLAZGO
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            IF X = "C"
               SET HAL-CONFIRMADO TO TRUE
            ELSE
               IF X = "D"
                  SET HAL-DESCARTADO TO TRUE
               ELSE
                  GO TO F-DECIDO-HALLAZGO
               END-IF
            END-IF.
            MOVE W-FECHA-SISTEMA TO HAL-FECHA-RESOLUCION.
            MOVE W-OPERADOR-ACTUAL TO HAL-USUARIO-RESOLUCION.
            REWRITE REG-HALLAZGO
              INVALID KEY
                DISPLAY "Error grabando hallazgo" LINE 24 COL 1
              NOT INVALID KEY
                ADD 1 TO W-CANT-DECIDIDOS
            END-REWRITE.

       F-DECIDO-HALLAZGO.
            EXIT.

      * LISTO-PROPUESTAS: las propuestas de limite pendientes se
      * listan con su edad; el ajuste de monto y la decision siguen
      * en ABM-REVISION-LIMITES, que ya hace ese trabajo.
       F-LISTO-UNA-PROPUESTA.
            EXIT.

      * LISTO-RETENIDAS: facturas de proveedor retenidas por el
      * calce de tres puntas; se liberan en ABM-CTAS-PAGAR, donde se
      * ve el detalle de la diferencia.
       LISTO-RETENIDAS.
            IF FIN = "S"
               GO TO F-LISTO-RETENIDAS
            END-IF.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Cola del Supervisor - FACTURAS RETENIDAS"
                        LINE 3 COL 19
                    "(liberar en ABM-CTAS-PAGAR)" LINE 4 COL 25.
            MOVE 0 TO FP-ID.
            START FACTURAS-PROVEEDOR KEY IS NOT LESS THAN FP-ID
              INVALID KEY MOVE "S" TO W-FIN-FUENTE
              NOT INVALID KEY MOVE "N" TO W-FIN-FUENTE
            END-START.
            PERFORM LISTO-UNA-RETENIDA THRU F-LISTO-UNA-RETENIDA
                UNTIL W-FIN-FUENTE = "S".
            DISPLAY "Continuar..." LINE 24 COL 1.
            ACCEPT X LINE 24 COL 14.

       F-LISTO-RETENIDAS.
            EXIT.

       LISTO-UNA-RETENIDA.
            READ FACTURAS-PROVEEDOR NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-FUENTE
              NOT AT END
                IF FP-ABIERTA AND FP-RETENIDA
                   ADD 1 TO W-CANT-RETENIDAS
                   COMPUTE W-DIAS-ITEM = FUNCTION
                       INTEGER-OF-DATE(FP-FECHA-ALTA)
                   PERFORM CALCULO-EDAD THRU F-CALCULO-EDAD
                   IF W-CANT-RETENIDAS < 15
                      DISPLAY "Factura " FP-ID " prov. " FP-PROVEEDOR
                              " dif. " FP-DIF-TIPO " hace " W-EDAD
                              " dias" LINE (5 + W-CANT-RETENIDAS)
                              COL 10
                   END-IF
                END-IF
            END-READ.

       F-LISTO-UNA-RETENIDA.
            EXIT.

       IMPRIMO-RESUMEN.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Cola del Supervisor - RESUMEN" LINE 3 COL 25
                    W-CANT-REVISION LINE 09 COL 10.
            DISPLAY "Propuestas de limite         : "
                    W-CANT-PROPUESTAS LINE 10 COL 10.
            DISPLAY "Facturas prov. retenidas     : "
                    W-CANT-RETENIDAS LINE 11 COL 10.
            DISPLAY "Cambios de maestro a aprobar : "
                    W-CANT-CAMBIOS LINE 12 COL 10.
            DISPLAY "Cierres de mes a firmar      : "
                    W-CANT-CIERRES LINE 13 COL 10.
            DISPLAY "Hallazgos de ctas. a pagar   : "
                    W-CANT-HALLAZGOS LINE 14 COL 10.
            DISPLAY "Items decididos hoy          : "
                    W-CANT-DECIDIDOS LINE 15 COL 10.
            DISPLAY "Items pasados del umbral de " W-UMBRAL-DIAS
                    " dias: " W-CANT-VIEJOS LINE 16 COL 10.

       F-IMPRIMO-RESUMEN.
            EXIT.
