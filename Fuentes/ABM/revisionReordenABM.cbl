      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Decision de las propuestas de punto y cantidad de
      *          reorden que deja el recalculo mensual
      *          (RECALCULO-REORDEN) en PROPUESTAS-REORDEN. Compras
      *          lista las pendientes (L) y decide cada una (D):
      *          acepta -- con la posibilidad de corregir punto y
      *          cantidad -- o rechaza. La aceptacion graba
      *          STK-PUNTO-REORDEN / STK-CANTIDAD-REORDEN de la
      *          sucursal (o PROD-PUNTO-REORDEN para la propuesta
      *          global) y deja cada cambio asentado en
      *          HISTORIAL-REORDEN con lo vigente, lo propuesto y lo
      *          que quedo. Decidir exige el permiso RP de la matriz
      *          (VALIDO-PERMISO), mismo circuito que
      *          ABM-REVISION-LIMITES.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-REVISION-REORDEN".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/propuestasReorden.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/stockSucursal.sel".
              COPY "./sel/historialReorden.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/propuestasReorden.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/stockSucursal.fd".
              COPY "./fd/historialReorden.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-PROP-REORDEN    PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-STOCK-SUC       PIC XX.
       01 ST-HIST-REORDEN    PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.

      * Semaforo de ventana batch: con CICLONOC en curso
      * (ventanaBatch.dat en B) la firma en modo actualizacion se
      * rechaza mostrando quien tiene la ventana y desde cuando; solo
      * un supervisor puede pasar, y el override queda asentado en
      * RECHAZOS-ABM.
       01 ST-RECHAZOS        PIC XX.
       01 ST-VENTANA         PIC XX.
       01 W-VENTANA-OCUPADA  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-COD-PERMISO      PIC X(2) VALUE "RP".
       01 W-PERMITIDO        PIC X.

       01 W-PRE-CODIGO       PIC X(10).
       01 W-PRE-SUCURSAL     PIC X(3).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-PUNTO-ACEPTADO   PIC 9(7).
       01 W-CANT-ACEPTADA    PIC 9(7).
       01 W-VALOR-ANTES      PIC 9(7).
       01 W-MAESTRO-OK       PIC X.

      * Listado de pendientes: una pantalla por vez.
       01 W-FIN-LISTA        PIC X.
       01 W-LINEA-PANT       PIC 99.
       01 CANT-ZZ            PIC Z.ZZZ.ZZ9.
       01 CONSUMO-ZZ         PIC ZZ.ZZ9,999.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

       01 ST-OPERADORES      PIC XX.
       01 W-FIN-OPERADORES   PIC X VALUE "N".
      * W-TABLA-RESET: la tabla embebida se pisa recien al leer el
      * PRIMER registro del archivo, igual que en el resto de los
      * ABMs con firma.
       01 W-TABLA-RESET      PIC X VALUE "N".

       01 TABLA-OPERADORES.
          05 FILLER PIC X(18) VALUE "PTILOTTAPASS0001A ".
          05 FILLER PIC X(18) VALUE "EKISLER PASS0002A ".
          05 FILLER PIC X(18) VALUE "SUPERVISPASS0003AS".
          05 FILLER PIC X(126) VALUE SPACES.
       01 OPERADORES-R REDEFINES TABLA-OPERADORES.
          05 OPER-DATOS OCCURS 10 TIMES.
             10 OPER-ID     PIC X(8).
             10 OPER-CLAVE  PIC X(8).
             10 OPER-ESTADO PIC X.
                88 OPER-ACTIVO VALUE "A".
             10 OPER-PERFIL PIC X.

       01 W-CANT-OPERADORES  PIC 99 VALUE 3.

       01 W-OPERADOR-ID      PIC X(8).
       01 W-OPERADOR-CLAVE   PIC X(8).
       01 W-OPERADOR-ACTUAL  PIC X(8) VALUE SPACES.
       01 W-OPERADOR-SUPERVISOR PIC X VALUE SPACE.
       01 W-OPERADOR-VALIDO  PIC X VALUE "N".
       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-REVISION-REORDEN".
       01 W-IMG-PRD       PIC X(3)  VALUE "PRD".
       01 W-IMG-MODIF     PIC X     VALUE "M".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
                  PERFORM CONTROLO-VENTANA-BATCH
                     THRU F-CONTROLO-VENTANA-BATCH
                  IF W-VENTANA-OCUPADA = "S"
                     MOVE "S" TO FIN
                  END-IF
               END-IF
               IF FIN NOT = "S"
                  PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S"
               END-IF
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
            END-IF.
            STOP RUN.

       FIRMA-OPERADOR.
            PERFORM LEO-OPERADORES THRU F-LEO-OPERADORES.
            MOVE 0 TO W-REINTENTOS-FIRMA.
            PERFORM PIDO-FIRMA THRU F-PIDO-FIRMA
                UNTIL W-OPERADOR-VALIDO = "S"
                   OR W-REINTENTOS-FIRMA > 3.
            IF W-OPERADOR-VALIDO NOT = "S"
               DISPLAY "Demasiados intentos de firma, saliendo"
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-FIRMA-OPERADOR.
            EXIT.

       LEO-OPERADORES.
            OPEN INPUT OPERADORES.
            IF ST-OPERADORES = "00"
               MOVE "N" TO W-TABLA-RESET
               MOVE "N" TO W-FIN-OPERADORES
               PERFORM LEO-UN-OPERADOR THRU F-LEO-UN-OPERADOR
                   UNTIL W-FIN-OPERADORES = "S"
               CLOSE OPERADORES
            END-IF.

       F-LEO-OPERADORES.
            EXIT.

       LEO-UN-OPERADOR.
            READ OPERADORES
              AT END
                MOVE "S" TO W-FIN-OPERADORES
              NOT AT END
                IF W-TABLA-RESET NOT = "S"
                   MOVE SPACES TO TABLA-OPERADORES
                   MOVE 0 TO W-CANT-OPERADORES
                   MOVE "S" TO W-TABLA-RESET
                END-IF
                IF W-CANT-OPERADORES < 10
                   ADD 1 TO W-CANT-OPERADORES
                   MOVE OPE-ID TO OPER-ID(W-CANT-OPERADORES)
                   MOVE OPE-CLAVE TO OPER-CLAVE(W-CANT-OPERADORES)
                   MOVE OPE-ESTADO TO OPER-ESTADO(W-CANT-OPERADORES)
                   MOVE OPE-PERFIL TO OPER-PERFIL(W-CANT-OPERADORES)
                ELSE
                   DISPLAY "Tabla de operadores llena, se ignora: "
                           OPE-ID LINE 24 COL 1
                   MOVE "S" TO W-FIN-OPERADORES
                END-IF
            END-READ.

       F-LEO-UN-OPERADOR.
            EXIT.

       PIDO-FIRMA.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Revision de Reorden - Firma de Operador"
                        LINE 3 COL 20
                    "Operador:" LINE 10 COL 10
                    "Clave   :" LINE 12 COL 10.
            ACCEPT W-OPERADOR-ID    LINE 10 COL 25 PROMPT.
            ACCEPT W-OPERADOR-CLAVE LINE 12 COL 25 PROMPT.
            PERFORM VALIDO-FIRMA THRU F-VALIDO-FIRMA
                VARYING W-INDICE-OPER FROM 1 BY 1
                    UNTIL W-INDICE-OPER > W-CANT-OPERADORES
                       OR W-OPERADOR-VALIDO = "S".
            IF W-OPERADOR-VALIDO = "S"
               MOVE W-OPERADOR-ID TO W-OPERADOR-ACTUAL
            ELSE
               ADD 1 TO W-REINTENTOS-FIRMA
               DISPLAY "Operador o clave invalidos" LINE 24 COL 1
            END-IF.

       F-PIDO-FIRMA.
            EXIT.

       VALIDO-FIRMA.
            IF OPER-ID(W-INDICE-OPER) = W-OPERADOR-ID
                  AND OPER-CLAVE(W-INDICE-OPER) = W-OPERADOR-CLAVE
                  AND OPER-ACTIVO(W-INDICE-OPER)
               MOVE "S" TO W-OPERADOR-VALIDO
               MOVE OPER-PERFIL(W-INDICE-OPER)
                 TO W-OPERADOR-SUPERVISOR
            END-IF.

       F-VALIDO-FIRMA.
            EXIT.

       ABRO-ARCHIVOS.
            OPEN I-O PROPUESTAS-REORDEN.
            IF ST-PROP-REORDEN > "07"
               DISPLAY "Error abriendo Propuestas de Reorden: "
                       ST-PROP-REORDEN LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O STOCK-SUCURSAL.
            IF ST-STOCK-SUC > "07"
               DISPLAY "Error abriendo Stock Sucursal: " ST-STOCK-SUC
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN EXTEND HISTORIAL-REORDEN.
            IF ST-HIST-REORDEN > "07"
               DISPLAY "Error abriendo Historial de Reorden: "
                       ST-HIST-REORDEN LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PROPUESTAS-REORDEN.
            CLOSE PRODUCTOS.
            CLOSE STOCK-SUCURSAL.
            CLOSE HISTORIAL-REORDEN.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Revision de Puntos de Reorden" LINE 3 COL 25
                    GUIONES LINE 4 COL 1
                    "L=Listar pendientes D=Decidir  PF3=Salir"
                        LINE 23 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               EVALUATE X
                  WHEN "L"
                     PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES
                  WHEN "D"
                     PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
                     IF W-PERMITIDO = "S"
                        PERFORM DECIDO-PROPUESTA
                           THRU F-DECIDO-PROPUESTA
                     END-IF
                  WHEN OTHER
                     DISPLAY "Transaccion invalida" LINE 24 COL 1
               END-EVALUATE
               PERFORM PREGUNTO-CONTINUAR
            END-IF.

       F-PROCESO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra transaccion? (S/N)" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 26.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

      * CONTROLO-PERMISO: decidir cambia el maestro; sin el permiso
      * RP el intento queda en RECHAZOS-ABM.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "D" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "REVISION DE REORDEN SIN PERMISO EN LA MATRIZ"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * LISTO-PENDIENTES: las propuestas pendientes en orden de
      * producto y sucursal, de a una pantalla.
       LISTO-PENDIENTES.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "PRODUCTO   SUC  PUNTO VIG.  PROPUESTO  "
                    "CANT. VIG.  PROPUESTA  CONSUMO/DIA" LINE 5 COL 1.
            MOVE 6 TO W-LINEA-PANT.
            MOVE "N" TO W-FIN-LISTA.
            MOVE LOW-VALUES TO PRE-CLAVE.
            START PROPUESTAS-REORDEN KEY IS NOT LESS THAN PRE-CLAVE
              INVALID KEY
                MOVE "S" TO W-FIN-LISTA
            END-START.
            PERFORM LISTO-UNA-PROPUESTA THRU F-LISTO-UNA-PROPUESTA
                UNTIL W-FIN-LISTA = "S".

       F-LISTO-PENDIENTES.
            EXIT.

       LISTO-UNA-PROPUESTA.
            READ PROPUESTAS-REORDEN NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LISTA
                GO TO F-LISTO-UNA-PROPUESTA
            END-READ.
            IF NOT PRE-PENDIENTE
               GO TO F-LISTO-UNA-PROPUESTA
            END-IF.
            IF W-LINEA-PANT > 21
               DISPLAY "Enter=sigue  F=fin" LINE 23 COL 50
               ACCEPT X LINE 23 COL 70
               IF X = "F" OR X = "f"
                  MOVE "S" TO W-FIN-LISTA
                  GO TO F-LISTO-UNA-PROPUESTA
               END-IF
               DISPLAY " " LINE 6 COL 1 ERASE EOS
               MOVE 6 TO W-LINEA-PANT
            END-IF.
            DISPLAY PRE-CODIGO LINE W-LINEA-PANT COL 1
                    PRE-SUCURSAL LINE W-LINEA-PANT COL 12.
            MOVE PRE-PUNTO-VIGENTE TO CANT-ZZ.
            DISPLAY CANT-ZZ LINE W-LINEA-PANT COL 16.
            MOVE PRE-PUNTO-PROPUESTO TO CANT-ZZ.
            DISPLAY CANT-ZZ LINE W-LINEA-PANT COL 27.
            MOVE PRE-CANT-VIGENTE TO CANT-ZZ.
            DISPLAY CANT-ZZ LINE W-LINEA-PANT COL 39.
            MOVE PRE-CANT-PROPUESTA TO CANT-ZZ.
            DISPLAY CANT-ZZ LINE W-LINEA-PANT COL 50.
            MOVE PRE-CONSUMO-DIARIO TO CONSUMO-ZZ.
            DISPLAY CONSUMO-ZZ LINE W-LINEA-PANT COL 62.
            ADD 1 TO W-LINEA-PANT.

       F-LISTO-UNA-PROPUESTA.
            EXIT.

       DECIDO-PROPUESTA.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Producto : " LINE 07 COL 10.
            ACCEPT W-PRE-CODIGO LINE 07 COL 22 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-PRE-CODIGO) TO W-PRE-CODIGO.
            DISPLAY "Sucursal (blanco=global): " LINE 08 COL 10.
            ACCEPT W-PRE-SUCURSAL LINE 08 COL 37 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-PRE-SUCURSAL) TO W-PRE-SUCURSAL.
            MOVE W-PRE-CODIGO TO PRE-CODIGO.
            MOVE W-PRE-SUCURSAL TO PRE-SUCURSAL.
            READ PROPUESTAS-REORDEN KEY IS PRE-CLAVE
              INVALID KEY
                DISPLAY "Sin propuesta para ese producto y sucursal"
                        LINE 24 COL 1
                GO TO F-DECIDO-PROPUESTA
            END-READ.
            IF NOT PRE-PENDIENTE
               DISPLAY "La propuesta ya fue decidida (" PRE-ESTADO ")"
                       LINE 24 COL 1
               GO TO F-DECIDO-PROPUESTA
            END-IF.
            MOVE PRE-CONSUMO-DIARIO TO CONSUMO-ZZ.
            DISPLAY "Consumo diario : " LINE 10 COL 10
                    CONSUMO-ZZ LINE 10 COL 28.
            MOVE PRE-DESVIO-DIARIO TO CONSUMO-ZZ.
            DISPLAY "Desvio diario  : " LINE 11 COL 10
                    CONSUMO-ZZ LINE 11 COL 28
                    "(" LINE 11 COL 40 PRE-DIAS-VENTANA LINE 11 COL 41
                    " dias, servicio " LINE 11 COL 44
                    PRE-NIVEL-SERVICIO LINE 11 COL 60
                    "%)" LINE 11 COL 62.
            DISPLAY "Proveedor/plazo: " LINE 12 COL 10
                    PRE-PROVEEDOR LINE 12 COL 28
                    PRE-PLAZO-ENTREGA LINE 12 COL 35
                    "dias" LINE 12 COL 39.
            MOVE PRE-PUNTO-VIGENTE TO CANT-ZZ.
            DISPLAY "Punto vigente  : " LINE 14 COL 10
                    CANT-ZZ LINE 14 COL 28.
            MOVE PRE-PUNTO-PROPUESTO TO CANT-ZZ.
            DISPLAY "Punto propuesto: " LINE 15 COL 10
                    CANT-ZZ LINE 15 COL 28.
            MOVE PRE-CANT-VIGENTE TO CANT-ZZ.
            DISPLAY "Cant. vigente  : " LINE 16 COL 10
                    CANT-ZZ LINE 16 COL 28.
            MOVE PRE-CANT-PROPUESTA TO CANT-ZZ.
            DISPLAY "Cant. propuesta: " LINE 17 COL 10
                    CANT-ZZ LINE 17 COL 28.
            DISPLAY "Decision (A=Acepta R=Rechaza): " LINE 19 COL 10.
            ACCEPT X LINE 19 COL 42 PROMPT.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            EVALUATE X
               WHEN "A"
                  PERFORM ACEPTO-PROPUESTA THRU F-ACEPTO-PROPUESTA
               WHEN "R"
                  SET PRE-RECHAZADA TO TRUE
                  PERFORM GRABO-DECISION THRU F-GRABO-DECISION
                  DISPLAY "Propuesta rechazada" LINE 24 COL 1
               WHEN OTHER
                  DISPLAY "Decision invalida" LINE 24 COL 1
            END-EVALUATE.

       F-DECIDO-PROPUESTA.
            EXIT.

      * ACEPTO-PROPUESTA: compras puede corregir punto y cantidad
      * antes de aceptar (0 = tomar lo propuesto tal cual). La
      * propuesta global solo tiene punto en el maestro.
       ACEPTO-PROPUESTA.
            DISPLAY "Punto a aceptar (0=propuesto): " LINE 20 COL 10.
            ACCEPT W-PUNTO-ACEPTADO LINE 20 COL 42 PROMPT.
            IF W-PUNTO-ACEPTADO = 0
               MOVE PRE-PUNTO-PROPUESTO TO W-PUNTO-ACEPTADO
            END-IF.
            IF PRE-SUCURSAL = SPACES
               MOVE 0 TO W-CANT-ACEPTADA
            ELSE
               DISPLAY "Cant. a aceptar (0=propuesta): "
                       LINE 21 COL 10
               ACCEPT W-CANT-ACEPTADA LINE 21 COL 42 PROMPT
               IF W-CANT-ACEPTADA = 0
                  MOVE PRE-CANT-PROPUESTA TO W-CANT-ACEPTADA
               END-IF
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE "N" TO W-MAESTRO-OK.
            IF PRE-SUCURSAL = SPACES
               PERFORM ACTUALIZO-PRODUCTO THRU F-ACTUALIZO-PRODUCTO
            ELSE
               PERFORM ACTUALIZO-SUCURSAL THRU F-ACTUALIZO-SUCURSAL
            END-IF.
            IF W-MAESTRO-OK NOT = "S"
               GO TO F-ACEPTO-PROPUESTA
            END-IF.
            MOVE W-PUNTO-ACEPTADO TO PRE-PUNTO-ACEPTADO.
            MOVE W-CANT-ACEPTADA TO PRE-CANT-ACEPTADA.
            SET PRE-APROBADA TO TRUE.
            PERFORM GRABO-DECISION THRU F-GRABO-DECISION.
            DISPLAY "Reorden aceptado y grabado" LINE 24 COL 1.

       F-ACEPTO-PROPUESTA.
            EXIT.

       ACTUALIZO-PRODUCTO.
            MOVE PRE-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Producto inexistente" LINE 24 COL 1
                GO TO F-ACTUALIZO-PRODUCTO
            END-READ.
            MOVE PROD-PUNTO-REORDEN TO HRE-VALOR-ANTERIOR.
            MOVE W-PUNTO-ACEPTADO TO PROD-PUNTO-REORDEN.
            REWRITE REG-PRODUCTOS
              INVALID KEY
                DISPLAY "Error grabando producto: " ST-PRODUCTOS
                        LINE 24 COL 1
                GO TO F-ACTUALIZO-PRODUCTO
            END-REWRITE.
            CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                 W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS W-IMG-GRABADO.
            MOVE "S" TO W-MAESTRO-OK.
            MOVE "PROD-PUNTO-REO" TO HRE-CAMPO.
            MOVE PRE-PUNTO-PROPUESTO TO HRE-VALOR-PROPUESTO.
            MOVE W-PUNTO-ACEPTADO TO HRE-VALOR-NUEVO.
            PERFORM GRABO-HISTORIAL THRU F-GRABO-HISTORIAL.

       F-ACTUALIZO-PRODUCTO.
            EXIT.

       ACTUALIZO-SUCURSAL.
            MOVE PRE-CODIGO TO STK-CODIGO.
            MOVE PRE-SUCURSAL TO STK-SUCURSAL.
            READ STOCK-SUCURSAL KEY IS STK-CLAVE
              INVALID KEY
                DISPLAY "Sin registro de stock en la sucursal"
                        LINE 24 COL 1
                GO TO F-ACTUALIZO-SUCURSAL
            END-READ.
            IF STK-CANTIDAD-REORDEN NOT NUMERIC
               MOVE 0 TO STK-CANTIDAD-REORDEN
            END-IF.
            MOVE STK-PUNTO-REORDEN TO W-VALOR-ANTES.
            MOVE W-PUNTO-ACEPTADO TO STK-PUNTO-REORDEN.
            MOVE STK-CANTIDAD-REORDEN TO HRE-VALOR-ANTERIOR.
            MOVE W-CANT-ACEPTADA TO STK-CANTIDAD-REORDEN.
            REWRITE REG-STOCK-SUCURSAL
              INVALID KEY
                DISPLAY "Error grabando stock sucursal: "
                        ST-STOCK-SUC LINE 24 COL 1
                GO TO F-ACTUALIZO-SUCURSAL
            END-REWRITE.
            MOVE "S" TO W-MAESTRO-OK.
            MOVE "STK-CANT-REORD" TO HRE-CAMPO.
            MOVE PRE-CANT-PROPUESTA TO HRE-VALOR-PROPUESTO.
            MOVE W-CANT-ACEPTADA TO HRE-VALOR-NUEVO.
            PERFORM GRABO-HISTORIAL THRU F-GRABO-HISTORIAL.
            MOVE W-VALOR-ANTES TO HRE-VALOR-ANTERIOR.
            MOVE "STK-PUNTO-REO" TO HRE-CAMPO.
            MOVE PRE-PUNTO-PROPUESTO TO HRE-VALOR-PROPUESTO.
            MOVE W-PUNTO-ACEPTADO TO HRE-VALOR-NUEVO.
            PERFORM GRABO-HISTORIAL THRU F-GRABO-HISTORIAL.

       F-ACTUALIZO-SUCURSAL.
            EXIT.

      * GRABO-HISTORIAL: un renglon por campo cambiado, con los
      * valores anterior, propuesto y nuevo ya cargados en el
      * registro. Un valor que no cambio no deja renglon.
       GRABO-HISTORIAL.
            IF HRE-VALOR-ANTERIOR = HRE-VALOR-NUEVO
               GO TO F-GRABO-HISTORIAL
            END-IF.
            MOVE PRE-CODIGO TO HRE-CODIGO.
            MOVE PRE-SUCURSAL TO HRE-SUCURSAL.
            MOVE W-FECHA-SISTEMA TO HRE-FECHA.
            ACCEPT HRE-HORA FROM TIME.
            MOVE W-OPERADOR-ACTUAL TO HRE-USUARIO.
            WRITE REG-HISTORIAL-REORDEN.

       F-GRABO-HISTORIAL.
            EXIT.

       GRABO-DECISION.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO PRE-FECHA-DECISION.
            MOVE W-OPERADOR-ACTUAL TO PRE-USUARIO-DECISION.
            REWRITE REG-PROPUESTA-REORDEN
              INVALID KEY
                DISPLAY "Error grabando decision: " ST-PROP-REORDEN
                        LINE 24 COL 1
            END-REWRITE.

       F-GRABO-DECISION.
            EXIT.


      * CONTROLO-VENTANA-BATCH: lee el semaforo; ocupado, solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
      * RECHAZOS-ABM como override -- el caso genuinamente
      * excepcional tiene que dejar huella.
       CONTROLO-VENTANA-BATCH.
            MOVE "N" TO W-VENTANA-OCUPADA.
            OPEN INPUT VENTANA-BATCH.
            IF ST-VENTANA = "00"
               READ VENTANA-BATCH
                 AT END
                   CONTINUE
                 NOT AT END
                   IF VB-BATCH-EN-CURSO
                      MOVE "S" TO W-VENTANA-OCUPADA
                   END-IF
               END-READ
               CLOSE VENTANA-BATCH
            END-IF.
            IF W-VENTANA-OCUPADA = "S"
               DISPLAY "VENTANA BATCH EN CURSO: " VB-PROCESO
                       " desde " VB-FECHA SPACE VB-HORA
                       LINE 22 COL 1
               IF W-OPERADOR-SUPERVISOR = "S"
                  DISPLAY "¿Continuar igual? (S/N)" LINE 23 COL 1
                  ACCEPT X LINE 23 COL 26
                  IF X = "S" OR X = "s"
                     MOVE "N" TO W-VENTANA-OCUPADA
                     PERFORM GRABO-OVERRIDE-VENTANA
                        THRU F-GRABO-OVERRIDE-VENTANA
                  END-IF
               ELSE
                  DISPLAY "Actualizacion bloqueada hasta que el "
                          "ciclo libere la ventana" LINE 23 COL 1
               END-IF
            END-IF.

       F-CONTROLO-VENTANA-BATCH.
            EXIT.

       GRABO-OVERRIDE-VENTANA.
            MOVE 0 TO RCH-CLI-ID.
            MOVE "V" TO RCH-TRANSACCION.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO RCH-FECHA.
            ACCEPT RCH-HORA FROM TIME.
            MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR.
            MOVE "OVERRIDE DE VENTANA BATCH EN CURSO"
              TO RCH-MOTIVO.
            WRITE REG-RECHAZO.

       F-GRABO-OVERRIDE-VENTANA.
            EXIT.

       END PROGRAM "ABM-REVISION-REORDEN".
