      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Registro de pedidos del titular sobre sus datos
      *          personales (Ley 25.326): acceso, rectificacion y
      *          supresion. El operador identifica al titular por
      *          numero de cliente, por CUIT o por ambos, deja
      *          constancia de quien lo pide y con que documento, y
      *          el pedido queda pendiente con el plazo legal de
      *          respuesta: 10 dias corridos el acceso, 5 dias
      *          habiles (PROXIMO-DIA-HABIL) la rectificacion y la
      *          supresion. El acceso lo cumple el informe
      *          REPORTE-DATOS-PERSONALES y la supresion la corrida
      *          ANONIMIZACION-CLIENTES; la rectificacion se hace en
      *          el ABM de clientes y se cierra aca. La lista de
      *          abiertos marca los que vencieron el plazo. Todo el
      *          programa va con la transaccion DP de la matriz de
      *          permisos; el intento sin permiso queda en
      *          RECHAZOS-ABM.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-DATOS-PERSONALES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/pedidosDatosPersonales.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/pedidosDatosPersonales.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-PEDIDOS-DP      PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(8).
       01 W-COD-PERMISO      PIC X(2) VALUE "DP".
       01 W-PERMITIDO        PIC X.

      * Alta del pedido.
       01 W-CANCELA          PIC X.
       01 W-TIPO-PEDIDO      PIC X.
       01 W-CLIENTE-PEDIDO   PIC 9(7).
       01 W-CUIT-PEDIDO      PIC 9(11).
       01 W-SOLICITANTE      PIC X(40).
       01 W-DOCUMENTO        PIC X(15).
       01 W-OBSERVACION      PIC X(60).
       01 W-EN-MAESTRO       PIC X.
       01 W-FECHA-LIMITE     PIC 9(8).
       01 W-FECHA-CALC       PIC 9(8).
       01 W-FECHA-HABIL      PIC 9(8).

      * Consulta y cierre.
       01 W-FIN-PEDIDOS      PIC X.
       01 W-ULTIMO-PEDIDO    PIC 9(7) VALUE 0.
       01 W-NUMERO-PEDIDO    PIC 9(7).
       01 W-LINEA            PIC 99.
       01 W-CANT-LISTADOS    PIC 99.
       01 W-CANT-ABIERTOS    PIC 9(5).
       01 W-CANT-VENCIDOS    PIC 9(5).
       01 W-ESTADO-CIERRE    PIC X.

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

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
       PRINCIPAL.
            PERFORM FIRMA-OPERADOR THRU F-FIRMA-OPERADOR.
            IF FIN NOT = "S"
               PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS
               IF FIN NOT = "S"
                  PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
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
                    "Datos Personales - Firma de Operador"
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
            OPEN I-O PEDIDOS-DATOS-PERSONALES.
            IF ST-PEDIDOS-DP > "07"
               DISPLAY "Error abriendo Pedidos de Datos Personales: "
                       ST-PEDIDOS-DP LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN INPUT CLIENTES.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PEDIDOS-DATOS-PERSONALES.
            CLOSE CLIENTES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-PERMISO: los pedidos muestran datos personales de
      * terceros; sin la transaccion DP no se entra al programa.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "L" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE SPACES TO RCH-MOTIVO
               STRING "PEDIDOS DE DATOS PERSONALES" DELIMITED BY SIZE
                      " SIN PERMISO EN LA MATRIZ" DELIMITED BY SIZE
                 INTO RCH-MOTIVO
               WRITE REG-RECHAZO
               ACCEPT X LINE 24 COL 60
               MOVE "S" TO FIN
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

       PROCESO.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Pedidos de Datos Personales (Ley 25.326)"
                        LINE 3 COL 20
                    GUIONES LINE 4 COL 1
                    "Operador: " LINE 5 COL 10 W-OPERADOR-ACTUAL
                    "1 - Registrar un pedido" LINE 8 COL 10
                    "2 - Pedidos abiertos" LINE 10 COL 10
                    "3 - Cerrar un pedido" LINE 12 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            EVALUATE X
               WHEN "1"
                  PERFORM REGISTRO-PEDIDO THRU F-REGISTRO-PEDIDO
               WHEN "2"
                  PERFORM LISTO-ABIERTOS THRU F-LISTO-ABIERTOS
               WHEN "3"
                  PERFORM CIERRO-PEDIDO THRU F-CIERRO-PEDIDO
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.

       F-PROCESO.
            EXIT.

      * REGISTRO-PEDIDO: el titular se identifica por cliente, por
      * CUIT o por ambos. Un cliente que no esta en el maestro puede
      * estar en clientesArchivados.dat, asi que no se rechaza: el
      * informe y la anonimizacion lo buscan tambien ahi. Si vienen
      * los dos datos tienen que ser del mismo cliente.
       REGISTRO-PEDIDO.
            MOVE "N" TO W-CANCELA.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Tipo (A=acceso R=rectificacion S=supresion): "
                    LINE 6 COL 5.
            MOVE SPACE TO W-TIPO-PEDIDO.
            ACCEPT W-TIPO-PEDIDO LINE 6 COL 51 PROMPT.
            IF PF-SALIR
               GO TO F-REGISTRO-PEDIDO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-TIPO-PEDIDO) TO W-TIPO-PEDIDO.
            IF W-TIPO-PEDIDO NOT = "A" AND W-TIPO-PEDIDO NOT = "R"
                  AND W-TIPO-PEDIDO NOT = "S"
               DISPLAY "Tipo de pedido invalido" LINE 24 COL 1
               GO TO F-REGISTRO-PEDIDO
            END-IF.

            DISPLAY "Cliente (0 si no se conoce): " LINE 8 COL 5
                    "CUIT    (0 si no se conoce): " LINE 9 COL 5.
            MOVE 0 TO W-CLIENTE-PEDIDO.
            MOVE 0 TO W-CUIT-PEDIDO.
            ACCEPT W-CLIENTE-PEDIDO LINE 8 COL 35 PROMPT.
            ACCEPT W-CUIT-PEDIDO LINE 9 COL 35 PROMPT.
            IF PF-SALIR
               GO TO F-REGISTRO-PEDIDO
            END-IF.
            IF W-CLIENTE-PEDIDO = 0 AND W-CUIT-PEDIDO = 0
               DISPLAY "Indique el cliente o el CUIT del titular"
                       LINE 24 COL 1
               GO TO F-REGISTRO-PEDIDO
            END-IF.
            PERFORM BUSCO-TITULAR THRU F-BUSCO-TITULAR.
            IF W-CANCELA = "S"
               GO TO F-REGISTRO-PEDIDO
            END-IF.

            DISPLAY "Solicitante: " LINE 12 COL 5
                    "Documento  : " LINE 13 COL 5
                    "Observacion: " LINE 14 COL 5.
            MOVE SPACES TO W-SOLICITANTE.
            MOVE SPACES TO W-DOCUMENTO.
            MOVE SPACES TO W-OBSERVACION.
            ACCEPT W-SOLICITANTE LINE 12 COL 18 PROMPT.
            ACCEPT W-DOCUMENTO LINE 13 COL 18 PROMPT.
            ACCEPT W-OBSERVACION LINE 14 COL 18 PROMPT.
            IF PF-SALIR
               GO TO F-REGISTRO-PEDIDO
            END-IF.
            IF W-SOLICITANTE = SPACES OR W-DOCUMENTO = SPACES
               DISPLAY "Solicitante y documento son obligatorios"
                       LINE 24 COL 1
               GO TO F-REGISTRO-PEDIDO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-SOLICITANTE) TO W-SOLICITANTE.
            MOVE FUNCTION UPPER-CASE(W-DOCUMENTO) TO W-DOCUMENTO.
            MOVE FUNCTION UPPER-CASE(W-OBSERVACION) TO W-OBSERVACION.

            PERFORM CALCULO-LIMITE THRU F-CALCULO-LIMITE.
            DISPLAY "Plazo de respuesta hasta: " LINE 16 COL 5
                    W-FECHA-LIMITE LINE 16 COL 31.
            DISPLAY "Confirma el pedido (S/N): " LINE 18 COL 5.
            ACCEPT X LINE 18 COL 31 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               DISPLAY "Pedido abandonado" LINE 24 COL 1
               GO TO F-REGISTRO-PEDIDO
            END-IF.

            PERFORM GRABO-PEDIDO THRU F-GRABO-PEDIDO.

       F-REGISTRO-PEDIDO.
            EXIT.

       BUSCO-TITULAR.
            MOVE "N" TO W-EN-MAESTRO.
            IF W-CLIENTE-PEDIDO = 0
               DISPLAY "Se busca por CUIT en el maestro y en el archivo"
                       LINE 10 COL 5
               GO TO F-BUSCO-TITULAR
            END-IF.
            MOVE W-CLIENTE-PEDIDO TO CLI_ID.
            READ CLIENTES
              INVALID KEY
                DISPLAY "No esta en el maestro; se busca en el archivo"
                        LINE 10 COL 5
              NOT INVALID KEY
                MOVE "S" TO W-EN-MAESTRO
                DISPLAY CLI_NOMBRE LINE 10 COL 5
            END-READ.
            IF W-EN-MAESTRO = "S"
               IF W-CUIT-PEDIDO = 0
                  MOVE CLI_CUIT TO W-CUIT-PEDIDO
               ELSE
                  IF CLI_CUIT NOT = 0 AND CLI_CUIT NOT = W-CUIT-PEDIDO
                     DISPLAY "El CUIT no es el del cliente indicado"
                             LINE 24 COL 1
                     MOVE "S" TO W-CANCELA
                  END-IF
               END-IF
            END-IF.

       F-BUSCO-TITULAR.
            EXIT.

      * CALCULO-LIMITE: acceso, 10 dias corridos; rectificacion y
      * supresion, 5 dias habiles contados desde el dia siguiente.
       CALCULO-LIMITE.
            IF W-TIPO-PEDIDO = "A"
               COMPUTE W-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-FECHA-SISTEMA) + 10)
               GO TO F-CALCULO-LIMITE
            END-IF.
            MOVE W-FECHA-SISTEMA TO W-FECHA-CALC.
            PERFORM SUMO-DIA-HABIL THRU F-SUMO-DIA-HABIL 5 TIMES.
            MOVE W-FECHA-CALC TO W-FECHA-LIMITE.

       F-CALCULO-LIMITE.
            EXIT.

       SUMO-DIA-HABIL.
            COMPUTE W-FECHA-CALC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-FECHA-CALC) + 1).
            CALL "PROXIMO-DIA-HABIL" USING W-FECHA-CALC W-FECHA-HABIL.
            MOVE W-FECHA-HABIL TO W-FECHA-CALC.

       F-SUMO-DIA-HABIL.
            EXIT.

      * GRABO-PEDIDO: el numero es el ultimo del registro mas uno.
       GRABO-PEDIDO.
            PERFORM BUSCO-ULTIMO-PEDIDO THRU F-BUSCO-ULTIMO-PEDIDO.
            INITIALIZE REG-PEDIDO-DP.
            COMPUTE PDP-NUMERO = W-ULTIMO-PEDIDO + 1.
            MOVE W-FECHA-SISTEMA TO PDP-FECHA.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            MOVE W-HORA-SISTEMA(1:6) TO PDP-HORA.
            MOVE W-OPERADOR-ACTUAL TO PDP-OPERADOR.
            MOVE W-TIPO-PEDIDO TO PDP-TIPO.
            MOVE W-CLIENTE-PEDIDO TO PDP-CLI-ID.
            MOVE W-CUIT-PEDIDO TO PDP-CUIT.
            MOVE W-SOLICITANTE TO PDP-SOLICITANTE.
            MOVE W-DOCUMENTO TO PDP-DOCUMENTO.
            MOVE W-FECHA-LIMITE TO PDP-FECHA-LIMITE.
            MOVE W-OBSERVACION TO PDP-OBSERVACION.
            SET PDP-PENDIENTE TO TRUE.
            WRITE REG-PEDIDO-DP
              INVALID KEY
                DISPLAY "Error grabando el pedido: " ST-PEDIDOS-DP
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Pedido " PDP-NUMERO " registrado, vence el "
                        PDP-FECHA-LIMITE LINE 24 COL 1
            END-WRITE.
            ACCEPT X LINE 24 COL 60.

       F-GRABO-PEDIDO.
            EXIT.

       BUSCO-ULTIMO-PEDIDO.
            MOVE 0 TO W-ULTIMO-PEDIDO.
            MOVE 0 TO PDP-NUMERO.
            START PEDIDOS-DATOS-PERSONALES
                  KEY IS NOT LESS THAN PDP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-PEDIDOS
              NOT INVALID KEY MOVE "N" TO W-FIN-PEDIDOS
            END-START.
            PERFORM MIRO-UN-PEDIDO THRU F-MIRO-UN-PEDIDO
                UNTIL W-FIN-PEDIDOS = "S".

       F-BUSCO-ULTIMO-PEDIDO.
            EXIT.

       MIRO-UN-PEDIDO.
            READ PEDIDOS-DATOS-PERSONALES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-PEDIDOS
              NOT AT END
                MOVE PDP-NUMERO TO W-ULTIMO-PEDIDO
            END-READ.

       F-MIRO-UN-PEDIDO.
            EXIT.

      * LISTO-ABIERTOS: pendientes y diferidos, de a 8 por pantalla,
      * con "VENCIDO" en los pendientes que pasaron su plazo.
       LISTO-ABIERTOS.
            MOVE 0 TO W-CANT-ABIERTOS.
            MOVE 0 TO W-CANT-VENCIDOS.
            MOVE 0 TO PDP-NUMERO.
            START PEDIDOS-DATOS-PERSONALES
                  KEY IS NOT LESS THAN PDP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-PEDIDOS
              NOT INVALID KEY MOVE "N" TO W-FIN-PEDIDOS
            END-START.
            PERFORM ENCABEZO-ABIERTOS THRU F-ENCABEZO-ABIERTOS.
            PERFORM LISTO-UN-ABIERTO THRU F-LISTO-UN-ABIERTO
                UNTIL W-FIN-PEDIDOS = "S".
            IF W-CANT-ABIERTOS = 0
               DISPLAY "No hay pedidos abiertos" LINE 24 COL 1
            ELSE
               DISPLAY "Abiertos: " LINE 24 COL 1 W-CANT-ABIERTOS
                       "  vencidos: " W-CANT-VENCIDOS
            END-IF.
            ACCEPT X LINE 24 COL 60.

       F-LISTO-ABIERTOS.
            EXIT.

       ENCABEZO-ABIERTOS.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "NUMERO  T CLIENTE CUIT        PEDIDO   VENCE    E"
                    LINE 5 COL 1.
            DISPLAY "T: A=acceso R=rectificacion S=supresion   "
                    "E: P=pendiente D=diferido" LINE 22 COL 1.
            MOVE 6 TO W-LINEA.
            MOVE 0 TO W-CANT-LISTADOS.

       F-ENCABEZO-ABIERTOS.
            EXIT.

       LISTO-UN-ABIERTO.
            READ PEDIDOS-DATOS-PERSONALES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-PEDIDOS
                GO TO F-LISTO-UN-ABIERTO
            END-READ.
            IF NOT PDP-PENDIENTE AND NOT PDP-DIFERIDO
               GO TO F-LISTO-UN-ABIERTO
            END-IF.
            IF W-CANT-LISTADOS = 8
               DISPLAY "ENTER=siguiente pagina  PF3=Volver"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               IF PF-SALIR
                  MOVE "S" TO W-FIN-PEDIDOS
                  GO TO F-LISTO-UN-ABIERTO
               END-IF
               PERFORM ENCABEZO-ABIERTOS THRU F-ENCABEZO-ABIERTOS
            END-IF.
            DISPLAY PDP-NUMERO LINE W-LINEA COL 1
                    PDP-TIPO LINE W-LINEA COL 9
                    PDP-CLI-ID LINE W-LINEA COL 11
                    PDP-CUIT LINE W-LINEA COL 19
                    PDP-FECHA LINE W-LINEA COL 31
                    PDP-FECHA-LIMITE LINE W-LINEA COL 40
                    PDP-ESTADO LINE W-LINEA COL 49.
            IF PDP-PENDIENTE AND PDP-FECHA-LIMITE < W-FECHA-SISTEMA
               DISPLAY "VENCIDO" LINE W-LINEA COL 51
               ADD 1 TO W-CANT-VENCIDOS
            END-IF.
            ADD 1 TO W-LINEA.
            DISPLAY PDP-SOLICITANTE LINE W-LINEA COL 9
                    PDP-OBSERVACION(1:30) LINE W-LINEA COL 50.
            ADD 1 TO W-LINEA.
            ADD 1 TO W-CANT-LISTADOS.
            ADD 1 TO W-CANT-ABIERTOS.

       F-LISTO-UN-ABIERTO.
            EXIT.

      * CIERRO-PEDIDO: la rectificacion se da por cumplida aca una vez
      * corregido el cliente; cualquier pedido abierto se puede
      * denegar con su motivo. El acceso y la supresion se cumplen
      * solo por el informe y la anonimizacion, que dejan su rastro.
       CIERRO-PEDIDO.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Numero de pedido a cerrar: " LINE 8 COL 10.
            MOVE 0 TO W-NUMERO-PEDIDO.
            ACCEPT W-NUMERO-PEDIDO LINE 8 COL 38 PROMPT.
            IF PF-SALIR OR W-NUMERO-PEDIDO = 0
               GO TO F-CIERRO-PEDIDO
            END-IF.
            MOVE W-NUMERO-PEDIDO TO PDP-NUMERO.
            READ PEDIDOS-DATOS-PERSONALES
              INVALID KEY
                DISPLAY "Pedido inexistente" LINE 24 COL 1
                GO TO F-CIERRO-PEDIDO
            END-READ.
            IF NOT PDP-PENDIENTE AND NOT PDP-DIFERIDO
               DISPLAY "El pedido ya esta cerrado" LINE 24 COL 1
               GO TO F-CIERRO-PEDIDO
            END-IF.
            DISPLAY "Tipo " LINE 10 COL 10 PDP-TIPO
                    "  cliente " PDP-CLI-ID "  CUIT " PDP-CUIT
                    PDP-SOLICITANTE LINE 11 COL 10
                    PDP-OBSERVACION LINE 12 COL 10.
            DISPLAY "Cierre (C=cumplido N=denegado): " LINE 14 COL 10.
            MOVE SPACE TO W-ESTADO-CIERRE.
            ACCEPT W-ESTADO-CIERRE LINE 14 COL 43 PROMPT.
            IF PF-SALIR
               GO TO F-CIERRO-PEDIDO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-ESTADO-CIERRE)
              TO W-ESTADO-CIERRE.
            IF W-ESTADO-CIERRE NOT = "C" AND W-ESTADO-CIERRE NOT = "N"
               DISPLAY "Cierre invalido" LINE 24 COL 1
               GO TO F-CIERRO-PEDIDO
            END-IF.
            IF W-ESTADO-CIERRE = "C" AND NOT PDP-RECTIFICACION
               DISPLAY "El acceso y la supresion se cumplen por su "
                       "proceso" LINE 24 COL 1
               GO TO F-CIERRO-PEDIDO
            END-IF.
            DISPLAY "Motivo / resultado: " LINE 16 COL 10.
            MOVE SPACES TO W-OBSERVACION.
            ACCEPT W-OBSERVACION LINE 16 COL 31 PROMPT.
            IF W-OBSERVACION = SPACES
               DISPLAY "Indique el motivo o el resultado" LINE 24 COL 1
               GO TO F-CIERRO-PEDIDO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-OBSERVACION) TO W-OBSERVACION.
            MOVE W-ESTADO-CIERRE TO PDP-ESTADO.
            MOVE W-FECHA-SISTEMA TO PDP-FECHA-CUMPLIDO.
            MOVE W-OPERADOR-ACTUAL TO PDP-OPERADOR-CIERRE.
            MOVE W-OBSERVACION TO PDP-OBSERVACION.
            REWRITE REG-PEDIDO-DP
              INVALID KEY
                DISPLAY "Error grabando el pedido: " ST-PEDIDOS-DP
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Pedido cerrado" LINE 24 COL 1
            END-REWRITE.

       F-CIERRO-PEDIDO.
            EXIT.

       END PROGRAM "ABM-DATOS-PERSONALES".
