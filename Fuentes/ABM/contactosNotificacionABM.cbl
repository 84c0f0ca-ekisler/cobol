      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de contactos y preferencias de aviso. Mantiene
      *          CONTACTOS-NOTIFICACION, el e-mail y el celular de
      *          cada cliente (tipo C) y vendedor (tipo V) -- CLIENTES
      *          y VENDEDORES no tienen lugar para ninguno de los dos
      *          -- junto con el canal por el que quiere recibir los
      *          avisos y los eventos que pidio no recibir. La baja
      *          no borra el registro: lo marca con baja total, asi
      *          queda constancia de que el cliente no quiere avisos.
      *          La transaccion V muestra los avisos de un cliente en
      *          NOTIFICACIONES con su estado (pendiente, enviado,
      *          entregado, rebotado u omitido y por que), para que
      *          cobranzas sepa si el cliente efectivamente se entero.
      *          Misma firma de operador y mismo esquema de menu que
      *          ABM-VENDEDORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CONTACTOS-NOTIFICACION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/contactosNotificacion.sel".
              COPY "./sel/notificaciones.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/vendedores.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/contactosNotificacion.fd".
              COPY "./fd/notificaciones.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/vendedores.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.

       01 ST-CONTACTOS       PIC XX.
       01 ST-NOTIFICACIONES  PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-VENDEDORES      PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-TIPO             PIC X.
       01 W-CLI-ID           PIC 9(7).
       01 W-VEN-CODIGO       PIC X(5).
       01 W-NOMBRE           PIC X(40).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CONTACTO-EXISTE VALUE "S".
       01 W-TITULAR-VALIDO   PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).

      * W-EVENTOS-BAJA: los eventos que el destinatario no quiere
      * recibir, cargados de corrido en un solo campo de pantalla.
       01 W-EVENTOS-BAJA     PIC X(20).
       01 W-EVENTOS-BAJA-R REDEFINES W-EVENTOS-BAJA.
          05 W-EVENTO-BAJA   PIC XX OCCURS 10 TIMES.
             88 W-EVENTO-VALIDO VALUE "BC" "LC" "CR" "PV" "CI" "FE"
                                      "CV" SPACES.
       01 W-EVENTOS-OK       PIC X.
       01 W-IND              PIC 99.

       01 W-LINEA            PIC 99.
       01 W-FIN-AVISOS       PIC X.
       01 W-CANT-AVISOS      PIC 9(5).
       01 W-ESTADO-AVISO     PIC X(10).

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

       01 ST-OPERADORES      PIC XX.
       01 W-FIN-OPERADORES   PIC X VALUE "N".
      * W-TABLA-RESET: la tabla embebida se pisa recien al leer el
      * PRIMER registro del archivo, igual que en el resto de los
      * ABMs con firma.
       01 W-TABLA-RESET      PIC X VALUE "N".

      * TABLA-OPERADORES: los mismos operadores habilitados que
      * fuente04.cbl -- los VALUE son el defensivo si operadores.dat
      * no existe; LEO-OPERADORES los reemplaza con el archivo, una
      * sola lista mantenida para todo el sistema.
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

      * LEO-OPERADORES: cuando operadores.dat existe y trae al menos
      * un registro, su contenido REEMPLAZA la tabla embebida de
      * operadores (hasta 10); sin archivo de control, o con el
      * archivo vacio, quedan los VALUE de compilacion.
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
                    "A.B.M. Contactos de Aviso - Firma de Operador"
                        LINE 3 COL 17
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
            OPEN I-O CONTACTOS-NOTIFICACION.
            IF ST-CONTACTOS > "07"
               DISPLAY "Error abriendo Contactos: " ST-CONTACTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT NOTIFICACIONES.
            IF ST-NOTIFICACIONES > "07"
               DISPLAY "Error abriendo Notificaciones: "
                       ST-NOTIFICACIONES LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT VENDEDORES.
            IF ST-VENDEDORES > "07"
               DISPLAY "Error abriendo Vendedores: " ST-VENDEDORES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE CONTACTOS-NOTIFICACION.
            CLOSE NOTIFICACIONES.
            CLOSE CLIENTES.
            CLOSE VENDEDORES.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Contactos de Aviso" LINE 3 COL 28
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja C=Consulta V=Ver avisos"
                        LINE 24 COL 1
                    "PF3=Salir" LINE 24 COL 51
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            IF X = "V"
               PERFORM VER-AVISOS THRU F-VER-AVISOS
               PERFORM PREGUNTO-CONTINUAR
               GO TO F-PROCESO
            END-IF.
            PERFORM PIDO-TITULAR THRU F-PIDO-TITULAR.
            IF W-TITULAR-VALIDO NOT = "S"
               PERFORM PREGUNTO-CONTINUAR
               GO TO F-PROCESO
            END-IF.
            READ CONTACTOS-NOTIFICACION KEY IS CTN-CLAVE
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            EVALUATE X
               WHEN "A"
                  PERFORM ALTA-CONTACTO THRU F-ALTA-CONTACTO
               WHEN "M"
                  PERFORM MODIFICA-CONTACTO THRU F-MODIFICA-CONTACTO
               WHEN "B"
                  PERFORM BAJA-CONTACTO THRU F-BAJA-CONTACTO
               WHEN "C"
                  PERFORM CONSULTA-CONTACTO THRU F-CONSULTA-CONTACTO
               WHEN OTHER
                  DISPLAY "Transaccion invalida" LINE 24 COL 1
            END-EVALUATE.
            PERFORM PREGUNTO-CONTINUAR.

       F-PROCESO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra transaccion? (S/N)" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 26.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

      * PIDO-TITULAR: tipo C (cliente, por CLI_ID) o V (vendedor, por
      * VEN-CODIGO); el titular tiene que existir en su maestro.
       PIDO-TITULAR.
            MOVE "N" TO W-TITULAR-VALIDO.
            DISPLAY "Tipo (C=Cliente V=Vendedor): " LINE 7 COL 10.
            ACCEPT W-TIPO LINE 7 COL 40 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-TIPO) TO W-TIPO.
            MOVE SPACES TO W-NOMBRE.
            EVALUATE W-TIPO
               WHEN "C"
                  MOVE 0 TO W-CLI-ID
                  DISPLAY "Cliente: " LINE 8 COL 10
                  ACCEPT W-CLI-ID LINE 8 COL 20 PROMPT
                  MOVE W-CLI-ID TO CLI_ID
                  READ CLIENTES KEY IS ID_CLIENTE
                    INVALID KEY
                      DISPLAY "Cliente inexistente" LINE 24 COL 1
                    NOT INVALID KEY
                      MOVE CLI_NOMBRE TO W-NOMBRE
                      MOVE "S" TO W-TITULAR-VALIDO
                  END-READ
                  MOVE "C" TO CTN-TIPO
                  MOVE W-CLI-ID TO CTN-CODIGO
               WHEN "V"
                  DISPLAY "Vendedor: " LINE 8 COL 10
                  ACCEPT W-VEN-CODIGO LINE 8 COL 20 PROMPT
                  MOVE W-VEN-CODIGO TO VEN-CODIGO
                  READ VENDEDORES KEY IS VEN-CODIGO
                    INVALID KEY
                      DISPLAY "Vendedor inexistente" LINE 24 COL 1
                    NOT INVALID KEY
                      MOVE VEN-NOMBRE TO W-NOMBRE
                      MOVE "S" TO W-TITULAR-VALIDO
                  END-READ
                  MOVE "V" TO CTN-TIPO
                  MOVE W-VEN-CODIGO TO CTN-CODIGO
               WHEN OTHER
                  DISPLAY "Tipo invalido" LINE 24 COL 1
            END-EVALUATE.
            IF W-TITULAR-VALIDO = "S"
               DISPLAY W-NOMBRE LINE 8 COL 30
            END-IF.

       F-PIDO-TITULAR.
            EXIT.

       ALTA-CONTACTO.
            IF W-CONTACTO-EXISTE
               DISPLAY "El contacto ya existe, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-CONTACTO
            END-IF.
            MOVE SPACES TO CTN-EMAIL CTN-CELULAR.
            MOVE "E" TO CTN-CANAL.
            MOVE "N" TO CTN-BAJA-TOTAL.
            MOVE SPACES TO W-EVENTOS-BAJA.
            PERFORM EDITO-CONTACTO THRU F-EDITO-CONTACTO.
            IF W-EVENTOS-OK NOT = "S"
               GO TO F-ALTA-CONTACTO
            END-IF.
            WRITE REG-CONTACTO-NOTIFICACION
              INVALID KEY
                DISPLAY "Error grabando contacto: " ST-CONTACTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Contacto dado de alta" LINE 24 COL 1
            END-WRITE.

       F-ALTA-CONTACTO.
            EXIT.

       MODIFICA-CONTACTO.
            IF NOT W-CONTACTO-EXISTE
               DISPLAY "Contacto inexistente, use Alta" LINE 24 COL 1
               GO TO F-MODIFICA-CONTACTO
            END-IF.
            PERFORM MUESTRO-CONTACTO THRU F-MUESTRO-CONTACTO.
            PERFORM EDITO-CONTACTO THRU F-EDITO-CONTACTO.
            IF W-EVENTOS-OK NOT = "S"
               GO TO F-MODIFICA-CONTACTO
            END-IF.
            REWRITE REG-CONTACTO-NOTIFICACION
              INVALID KEY
                DISPLAY "Error modificando contacto: " ST-CONTACTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Contacto modificado" LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-CONTACTO.
            EXIT.

      * BAJA-CONTACTO: baja total de avisos, el registro queda.
       BAJA-CONTACTO.
            IF NOT W-CONTACTO-EXISTE
               DISPLAY "Contacto inexistente" LINE 24 COL 1
               GO TO F-BAJA-CONTACTO
            END-IF.
            SET CTN-DADO-DE-BAJA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CTN-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CTN-USUARIO-MODIF.
            REWRITE REG-CONTACTO-NOTIFICACION
              INVALID KEY
                DISPLAY "Error dando de baja contacto: " ST-CONTACTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Baja total de avisos registrada"
                        LINE 24 COL 1
            END-REWRITE.

       F-BAJA-CONTACTO.
            EXIT.

       CONSULTA-CONTACTO.
            IF W-CONTACTO-EXISTE
               PERFORM MUESTRO-CONTACTO THRU F-MUESTRO-CONTACTO
            ELSE
               DISPLAY "Contacto inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-CONTACTO.
            EXIT.

       EDITO-CONTACTO.
            DISPLAY "E-mail       : " LINE 10 COL 10.
            ACCEPT CTN-EMAIL LINE 10 COL 26 PROMPT.
            DISPLAY "Celular      : " LINE 11 COL 10.
            ACCEPT CTN-CELULAR LINE 11 COL 26 PROMPT.
            DISPLAY "Canal (E=E-mail S=SMS A=Ambos N=Ninguno): "
                    LINE 12 COL 10.
            ACCEPT CTN-CANAL LINE 12 COL 53 PROMPT.
            MOVE FUNCTION UPPER-CASE(CTN-CANAL) TO CTN-CANAL.
            IF NOT CTN-CANAL-EMAIL AND NOT CTN-CANAL-SMS
                  AND NOT CTN-CANAL-NINGUNO
               MOVE "E" TO CTN-CANAL
            END-IF.
            DISPLAY "Baja total de avisos (S/N): " LINE 13 COL 10.
            ACCEPT CTN-BAJA-TOTAL LINE 13 COL 40 PROMPT.
            MOVE FUNCTION UPPER-CASE(CTN-BAJA-TOTAL) TO CTN-BAJA-TOTAL.
            IF NOT CTN-DADO-DE-BAJA
               MOVE "N" TO CTN-BAJA-TOTAL
            END-IF.
            DISPLAY "Eventos que no recibe (BC LC CR PV CI FE CV, "
                    "de corrido):" LINE 14 COL 10.
            ACCEPT W-EVENTOS-BAJA LINE 15 COL 26 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-EVENTOS-BAJA) TO W-EVENTOS-BAJA.
            MOVE "S" TO W-EVENTOS-OK.
            PERFORM VALIDO-EVENTO THRU F-VALIDO-EVENTO
                VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10.
            IF W-EVENTOS-OK NOT = "S"
               DISPLAY "Evento invalido, no se graba" LINE 24 COL 1
               GO TO F-EDITO-CONTACTO
            END-IF.
            PERFORM PASO-EVENTO THRU F-PASO-EVENTO
                VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CTN-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CTN-USUARIO-MODIF.

       F-EDITO-CONTACTO.
            EXIT.

       VALIDO-EVENTO.
            IF NOT W-EVENTO-VALIDO(W-IND)
               MOVE "N" TO W-EVENTOS-OK
            END-IF.

       F-VALIDO-EVENTO.
            EXIT.

       PASO-EVENTO.
            MOVE W-EVENTO-BAJA(W-IND) TO CTN-EVENTOS-BAJA(W-IND).

       F-PASO-EVENTO.
            EXIT.

       MUESTRO-CONTACTO.
            PERFORM TOMO-EVENTO THRU F-TOMO-EVENTO
                VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10.
            DISPLAY "E-mail       : " LINE 10 COL 10
                    CTN-EMAIL LINE 10 COL 26
                    "Celular      : " LINE 11 COL 10
                    CTN-CELULAR LINE 11 COL 26
                    "Canal        : " LINE 12 COL 10
                    CTN-CANAL LINE 12 COL 26
                    "Baja total   : " LINE 13 COL 10
                    CTN-BAJA-TOTAL LINE 13 COL 26
                    "Sin eventos  : " LINE 14 COL 10
                    W-EVENTOS-BAJA LINE 14 COL 26
                    "Modificado   : " LINE 16 COL 10
                    CTN-FECHA-MODIF LINE 16 COL 26
                    CTN-USUARIO-MODIF LINE 16 COL 36.

       F-MUESTRO-CONTACTO.
            EXIT.

       TOMO-EVENTO.
            MOVE CTN-EVENTOS-BAJA(W-IND) TO W-EVENTO-BAJA(W-IND).

       F-TOMO-EVENTO.
            EXIT.

      * VER-AVISOS: los avisos del cliente por la alterna NTF-CLI-ID,
      * de a 13 renglones por pantalla.
       VER-AVISOS.
            MOVE 0 TO W-CLI-ID.
            DISPLAY "Cliente: " LINE 7 COL 10.
            ACCEPT W-CLI-ID LINE 7 COL 20 PROMPT.
            MOVE W-CLI-ID TO NTF-CLI-ID.
            MOVE "N" TO W-FIN-AVISOS.
            MOVE 0 TO W-CANT-AVISOS.
            START NOTIFICACIONES KEY IS EQUAL TO NTF-CLI-ID
              INVALID KEY
                DISPLAY "El cliente no tiene avisos" LINE 24 COL 1
                GO TO F-VER-AVISOS
            END-START.
            PERFORM TITULO-AVISOS THRU F-TITULO-AVISOS.
            PERFORM MUESTRO-UN-AVISO THRU F-MUESTRO-UN-AVISO
                UNTIL W-FIN-AVISOS = "S".
            DISPLAY "Avisos del cliente: " W-CANT-AVISOS
                    LINE 23 COL 1.

       F-VER-AVISOS.
            EXIT.

       TITULO-AVISOS.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Avisos del cliente " LINE 3 COL 20
                    W-CLI-ID LINE 3 COL 39
                    GUIONES LINE 4 COL 1
                    "Fecha    Ev D C Estado     Referencia"
                        LINE 6 COL 1
                    "Motivo" LINE 6 COL 50.
            MOVE 8 TO W-LINEA.

       F-TITULO-AVISOS.
            EXIT.

       MUESTRO-UN-AVISO.
            READ NOTIFICACIONES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-AVISOS
                GO TO F-MUESTRO-UN-AVISO
            END-READ.
            IF NTF-CLI-ID NOT = W-CLI-ID
               MOVE "S" TO W-FIN-AVISOS
               GO TO F-MUESTRO-UN-AVISO
            END-IF.
            IF W-LINEA > 20
               DISPLAY "Enter para seguir, PF3 para terminar"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 40
               IF PF-SALIR
                  MOVE "S" TO W-FIN-AVISOS
                  GO TO F-MUESTRO-UN-AVISO
               END-IF
               PERFORM TITULO-AVISOS THRU F-TITULO-AVISOS
            END-IF.
            EVALUATE TRUE
               WHEN NTF-PENDIENTE
                  MOVE "PENDIENTE" TO W-ESTADO-AVISO
               WHEN NTF-ENVIADA
                  MOVE "ENVIADO" TO W-ESTADO-AVISO
               WHEN NTF-ENTREGADA
                  MOVE "ENTREGADO" TO W-ESTADO-AVISO
               WHEN NTF-REBOTADA
                  MOVE "REBOTADO" TO W-ESTADO-AVISO
               WHEN OTHER
                  MOVE "OMITIDO" TO W-ESTADO-AVISO
            END-EVALUATE.
            DISPLAY NTF-FECHA LINE W-LINEA COL 1
                    NTF-EVENTO LINE W-LINEA COL 10
                    NTF-DESTINATARIO LINE W-LINEA COL 13
                    NTF-CANAL LINE W-LINEA COL 15
                    W-ESTADO-AVISO LINE W-LINEA COL 17
                    NTF-REFERENCIA LINE W-LINEA COL 28
                    NTF-MOTIVO(1:30) LINE W-LINEA COL 50.
            ADD 1 TO W-LINEA.
            ADD 1 TO W-CANT-AVISOS.

       F-MUESTRO-UN-AVISO.
            EXIT.

       END PROGRAM "ABM-CONTACTOS-NOTIFICACION".
