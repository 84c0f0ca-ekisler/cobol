      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Certificados de Exencion / Exclusion. El
      *          area impositiva carga el certificado que presenta el
      *          cliente (IB percepcion de IIBB por jurisdiccion, IV
      *          percepcion de IVA) con su numero, el porcentaje
      *          excluido y la vigencia; ABM-FACTURAS lo aplica en
      *          CALCULO-PERCEPCION mientras este vigente, en lugar de
      *          percibir y corregir despues con nota de credito. La
      *          consulta es libre; alta, modificacion y baja se
      *          validan contra la matriz de permisos con el codigo
      *          "X" + letra, y un intento denegado queda asentado en
      *          RECHAZOS-ABM. Los que vencen en los proximos 30 dias
      *          los lista REPORTE-CERTIFICADOS-VENCER en CICLOMES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CERTIFICADOS-EXENCION".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/certificadosExencion.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/certificadosExencion.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-CERTIFICADOS    PIC XX.
       01 ST-FILE            PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-CLI-ID           PIC 9(7).
       01 W-IMPUESTO         PIC X(2).
          88 W-IMPUESTO-IIBB      VALUE "IB".
          88 W-IMPUESTO-VALIDO    VALUE "IB" "IV".
       01 W-JURISDICCION     PIC X(3).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CERTIFICADO-EXISTE VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-DATOS-VALIDOS    PIC X.
       01 PORCENTAJE-ZZ      PIC ZZ9,99.

       01 W-COD-PERMISO      PIC X(2).
       01 W-PERMITIDO        PIC X.

      * Captura de fecha con validacion real (anio/mes/dia) a traves
      * de VALIDO-FECHA, igual que en ABM-COBRANZAS.
       01 W-FECHA-CAPTURA    PIC 9(8).
       01 FECHA-CAPTURA-R REDEFINES W-FECHA-CAPTURA.
          05 FC-ANIO         PIC 9(4).
          05 FC-MES          PIC 9(2).
          05 FC-DIA          PIC 9(2).
       01 W-FECHA-VALIDA     PIC X.

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
                    "Certificados de Exencion - Firma de Operador"
                        LINE 3 COL 18
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
            OPEN I-O CERTIFICADOS-EXENCION.
            IF ST-CERTIFICADOS > "07"
               DISPLAY "Error abriendo Certificados: " ST-CERTIFICADOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
                       LINE 24 COL 1
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
            CLOSE CERTIFICADOS-EXENCION.
            CLOSE CLIENTES.
            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * PROCESO: la clave es cliente + impuesto + jurisdiccion. Un
      * certificado de IVA no lleva jurisdiccion; en uno de IIBB la
      * jurisdiccion en blanco toma la del cliente.
       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Certificados de Exencion / Exclusion" LINE 3 COL 22
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja C=Consulta  PF3=Salir"
                        LINE 24 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            MOVE FUNCTION UPPER-CASE(X) TO X.
            PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO.
            IF W-PERMITIDO NOT = "S"
               PERFORM PREGUNTO-CONTINUAR
               GO TO F-PROCESO
            END-IF.
            DISPLAY "Cliente      : " LINE 7 COL 10.
            ACCEPT W-CLI-ID LINE 7 COL 26 PROMPT.
            MOVE W-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                DISPLAY "Cliente inexistente" LINE 24 COL 1
                PERFORM PREGUNTO-CONTINUAR
                GO TO F-PROCESO
            END-READ.
            DISPLAY CLI_NOMBRE(1:40) LINE 7 COL 36.
            DISPLAY "Impuesto     : " LINE 8 COL 10
                    "(IB=IIBB IV=IVA)" LINE 8 COL 36.
            ACCEPT W-IMPUESTO LINE 8 COL 26 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-IMPUESTO) TO W-IMPUESTO.
            IF NOT W-IMPUESTO-VALIDO
               DISPLAY "Impuesto invalido" LINE 24 COL 1
               PERFORM PREGUNTO-CONTINUAR
               GO TO F-PROCESO
            END-IF.
            MOVE SPACES TO W-JURISDICCION.
            IF W-IMPUESTO-IIBB
               DISPLAY "Jurisdiccion : " LINE 9 COL 10
               ACCEPT W-JURISDICCION LINE 9 COL 26 PROMPT
               MOVE FUNCTION UPPER-CASE(W-JURISDICCION)
                 TO W-JURISDICCION
               IF W-JURISDICCION = SPACES
                  MOVE CLI_JURISDICCION TO W-JURISDICCION
                  DISPLAY W-JURISDICCION LINE 9 COL 26
               END-IF
               IF W-JURISDICCION = SPACES
                  DISPLAY "Falta la jurisdiccion" LINE 24 COL 1
                  PERFORM PREGUNTO-CONTINUAR
                  GO TO F-PROCESO
               END-IF
            END-IF.
            MOVE W-CLI-ID TO CEX-CLI-ID.
            MOVE W-IMPUESTO TO CEX-IMPUESTO.
            MOVE W-JURISDICCION TO CEX-JURISDICCION.
            READ CERTIFICADOS-EXENCION KEY IS CEX-CLAVE
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            EVALUATE X
               WHEN "A"
                  PERFORM ALTA-CERTIFICADO THRU F-ALTA-CERTIFICADO
               WHEN "M"
                  PERFORM MODIFICA-CERTIFICADO
                     THRU F-MODIFICA-CERTIFICADO
               WHEN "B"
                  PERFORM BAJA-CERTIFICADO THRU F-BAJA-CERTIFICADO
               WHEN "C"
                  PERFORM CONSULTA-CERTIFICADO
                     THRU F-CONSULTA-CERTIFICADO
               WHEN OTHER
                  DISPLAY "Transaccion invalida" LINE 24 COL 1
            END-EVALUATE.
            PERFORM PREGUNTO-CONTINUAR.

       F-PROCESO.
            EXIT.

      * CONTROLO-PERMISO: la consulta es libre; el resto se valida
      * contra la matriz con el codigo "X" + letra. Un intento
      * denegado queda asentado en RECHAZOS-ABM.
       CONTROLO-PERMISO.
            IF X = "C"
               MOVE "S" TO W-PERMITIDO
               GO TO F-CONTROLO-PERMISO
            END-IF.
            MOVE SPACES TO W-COD-PERMISO.
            STRING "X" X DELIMITED BY SIZE INTO W-COD-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE X TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "CERTIFICADOS DE EXENCION SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

       PREGUNTO-CONTINUAR.
            DISPLAY "¿Otra transaccion? (S/N)" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 26.
            IF X = "N" OR X = "n"
               MOVE "S" TO FIN
            END-IF.

       ALTA-CERTIFICADO.
            IF W-CERTIFICADO-EXISTE
               DISPLAY "El certificado ya existe, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-CERTIFICADO
            END-IF.
            INITIALIZE REG-CERTIFICADO-EXENCION
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-CLI-ID TO CEX-CLI-ID.
            MOVE W-IMPUESTO TO CEX-IMPUESTO.
            MOVE W-JURISDICCION TO CEX-JURISDICCION.
            PERFORM PIDO-DATOS-CERTIFICADO
               THRU F-PIDO-DATOS-CERTIFICADO.
            IF W-DATOS-VALIDOS NOT = "S"
               GO TO F-ALTA-CERTIFICADO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CEX-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO CEX-USUARIO-ALTA.
            WRITE REG-CERTIFICADO-EXENCION
              INVALID KEY
                DISPLAY "Error grabando certificado: " ST-CERTIFICADOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Certificado grabado" LINE 24 COL 1
            END-WRITE.

       F-ALTA-CERTIFICADO.
            EXIT.

      * PIDO-DATOS-CERTIFICADO: numero obligatorio, porcentaje entre
      * 0,01 y 100 y vigencia con fechas reales y desde <= hasta; con
      * cualquier dato mal no se graba.
       PIDO-DATOS-CERTIFICADO.
            MOVE "N" TO W-DATOS-VALIDOS.
            DISPLAY "Nro. certificado: " LINE 11 COL 10.
            ACCEPT CEX-NUMERO LINE 11 COL 29 PROMPT.
            IF CEX-NUMERO = SPACES
               DISPLAY "Falta el numero de certificado" LINE 24 COL 1
               GO TO F-PIDO-DATOS-CERTIFICADO
            END-IF.
            DISPLAY "% excluido      : " LINE 12 COL 10.
            ACCEPT CEX-PORCENTAJE LINE 12 COL 29 PROMPT.
            IF CEX-PORCENTAJE = 0 OR CEX-PORCENTAJE > 100
               DISPLAY "Porcentaje invalido (0,01 a 100)"
                       LINE 24 COL 1
               GO TO F-PIDO-DATOS-CERTIFICADO
            END-IF.
            DISPLAY "Vigente desde   : " LINE 13 COL 10.
            ACCEPT W-FECHA-CAPTURA LINE 13 COL 29 PROMPT.
            PERFORM VALIDO-FECHA-CAPTURA THRU F-VALIDO-FECHA-CAPTURA.
            IF W-FECHA-VALIDA NOT = "S"
               GO TO F-PIDO-DATOS-CERTIFICADO
            END-IF.
            MOVE W-FECHA-CAPTURA TO CEX-VIGENCIA-DESDE.
            DISPLAY "Vigente hasta   : " LINE 14 COL 10.
            ACCEPT W-FECHA-CAPTURA LINE 14 COL 29 PROMPT.
            PERFORM VALIDO-FECHA-CAPTURA THRU F-VALIDO-FECHA-CAPTURA.
            IF W-FECHA-VALIDA NOT = "S"
               GO TO F-PIDO-DATOS-CERTIFICADO
            END-IF.
            MOVE W-FECHA-CAPTURA TO CEX-VIGENCIA-HASTA.
            IF CEX-VIGENCIA-HASTA < CEX-VIGENCIA-DESDE
               DISPLAY "La vigencia termina antes de empezar"
                       LINE 24 COL 1
               GO TO F-PIDO-DATOS-CERTIFICADO
            END-IF.
            MOVE "S" TO W-DATOS-VALIDOS.

       F-PIDO-DATOS-CERTIFICADO.
            EXIT.

       VALIDO-FECHA-CAPTURA.
            IF W-FECHA-CAPTURA IS NUMERIC
                  AND FC-MES > 0 AND FC-MES < 13
               CALL "VALIDO-FECHA" USING FC-ANIO FC-MES FC-DIA
                    W-FECHA-VALIDA
            ELSE
               MOVE "N" TO W-FECHA-VALIDA
            END-IF.
            IF W-FECHA-VALIDA NOT = "S"
               DISPLAY "Fecha invalida (AAAAMMDD)" LINE 24 COL 1
            END-IF.

       F-VALIDO-FECHA-CAPTURA.
            EXIT.

       MODIFICA-CERTIFICADO.
            IF NOT W-CERTIFICADO-EXISTE
               DISPLAY "Certificado inexistente" LINE 24 COL 1
               GO TO F-MODIFICA-CERTIFICADO
            END-IF.
            PERFORM MUESTRO-CERTIFICADO.
            PERFORM PIDO-DATOS-CERTIFICADO
               THRU F-PIDO-DATOS-CERTIFICADO.
            IF W-DATOS-VALIDOS NOT = "S"
               GO TO F-MODIFICA-CERTIFICADO
            END-IF.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CEX-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CEX-USUARIO-MODIF.
            REWRITE REG-CERTIFICADO-EXENCION
              INVALID KEY
                DISPLAY "Error modificando certificado: "
                        ST-CERTIFICADOS LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Certificado modificado" LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-CERTIFICADO.
            EXIT.

       BAJA-CERTIFICADO.
            IF NOT W-CERTIFICADO-EXISTE
               DISPLAY "Certificado inexistente" LINE 24 COL 1
            ELSE
               DELETE CERTIFICADOS-EXENCION RECORD
                 INVALID KEY
                   DISPLAY "Error eliminando certificado: "
                           ST-CERTIFICADOS LINE 24 COL 1
                 NOT INVALID KEY
                   DISPLAY "Certificado eliminado" LINE 24 COL 1
               END-DELETE
            END-IF.

       F-BAJA-CERTIFICADO.
            EXIT.

       CONSULTA-CERTIFICADO.
            IF W-CERTIFICADO-EXISTE
               PERFORM MUESTRO-CERTIFICADO
            ELSE
               DISPLAY "Certificado inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-CERTIFICADO.
            EXIT.

       MUESTRO-CERTIFICADO.
            MOVE CEX-PORCENTAJE TO PORCENTAJE-ZZ.
            DISPLAY "Nro. certificado: " LINE 11 COL 10
                    CEX-NUMERO LINE 11 COL 29
                    "% excluido      : " LINE 12 COL 10
                    PORCENTAJE-ZZ LINE 12 COL 29
                    "Vigente desde   : " LINE 13 COL 10
                    CEX-VIGENCIA-DESDE LINE 13 COL 29
                    "Vigente hasta   : " LINE 14 COL 10
                    CEX-VIGENCIA-HASTA LINE 14 COL 29
                    "Alta            : " LINE 16 COL 10
                    CEX-FECHA-ALTA LINE 16 COL 29
                    CEX-USUARIO-ALTA LINE 16 COL 39.

       END PROGRAM "ABM-CERTIFICADOS-EXENCION".
