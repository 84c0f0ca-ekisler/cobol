      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Campanas promocionales. Marketing carga
      *          cada campana ("10% en la familia X durante
      *          noviembre", "lleva 10 y se bonifica 1") con su
      *          vigencia, hasta 10 productos o familias alcanzados,
      *          las categorias de cliente y las sucursales (en
      *          blanco, todas) y el beneficio; ABM-FACTURAS la
      *          aplica sola en el renglon y el vendedor deja de
      *          cargarla como descuento. Alta, modificacion y baja
      *          piden el permiso CM de la matriz; la consulta es
      *          libre. La baja es logica: la campana sigue siendo la
      *          referencia del reporte de resultados.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-CAMPANAS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/campanas.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/familias.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/campanas.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/familias.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".

       WORKING-STORAGE SECTION.

       01 ST-CAMPANAS        PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 ST-FAMILIAS        PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-CAMP-CODIGO      PIC X(6).
       01 W-EXISTE           PIC X VALUE "N".
          88 W-CAMPANA-EXISTE VALUE "S".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-DATOS-OK         PIC X.
       01 W-OBJETO-OK        PIC X.
       01 W-INDICE-OBJ       PIC 9(2).
       01 W-INDICE-FILTRO    PIC 9.
       01 W-LINEA-OBJ        PIC 99.
       01 W-COL-OBJ          PIC 99.
       01 W-RESTO-OBJ        PIC 9.
       01 PORC-ZZ            PIC Z9,99.

       01 W-COD-PERMISO      PIC X(2) VALUE "CM".
       01 W-PERMITIDO        PIC X.

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
                    "Campanas Promocionales - Firma de Operador"
                        LINE 3 COL 19
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
            OPEN I-O CAMPANAS.
            IF ST-CAMPANAS > "07"
               DISPLAY "Error abriendo Campanas: " ST-CAMPANAS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN INPUT FAMILIAS.
            IF ST-FAMILIAS > "07"
               DISPLAY "Error abriendo Familias: " ST-FAMILIAS
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
            CLOSE CAMPANAS.
            CLOSE PRODUCTOS.
            CLOSE FAMILIAS.
            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Campanas Promocionales" LINE 3 COL 29
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja C=Consulta  PF3=Salir"
                        LINE 23 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               EVALUATE X
                  WHEN "A"
                  WHEN "M"
                  WHEN "B"
                     PERFORM CONTROLO-PERMISO THRU F-CONTROLO-PERMISO
                     IF W-PERMITIDO = "S"
                        PERFORM TRANSACCION-CAMPANA
                           THRU F-TRANSACCION-CAMPANA
                     END-IF
                  WHEN "C"
                     PERFORM TRANSACCION-CAMPANA
                        THRU F-TRANSACCION-CAMPANA
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

      * CONTROLO-PERMISO: mantener campanas es de marketing (permiso
      * CM); el intento sin permiso queda en RECHAZOS-ABM.
       CONTROLO-PERMISO.
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
               MOVE "MANTENIMIENTO DE CAMPANAS SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

       TRANSACCION-CAMPANA.
            DISPLAY "Campana      : " LINE 7 COL 10.
            ACCEPT W-CAMP-CODIGO LINE 7 COL 30 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-CAMP-CODIGO) TO W-CAMP-CODIGO.
            MOVE W-CAMP-CODIGO TO CAMP-CODIGO.
            READ CAMPANAS KEY IS CAMP-CODIGO
              INVALID KEY
                MOVE "N" TO W-EXISTE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE
            END-READ.
            EVALUATE X
               WHEN "A"
                  PERFORM ALTA-CAMPANA THRU F-ALTA-CAMPANA
               WHEN "M"
                  PERFORM MODIFICA-CAMPANA THRU F-MODIFICA-CAMPANA
               WHEN "B"
                  PERFORM BAJA-CAMPANA THRU F-BAJA-CAMPANA
               WHEN "C"
                  PERFORM CONSULTA-CAMPANA THRU F-CONSULTA-CAMPANA
            END-EVALUATE.

       F-TRANSACCION-CAMPANA.
            EXIT.

       ALTA-CAMPANA.
            IF W-CAMPANA-EXISTE
               DISPLAY "La campana ya existe, use Modifica"
                       LINE 24 COL 1
               GO TO F-ALTA-CAMPANA
            END-IF.
            INITIALIZE REG-CAMPANA
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-CAMP-CODIGO TO CAMP-CODIGO.
            PERFORM PIDO-DATOS-CAMPANA THRU F-PIDO-DATOS-CAMPANA.
            IF W-DATOS-OK NOT = "S"
               GO TO F-ALTA-CAMPANA
            END-IF.
            SET CAMP-ACTIVA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CAMP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CAMP-USUARIO-MODIF.
            WRITE REG-CAMPANA
              INVALID KEY
                DISPLAY "Error grabando campana: " ST-CAMPANAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Campana grabada" LINE 24 COL 1
            END-WRITE.

       F-ALTA-CAMPANA.
            EXIT.

      * PIDO-DATOS-CAMPANA: el beneficio tiene que tener con que
      * calcularse (porcentaje entre 0 y 100, o lleva y bonifica
      * mayores que cero); cada producto tiene que existir en
      * PRODUCTOS y cada familia en FAMILIAS.
       PIDO-DATOS-CAMPANA.
            MOVE "N" TO W-DATOS-OK.
            DISPLAY "Descripcion  : " LINE 08 COL 10.
            ACCEPT CAMP-DESCRIPCION LINE 08 COL 30 PROMPT.
            DISPLAY "Vigente desde: " LINE 09 COL 10.
            ACCEPT CAMP-DESDE LINE 09 COL 30 PROMPT.
            DISPLAY "Vigente hasta: " LINE 10 COL 10.
            ACCEPT CAMP-HASTA LINE 10 COL 30 PROMPT.
            IF CAMP-HASTA < CAMP-DESDE
               DISPLAY "La campana termina antes de empezar"
                       LINE 24 COL 1
               GO TO F-PIDO-DATOS-CAMPANA
            END-IF.
            DISPLAY "Beneficio (P=% L=Lleva/bonifica): "
                    LINE 11 COL 10.
            ACCEPT CAMP-BENEFICIO LINE 11 COL 45 PROMPT.
            MOVE FUNCTION UPPER-CASE(CAMP-BENEFICIO) TO CAMP-BENEFICIO.
            EVALUATE TRUE
               WHEN CAMP-BENEF-PORCENTAJE
                  MOVE 0 TO CAMP-LLEVA
                  MOVE 0 TO CAMP-BONIFICA
                  DISPLAY "Porcentaje   : " LINE 12 COL 10
                  ACCEPT CAMP-PORCENTAJE LINE 12 COL 30 PROMPT
                  IF CAMP-PORCENTAJE = 0
                     DISPLAY "Porcentaje invalido" LINE 24 COL 1
                     GO TO F-PIDO-DATOS-CAMPANA
                  END-IF
               WHEN CAMP-BENEF-LLEVA
                  MOVE 0 TO CAMP-PORCENTAJE
                  DISPLAY "Lleva        : " LINE 12 COL 10
                          "Bonifica: " LINE 12 COL 40
                  ACCEPT CAMP-LLEVA LINE 12 COL 30 PROMPT
                  ACCEPT CAMP-BONIFICA LINE 12 COL 51 PROMPT
                  IF CAMP-LLEVA = 0 OR CAMP-BONIFICA = 0
                     DISPLAY "Lleva y bonifica deben ser mayores "
                             "que cero" LINE 24 COL 1
                     GO TO F-PIDO-DATOS-CAMPANA
                  END-IF
               WHEN OTHER
                  DISPLAY "Beneficio invalido" LINE 24 COL 1
                  GO TO F-PIDO-DATOS-CAMPANA
            END-EVALUATE.
            DISPLAY "Productos/familias (1-10): " LINE 13 COL 10.
            ACCEPT CAMP-CANT-OBJETOS LINE 13 COL 40 PROMPT.
            IF CAMP-CANT-OBJETOS < 1 OR CAMP-CANT-OBJETOS > 10
               DISPLAY "Cantidad invalida" LINE 24 COL 1
               GO TO F-PIDO-DATOS-CAMPANA
            END-IF.
            PERFORM PIDO-UN-OBJETO THRU F-PIDO-UN-OBJETO
                VARYING W-INDICE-OBJ FROM 1 BY 1
                    UNTIL W-INDICE-OBJ > CAMP-CANT-OBJETOS.
            PERFORM LIMPIO-UN-OBJETO THRU F-LIMPIO-UN-OBJETO
                VARYING W-INDICE-OBJ FROM W-INDICE-OBJ BY 1
                    UNTIL W-INDICE-OBJ > 10.
            DISPLAY "Categorias   : " LINE 19 COL 10
                    "Sucursales   : " LINE 20 COL 10
                    "(en blanco = todas)" LINE 21 COL 26.
            PERFORM PIDO-UN-FILTRO THRU F-PIDO-UN-FILTRO
                VARYING W-INDICE-FILTRO FROM 1 BY 1
                    UNTIL W-INDICE-FILTRO > 5.
            MOVE "S" TO W-DATOS-OK.

       F-PIDO-DATOS-CAMPANA.
            EXIT.

      * PIDO-UN-OBJETO: dos por renglon de pantalla, del 14 al 18;
      * se pide de nuevo hasta que el codigo exista.
       PIDO-UN-OBJETO.
            PERFORM UBICO-OBJETO THRU F-UBICO-OBJETO.
            MOVE "N" TO W-OBJETO-OK.
            PERFORM PIDO-OBJETO-VALIDO THRU F-PIDO-OBJETO-VALIDO
                UNTIL W-OBJETO-OK = "S".

       F-PIDO-UN-OBJETO.
            EXIT.

       PIDO-OBJETO-VALIDO.
            DISPLAY "P/F" LINE W-LINEA-OBJ COL W-COL-OBJ.
            ADD 4 TO W-COL-OBJ.
            ACCEPT CAMP-OBJ-TIPO(W-INDICE-OBJ)
                   LINE W-LINEA-OBJ COL W-COL-OBJ PROMPT.
            ADD 2 TO W-COL-OBJ.
            ACCEPT CAMP-OBJ-CODIGO(W-INDICE-OBJ)
                   LINE W-LINEA-OBJ COL W-COL-OBJ PROMPT.
            SUBTRACT 6 FROM W-COL-OBJ.
            MOVE FUNCTION UPPER-CASE(CAMP-OBJ-TIPO(W-INDICE-OBJ))
              TO CAMP-OBJ-TIPO(W-INDICE-OBJ).
            EVALUATE TRUE
               WHEN CAMP-OBJ-PRODUCTO(W-INDICE-OBJ)
                  MOVE CAMP-OBJ-CODIGO(W-INDICE-OBJ) TO PROD-CODIGO
                  READ PRODUCTOS KEY IS PROD-CODIGO
                    INVALID KEY
                      DISPLAY "Producto inexistente, reingrese"
                              LINE 24 COL 1
                    NOT INVALID KEY
                      MOVE "S" TO W-OBJETO-OK
                  END-READ
               WHEN CAMP-OBJ-FAMILIA(W-INDICE-OBJ)
                  MOVE CAMP-OBJ-CODIGO(W-INDICE-OBJ) TO FAM-CODIGO
                  READ FAMILIAS KEY IS FAM-CODIGO
                    INVALID KEY
                      DISPLAY "Familia inexistente, reingrese"
                              LINE 24 COL 1
                    NOT INVALID KEY
                      MOVE "S" TO W-OBJETO-OK
                  END-READ
               WHEN OTHER
                  DISPLAY "Tipo invalido (P=Producto F=Familia)"
                          LINE 24 COL 1
            END-EVALUATE.

       F-PIDO-OBJETO-VALIDO.
            EXIT.

       UBICO-OBJETO.
            DIVIDE W-INDICE-OBJ BY 2 GIVING W-LINEA-OBJ
                   REMAINDER W-RESTO-OBJ.
            IF W-RESTO-OBJ = 1
               ADD 14 TO W-LINEA-OBJ
               MOVE 10 TO W-COL-OBJ
            ELSE
               ADD 13 TO W-LINEA-OBJ
               MOVE 45 TO W-COL-OBJ
            END-IF.

       F-UBICO-OBJETO.
            EXIT.

       LIMPIO-UN-OBJETO.
            MOVE SPACES TO CAMP-OBJ-TIPO(W-INDICE-OBJ).
            MOVE SPACES TO CAMP-OBJ-CODIGO(W-INDICE-OBJ).

       F-LIMPIO-UN-OBJETO.
            EXIT.

       PIDO-UN-FILTRO.
            COMPUTE W-COL-OBJ = 15 + (W-INDICE-FILTRO * 11).
            ACCEPT CAMP-CATEGORIA(W-INDICE-FILTRO)
                   LINE 19 COL W-COL-OBJ PROMPT.
            COMPUTE W-COL-OBJ = 21 + (W-INDICE-FILTRO * 5).
            ACCEPT CAMP-SUCURSAL(W-INDICE-FILTRO)
                   LINE 20 COL W-COL-OBJ PROMPT.

       F-PIDO-UN-FILTRO.
            EXIT.

       MODIFICA-CAMPANA.
            IF NOT W-CAMPANA-EXISTE
               DISPLAY "Campana inexistente" LINE 24 COL 1
               GO TO F-MODIFICA-CAMPANA
            END-IF.
            PERFORM MUESTRO-CAMPANA THRU F-MUESTRO-CAMPANA.
            PERFORM PIDO-DATOS-CAMPANA THRU F-PIDO-DATOS-CAMPANA.
            IF W-DATOS-OK NOT = "S"
               GO TO F-MODIFICA-CAMPANA
            END-IF.
            SET CAMP-ACTIVA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CAMP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CAMP-USUARIO-MODIF.
            REWRITE REG-CAMPANA
              INVALID KEY
                DISPLAY "Error modificando campana: " ST-CAMPANAS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Campana modificada" LINE 24 COL 1
            END-REWRITE.

       F-MODIFICA-CAMPANA.
            EXIT.

       BAJA-CAMPANA.
            IF NOT W-CAMPANA-EXISTE
               DISPLAY "Campana inexistente" LINE 24 COL 1
               GO TO F-BAJA-CAMPANA
            END-IF.
            SET CAMP-INACTIVA TO TRUE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE W-FECHA-SISTEMA TO CAMP-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO CAMP-USUARIO-MODIF.
            REWRITE REG-CAMPANA
              INVALID KEY
                DISPLAY "Error dando de baja la campana: "
                        ST-CAMPANAS LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Campana dada de baja" LINE 24 COL 1
            END-REWRITE.

       F-BAJA-CAMPANA.
            EXIT.

       CONSULTA-CAMPANA.
            IF W-CAMPANA-EXISTE
               PERFORM MUESTRO-CAMPANA THRU F-MUESTRO-CAMPANA
            ELSE
               DISPLAY "Campana inexistente" LINE 24 COL 1
            END-IF.

       F-CONSULTA-CAMPANA.
            EXIT.

       MUESTRO-CAMPANA.
            DISPLAY "Descripcion  : " LINE 08 COL 10
                    CAMP-DESCRIPCION LINE 08 COL 30
                    "Vigente desde: " LINE 09 COL 10
                    CAMP-DESDE LINE 09 COL 30
                    "Vigente hasta: " LINE 10 COL 10
                    CAMP-HASTA LINE 10 COL 30
                    "Beneficio (P=% L=Lleva/bonifica): "
                        LINE 11 COL 10
                    CAMP-BENEFICIO LINE 11 COL 45.
            IF CAMP-INACTIVA
               DISPLAY "(dada de baja)" LINE 07 COL 40
            END-IF.
            IF CAMP-BENEF-PORCENTAJE
               MOVE CAMP-PORCENTAJE TO PORC-ZZ
               DISPLAY "Porcentaje   : " LINE 12 COL 10
                       PORC-ZZ LINE 12 COL 30
            ELSE
               DISPLAY "Lleva        : " LINE 12 COL 10
                       CAMP-LLEVA LINE 12 COL 30
                       "Bonifica: " LINE 12 COL 40
                       CAMP-BONIFICA LINE 12 COL 51
            END-IF.
            DISPLAY "Productos/familias (1-10): " LINE 13 COL 10
                    CAMP-CANT-OBJETOS LINE 13 COL 40.
            PERFORM MUESTRO-UN-OBJETO THRU F-MUESTRO-UN-OBJETO
                VARYING W-INDICE-OBJ FROM 1 BY 1
                    UNTIL W-INDICE-OBJ > CAMP-CANT-OBJETOS
                       OR W-INDICE-OBJ > 10.
            DISPLAY "Categorias   : " LINE 19 COL 10
                    "Sucursales   : " LINE 20 COL 10.
            PERFORM MUESTRO-UN-FILTRO THRU F-MUESTRO-UN-FILTRO
                VARYING W-INDICE-FILTRO FROM 1 BY 1
                    UNTIL W-INDICE-FILTRO > 5.

       F-MUESTRO-CAMPANA.
            EXIT.

       MUESTRO-UN-OBJETO.
            PERFORM UBICO-OBJETO THRU F-UBICO-OBJETO.
            DISPLAY "P/F" LINE W-LINEA-OBJ COL W-COL-OBJ.
            ADD 4 TO W-COL-OBJ.
            DISPLAY CAMP-OBJ-TIPO(W-INDICE-OBJ)
                    LINE W-LINEA-OBJ COL W-COL-OBJ.
            ADD 2 TO W-COL-OBJ.
            DISPLAY CAMP-OBJ-CODIGO(W-INDICE-OBJ)
                    LINE W-LINEA-OBJ COL W-COL-OBJ.

       F-MUESTRO-UN-OBJETO.
            EXIT.

       MUESTRO-UN-FILTRO.
            COMPUTE W-COL-OBJ = 15 + (W-INDICE-FILTRO * 11).
            DISPLAY CAMP-CATEGORIA(W-INDICE-FILTRO)
                    LINE 19 COL W-COL-OBJ.
            COMPUTE W-COL-OBJ = 21 + (W-INDICE-FILTRO * 5).
            DISPLAY CAMP-SUCURSAL(W-INDICE-FILTRO)
                    LINE 20 COL W-COL-OBJ.

       F-MUESTRO-UN-FILTRO.
            EXIT.

       END PROGRAM "ABM-CAMPANAS".
