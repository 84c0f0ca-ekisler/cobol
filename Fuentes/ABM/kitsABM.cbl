      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: A.B.M. de Kits (combos). Varios codigos que vendemos
      *          son en realidad un paquete de otros productos, y el
      *          stock se llevaba sobre el codigo del kit: el de los
      *          componentes nunca cerraba y REPORTE-RENTABILIDAD usaba
      *          un costo del kit cargado a mano. Este programa
      *          mantiene la lista de materiales (kits.dat): que
      *          componentes y cuantas unidades de cada uno lleva un
      *          kit. Un solo nivel -- un componente no puede ser otro
      *          kit, ni un kit ser componente -- y hasta 20
      *          componentes. Cada cambio recalcula el costo del kit
      *          (suma de PROD-COSTO de los componentes por su
      *          cantidad) y lo graba en el PROD-COSTO del kit; la
      *          transaccion R lo recalcula para todos los kits
      *          despues de que cambian los costos de compra. La
      *          consulta muestra el costo y el disponible, que marca
      *          el componente mas escaso.
      * Mod: 15/10/2026 EK - El recalculo del costo del kit queda en
      *      HISTORIAL-COSTOS (GRABO-HIST-COSTO, origen K).
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-KITS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/kits.sel".
              COPY "./sel/productos.sel".
              COPY "./sel/operadores.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/kits.fd".
              COPY "./fd/productos.fd".
              COPY "./fd/operadores.fd".

       WORKING-STORAGE SECTION.

       01 ST-KITS            PIC XX.
       01 ST-PRODUCTOS       PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-KIT-CODIGO       PIC X(10).
       01 W-COMP-CODIGO      PIC X(10).
       01 W-COMP-CANTIDAD    PIC 9(5).
       01 W-KIT-VALIDO       PIC X.
       01 W-COMP-VALIDO      PIC X.
       01 W-FIN-KITS         PIC X.
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-LINEA-PANT       PIC 99.

      * Costeo y disponible del kit en curso: la suma de costos de
      * sus componentes y, por componente, cuantos kits alcanzan a
      * armarse con el stock del componente (el menor manda).
       01 W-CANT-COMPONENTES PIC 9(2).
       01 W-COSTO-KIT        PIC S9(9)V9(2).
       01 W-COSTO-RENGLON    PIC S9(9)V9(2).
       01 W-ARMABLES         PIC S9(7).
       01 W-DISPONIBLE-KIT   PIC S9(7).
       01 W-KIT-ANTERIOR     PIC X(10).
       01 W-COSTO-ANTERIOR   PIC S9(7)V9(2).
       01 W-HCO-ORIGEN       PIC X VALUE "K".
       01 W-HCO-DOCUMENTO    PIC 9(9) VALUE 0.
       01 W-HCO-GRABADO      PIC X.
       01 W-CANT-RECOSTEADOS PIC 9(5).

       01 COSTO-ZZ           PIC ---.---.--9,99.
       01 CANT-ZZ            PIC ZZ.ZZ9.
       01 STOCK-ZZ           PIC -.---.--9.

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
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-KITS".
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
                  ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
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
                    "A.B.M. Kits - Firma de Operador"
                        LINE 3 COL 22
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
            OPEN I-O KITS.
            IF ST-KITS > "07"
               DISPLAY "Error abriendo Kits: " ST-KITS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE KITS.
            CLOSE PRODUCTOS.

       F-CIERRO-ARCHIVOS.
            EXIT.

       PROCESO.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "A.B.M. Kits" LINE 3 COL 34
                    GUIONES LINE 4 COL 1
                    "A=Alta M=Modifica B=Baja componente C=Consulta "
                    "R=Recostear todos  PF3=Salir" LINE 23 COL 1
                    "Transaccion: " LINE 6 COL 10.
            ACCEPT X LINE 6 COL 24 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
            ELSE
               MOVE FUNCTION UPPER-CASE(X) TO X
               EVALUATE X
                  WHEN "A"
                     PERFORM ALTA-COMPONENTE THRU F-ALTA-COMPONENTE
                  WHEN "M"
                     PERFORM MODIFICA-COMPONENTE
                        THRU F-MODIFICA-COMPONENTE
                  WHEN "B"
                     PERFORM BAJA-COMPONENTE THRU F-BAJA-COMPONENTE
                  WHEN "C"
                     PERFORM CONSULTA-KIT THRU F-CONSULTA-KIT
                  WHEN "R"
                     PERFORM RECOSTEO-GENERAL THRU F-RECOSTEO-GENERAL
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

      * PIDO-KIT: el kit es un codigo de PRODUCTOS activo; en el alta
      * tampoco puede figurar como componente de otro kit.
       PIDO-KIT.
            MOVE "N" TO W-KIT-VALIDO.
            DISPLAY "Kit        : " LINE 07 COL 10.
            ACCEPT W-KIT-CODIGO LINE 07 COL 24 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-KIT-CODIGO) TO W-KIT-CODIGO.
            MOVE W-KIT-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Producto inexistente" LINE 24 COL 1
                GO TO F-PIDO-KIT
            END-READ.
            IF PROD-INACTIVO
               DISPLAY "Producto dado de baja" LINE 24 COL 1
               GO TO F-PIDO-KIT
            END-IF.
            DISPLAY PROD-DESCRIPCION LINE 07 COL 36.
            MOVE "S" TO W-KIT-VALIDO.

       F-PIDO-KIT.
            EXIT.

      * PIDO-COMPONENTE: codigo del componente sobre el kit ya
      * elegido (en modifica y baja alcanza con que exista el
      * renglon del kit).
       PIDO-COMPONENTE.
            MOVE "N" TO W-COMP-VALIDO.
            DISPLAY "Componente : " LINE 09 COL 10.
            ACCEPT W-COMP-CODIGO LINE 09 COL 24 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-COMP-CODIGO) TO W-COMP-CODIGO.
            MOVE W-KIT-CODIGO TO KIT-CODIGO.
            MOVE W-COMP-CODIGO TO KIT-COMPONENTE.
            READ KITS KEY IS KIT-CLAVE
              INVALID KEY
                DISPLAY "El kit no lleva ese componente" LINE 24 COL 1
                GO TO F-PIDO-COMPONENTE
            END-READ.
            MOVE W-COMP-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
            END-READ.
            DISPLAY PROD-DESCRIPCION LINE 09 COL 36.
            MOVE KIT-CANTIDAD TO CANT-ZZ.
            DISPLAY "Cantidad   : " LINE 10 COL 10
                    CANT-ZZ LINE 10 COL 24.
            MOVE "S" TO W-COMP-VALIDO.

       F-PIDO-COMPONENTE.
            EXIT.

      * ALTA-COMPONENTE: agrega un componente al kit (o arma el kit
      * con el primero). El componente tiene que existir, estar
      * activo, no ser el mismo kit ni otro kit.
       ALTA-COMPONENTE.
            PERFORM PIDO-KIT THRU F-PIDO-KIT.
            IF W-KIT-VALIDO NOT = "S"
               GO TO F-ALTA-COMPONENTE
            END-IF.
            MOVE W-KIT-CODIGO TO KIT-COMPONENTE.
            READ KITS KEY IS KIT-COMPONENTE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "El codigo es componente del kit "
                        KIT-CODIGO ", no puede ser kit" LINE 24 COL 1
                GO TO F-ALTA-COMPONENTE
            END-READ.
            MOVE W-KIT-CODIGO TO W-KIT-ANTERIOR.
            PERFORM CUENTO-COMPONENTES THRU F-CUENTO-COMPONENTES.
            IF W-CANT-COMPONENTES NOT < 20
               DISPLAY "El kit ya tiene 20 componentes" LINE 24 COL 1
               GO TO F-ALTA-COMPONENTE
            END-IF.
            DISPLAY "Componente : " LINE 09 COL 10.
            ACCEPT W-COMP-CODIGO LINE 09 COL 24 PROMPT.
            MOVE FUNCTION UPPER-CASE(W-COMP-CODIGO) TO W-COMP-CODIGO.
            IF W-COMP-CODIGO = W-KIT-CODIGO
               DISPLAY "Un kit no puede ser componente de si mismo"
                       LINE 24 COL 1
               GO TO F-ALTA-COMPONENTE
            END-IF.
            MOVE W-COMP-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Componente inexistente" LINE 24 COL 1
                GO TO F-ALTA-COMPONENTE
            END-READ.
            IF PROD-INACTIVO
               DISPLAY "Componente dado de baja" LINE 24 COL 1
               GO TO F-ALTA-COMPONENTE
            END-IF.
            DISPLAY PROD-DESCRIPCION LINE 09 COL 36.
            MOVE W-COMP-CODIGO TO W-KIT-ANTERIOR.
            PERFORM CUENTO-COMPONENTES THRU F-CUENTO-COMPONENTES.
            IF W-CANT-COMPONENTES > 0
               DISPLAY "El componente es a su vez un kit"
                       LINE 24 COL 1
               GO TO F-ALTA-COMPONENTE
            END-IF.
            DISPLAY "Cantidad   : " LINE 10 COL 10.
            ACCEPT W-COMP-CANTIDAD LINE 10 COL 24 PROMPT.
            IF W-COMP-CANTIDAD = 0
               DISPLAY "Cantidad en cero, no se agrega" LINE 24 COL 1
               GO TO F-ALTA-COMPONENTE
            END-IF.
            INITIALIZE REG-KIT REPLACING NUMERIC DATA BY ZERO
                                 ALPHANUMERIC DATA BY SPACES.
            MOVE W-KIT-CODIGO TO KIT-CODIGO.
            MOVE W-COMP-CODIGO TO KIT-COMPONENTE.
            MOVE W-COMP-CANTIDAD TO KIT-CANTIDAD.
            MOVE W-FECHA-SISTEMA TO KIT-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO KIT-OPERADOR.
            WRITE REG-KIT
              INVALID KEY
                DISPLAY "El kit ya lleva ese componente, use Modifica"
                        LINE 24 COL 1
                GO TO F-ALTA-COMPONENTE
            END-WRITE.
            PERFORM COSTEO-KIT THRU F-COSTEO-KIT.

       F-ALTA-COMPONENTE.
            EXIT.

       MODIFICA-COMPONENTE.
            PERFORM PIDO-KIT THRU F-PIDO-KIT.
            IF W-KIT-VALIDO NOT = "S"
               GO TO F-MODIFICA-COMPONENTE
            END-IF.
            PERFORM PIDO-COMPONENTE THRU F-PIDO-COMPONENTE.
            IF W-COMP-VALIDO NOT = "S"
               GO TO F-MODIFICA-COMPONENTE
            END-IF.
            DISPLAY "Nueva cant.: " LINE 11 COL 10.
            ACCEPT W-COMP-CANTIDAD LINE 11 COL 24 PROMPT.
            IF W-COMP-CANTIDAD = 0
               DISPLAY "Cantidad en cero: para sacarlo use Baja"
                       LINE 24 COL 1
               GO TO F-MODIFICA-COMPONENTE
            END-IF.
            MOVE W-COMP-CANTIDAD TO KIT-CANTIDAD.
            MOVE W-OPERADOR-ACTUAL TO KIT-OPERADOR.
            REWRITE REG-KIT
              INVALID KEY
                DISPLAY "Error modificando kit: " ST-KITS
                        LINE 24 COL 1
                GO TO F-MODIFICA-COMPONENTE
            END-REWRITE.
            PERFORM COSTEO-KIT THRU F-COSTEO-KIT.

       F-MODIFICA-COMPONENTE.
            EXIT.

      * BAJA-COMPONENTE: saca el componente del kit. Sin componentes
      * el codigo deja de ser kit y su costo queda como estaba.
       BAJA-COMPONENTE.
            PERFORM PIDO-KIT THRU F-PIDO-KIT.
            IF W-KIT-VALIDO NOT = "S"
               GO TO F-BAJA-COMPONENTE
            END-IF.
            PERFORM PIDO-COMPONENTE THRU F-PIDO-COMPONENTE.
            IF W-COMP-VALIDO NOT = "S"
               GO TO F-BAJA-COMPONENTE
            END-IF.
            DISPLAY "¿Saca el componente del kit? (S/N)"
                    LINE 12 COL 10.
            ACCEPT X LINE 12 COL 46 PROMPT.
            IF X NOT = "S" AND X NOT = "s"
               GO TO F-BAJA-COMPONENTE
            END-IF.
            DELETE KITS RECORD
              INVALID KEY
                DISPLAY "Error dando de baja componente: " ST-KITS
                        LINE 24 COL 1
                GO TO F-BAJA-COMPONENTE
            END-DELETE.
            PERFORM COSTEO-KIT THRU F-COSTEO-KIT.

       F-BAJA-COMPONENTE.
            EXIT.

      * CUENTO-COMPONENTES: cuantos componentes tiene cargados el
      * codigo en W-KIT-ANTERIOR (0 = no es kit).
       CUENTO-COMPONENTES.
            MOVE 0 TO W-CANT-COMPONENTES.
            PERFORM POSICIONO-KIT THRU F-POSICIONO-KIT.
            PERFORM CUENTO-UN-COMPONENTE THRU F-CUENTO-UN-COMPONENTE
                UNTIL W-FIN-KITS = "S".

       F-CUENTO-COMPONENTES.
            EXIT.

       CUENTO-UN-COMPONENTE.
            READ KITS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KITS
                GO TO F-CUENTO-UN-COMPONENTE
            END-READ.
            IF KIT-CODIGO NOT = W-KIT-ANTERIOR
               MOVE "S" TO W-FIN-KITS
            ELSE
               ADD 1 TO W-CANT-COMPONENTES
            END-IF.

       F-CUENTO-UN-COMPONENTE.
            EXIT.

      * POSICIONO-KIT: deja KITS apuntando al primer componente del
      * codigo en W-KIT-ANTERIOR.
       POSICIONO-KIT.
            MOVE W-KIT-ANTERIOR TO KIT-CODIGO.
            MOVE LOW-VALUES TO KIT-COMPONENTE.
            START KITS KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-KITS
              NOT INVALID KEY MOVE "N" TO W-FIN-KITS
            END-START.

       F-POSICIONO-KIT.
            EXIT.

      * COSTEO-KIT: recalcula el costo del kit en W-KIT-CODIGO con
      * el PROD-COSTO actual de cada componente y lo graba en el
      * kit. Un kit con stock propio cargado (de cuando se llevaba
      * sobre el codigo del kit) se avisa para ajustarlo a cero.
       COSTEO-KIT.
            MOVE W-KIT-CODIGO TO W-KIT-ANTERIOR.
            MOVE 0 TO W-COSTO-KIT.
            MOVE 0 TO W-CANT-COMPONENTES.
            PERFORM POSICIONO-KIT THRU F-POSICIONO-KIT.
            PERFORM COSTEO-UN-COMPONENTE THRU F-COSTEO-UN-COMPONENTE
                UNTIL W-FIN-KITS = "S".
            IF W-CANT-COMPONENTES = 0
               DISPLAY "El codigo ya no tiene componentes, deja de "
                       "ser kit" LINE 24 COL 1
               GO TO F-COSTEO-KIT
            END-IF.
            PERFORM ACTUALIZO-COSTO-KIT THRU F-ACTUALIZO-COSTO-KIT.
            MOVE W-COSTO-KIT TO COSTO-ZZ.
            IF PROD-STOCK NOT = 0
               DISPLAY "Costo del kit " COSTO-ZZ " - tiene stock "
                       "propio, ajustelo a cero en ABM-PRODUCTOS"
                       LINE 24 COL 1
            ELSE
               DISPLAY "Costo del kit recalculado: " COSTO-ZZ
                       LINE 24 COL 1
            END-IF.

       F-COSTEO-KIT.
            EXIT.

       COSTEO-UN-COMPONENTE.
            READ KITS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KITS
                GO TO F-COSTEO-UN-COMPONENTE
            END-READ.
            IF KIT-CODIGO NOT = W-KIT-ANTERIOR
               MOVE "S" TO W-FIN-KITS
               GO TO F-COSTEO-UN-COMPONENTE
            END-IF.
            PERFORM ACUMULO-COSTO-COMPONENTE
               THRU F-ACUMULO-COSTO-COMPONENTE.

       F-COSTEO-UN-COMPONENTE.
            EXIT.

      * ACUMULO-COSTO-COMPONENTE: suma al costo del kit el del
      * componente en REG-KIT por su cantidad; un componente que ya
      * no esta en PRODUCTOS no suma costo.
       ACUMULO-COSTO-COMPONENTE.
            ADD 1 TO W-CANT-COMPONENTES.
            MOVE KIT-COMPONENTE TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Componente sin producto: " KIT-COMPONENTE
                        LINE 24 COL 1
              NOT INVALID KEY
                COMPUTE W-COSTO-KIT = W-COSTO-KIT
                        + (KIT-CANTIDAD * PROD-COSTO)
            END-READ.

       F-ACUMULO-COSTO-COMPONENTE.
            EXIT.

       ACTUALIZO-COSTO-KIT.
            MOVE W-KIT-ANTERIOR TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                DISPLAY "Kit sin producto: " W-KIT-ANTERIOR
                        LINE 24 COL 1
                GO TO F-ACTUALIZO-COSTO-KIT
            END-READ.
            MOVE PROD-COSTO TO W-COSTO-ANTERIOR.
            MOVE W-COSTO-KIT TO PROD-COSTO.
            REWRITE REG-PRODUCTOS
              INVALID KEY
                DISPLAY "Error grabando costo del kit: " ST-PRODUCTOS
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-PRD
                     W-IMG-MODIF ST-PRODUCTOS REG-PRODUCTOS
                     W-IMG-GRABADO
                CALL "GRABO-HIST-COSTO" USING PROD-CODIGO
                     W-COSTO-ANTERIOR PROD-COSTO PROD-PRECIO
                     W-HCO-ORIGEN W-HCO-DOCUMENTO W-OPERADOR-ACTUAL
                     W-HCO-GRABADO
            END-REWRITE.

       F-ACTUALIZO-COSTO-KIT.
            EXIT.

      * RECOSTEO-GENERAL: recorre todo KITS por clave y, en cada
      * corte de kit, graba el costo sumado de sus componentes --
      * para correr despues de que las compras movieron los costos.
       RECOSTEO-GENERAL.
            MOVE 0 TO W-CANT-RECOSTEADOS.
            MOVE 0 TO W-CANT-COMPONENTES.
            MOVE 0 TO W-COSTO-KIT.
            MOVE SPACES TO W-KIT-ANTERIOR.
            MOVE LOW-VALUES TO KIT-CLAVE.
            START KITS KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-KITS
              NOT INVALID KEY MOVE "N" TO W-FIN-KITS
            END-START.
            PERFORM RECOSTEO-UN-RENGLON THRU F-RECOSTEO-UN-RENGLON
                UNTIL W-FIN-KITS = "S".
            IF W-CANT-COMPONENTES > 0
               PERFORM ACTUALIZO-COSTO-KIT THRU F-ACTUALIZO-COSTO-KIT
               ADD 1 TO W-CANT-RECOSTEADOS
            END-IF.
            DISPLAY "Kits recosteados: " W-CANT-RECOSTEADOS
                    LINE 24 COL 1.

       F-RECOSTEO-GENERAL.
            EXIT.

       RECOSTEO-UN-RENGLON.
            READ KITS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KITS
                GO TO F-RECOSTEO-UN-RENGLON
            END-READ.
            IF KIT-CODIGO NOT = W-KIT-ANTERIOR
               IF W-CANT-COMPONENTES > 0
                  PERFORM ACTUALIZO-COSTO-KIT
                     THRU F-ACTUALIZO-COSTO-KIT
                  ADD 1 TO W-CANT-RECOSTEADOS
               END-IF
               MOVE KIT-CODIGO TO W-KIT-ANTERIOR
               MOVE 0 TO W-CANT-COMPONENTES
               MOVE 0 TO W-COSTO-KIT
            END-IF.
            PERFORM ACUMULO-COSTO-COMPONENTE
               THRU F-ACUMULO-COSTO-COMPONENTE.

       F-RECOSTEO-UN-RENGLON.
            EXIT.

      * CONSULTA-KIT: componentes con cantidad, costo y stock, el
      * costo del kit y cuantos kits se pueden armar con el stock de
      * la compania (el componente mas escaso manda).
       CONSULTA-KIT.
            PERFORM PIDO-KIT THRU F-PIDO-KIT.
            IF W-KIT-VALIDO NOT = "S"
               GO TO F-CONSULTA-KIT
            END-IF.
            IF PROD-STOCK NOT = 0
               MOVE PROD-STOCK TO STOCK-ZZ
               DISPLAY "Stock propio del kit a ajustar: " STOCK-ZZ
                       LINE 22 COL 10
            END-IF.
            DISPLAY "COMPONENTE DESCRIPCION            CANT"
                    "      COSTO     STOCK" LINE 08 COL 5.
            MOVE W-KIT-CODIGO TO W-KIT-ANTERIOR.
            MOVE 0 TO W-COSTO-KIT.
            MOVE 0 TO W-CANT-COMPONENTES.
            MOVE 0 TO W-DISPONIBLE-KIT.
            MOVE 9 TO W-LINEA-PANT.
            PERFORM POSICIONO-KIT THRU F-POSICIONO-KIT.
            PERFORM MUESTRO-UN-COMPONENTE THRU F-MUESTRO-UN-COMPONENTE
                UNTIL W-FIN-KITS = "S".
            IF W-CANT-COMPONENTES = 0
               DISPLAY "El producto no es un kit" LINE 24 COL 1
               GO TO F-CONSULTA-KIT
            END-IF.
            MOVE W-COSTO-KIT TO COSTO-ZZ.
            MOVE W-DISPONIBLE-KIT TO STOCK-ZZ.
            DISPLAY "Costo del kit: " COSTO-ZZ
                    "   Disponible: " STOCK-ZZ LINE 21 COL 10.

       F-CONSULTA-KIT.
            EXIT.

       MUESTRO-UN-COMPONENTE.
            READ KITS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KITS
                GO TO F-MUESTRO-UN-COMPONENTE
            END-READ.
            IF KIT-CODIGO NOT = W-KIT-ANTERIOR
               MOVE "S" TO W-FIN-KITS
               GO TO F-MUESTRO-UN-COMPONENTE
            END-IF.
            PERFORM ACUMULO-COSTO-COMPONENTE
               THRU F-ACUMULO-COSTO-COMPONENTE.
            IF ST-PRODUCTOS NOT = "00"
               MOVE "(SIN DESCRIPCION)" TO PROD-DESCRIPCION
               MOVE 0 TO PROD-COSTO
               MOVE 0 TO PROD-STOCK
            END-IF.
            IF PROD-STOCK < 0
               MOVE 0 TO W-ARMABLES
            ELSE
               COMPUTE W-ARMABLES = PROD-STOCK / KIT-CANTIDAD
            END-IF.
            IF W-CANT-COMPONENTES = 1 OR W-ARMABLES < W-DISPONIBLE-KIT
               MOVE W-ARMABLES TO W-DISPONIBLE-KIT
            END-IF.
            IF W-LINEA-PANT < 21
               COMPUTE W-COSTO-RENGLON = KIT-CANTIDAD * PROD-COSTO
               MOVE KIT-CANTIDAD TO CANT-ZZ
               MOVE W-COSTO-RENGLON TO COSTO-ZZ
               MOVE PROD-STOCK TO STOCK-ZZ
               DISPLAY KIT-COMPONENTE SPACE PROD-DESCRIPCION(1:20)
                       SPACE CANT-ZZ SPACE COSTO-ZZ SPACE STOCK-ZZ
                       LINE W-LINEA-PANT COL 5
               ADD 1 TO W-LINEA-PANT
            END-IF.

       F-MUESTRO-UN-COMPONENTE.
            EXIT.

       END PROGRAM "ABM-KITS".
