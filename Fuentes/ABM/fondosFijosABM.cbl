      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Fondo fijo (caja chica) de cada sucursal. CIERRE-CAJA
      *          solo ve cobranzas; los taxis, el correo y las compras
      *          chicas se pagan de un sobre con importe autorizado y
      *          se controlan con los tickets. El programa mantiene el
      *          fondo de cada SUC-CODIGO (alta y cambios, solo
      *          supervisor), carga los vales de gasto con su concepto
      *          (conceptosFondoFijo.dat), el CUIT del emisor cuando
      *          el comprobante es factura (validado por digito
      *          verificador) y el IVA cuando la letra lo discrimina,
      *          anula un vale pendiente, marca el pedido de
      *          reposicion que REPOSICION-FONDOS-FIJOS procesa esa
      *          noche, y registra el arqueo sorpresa: el efectivo
      *          contado contra el saldo del fondo, con la diferencia
      *          que queda para asentar en la reposicion. Todo el
      *          programa va con la transaccion FF de la matriz de
      *          permisos; el intento sin permiso queda en
      *          RECHAZOS-ABM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-FONDOS-FIJOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA
        CRT STATUS IS W-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/fondosFijos.sel".
              COPY "./sel/valesFondoFijo.sel".
              COPY "./sel/arqueosFondoFijo.sel".
              COPY "./sel/conceptosFondoFijo.sel".
              COPY "./sel/sucursales.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/rechazosABM.sel".
              COPY "./sel/ventanaBatch.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/fondosFijos.fd".
              COPY "./fd/valesFondoFijo.fd".
              COPY "./fd/arqueosFondoFijo.fd".
              COPY "./fd/conceptosFondoFijo.fd".
              COPY "./fd/sucursales.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/rechazosABM.fd".
              COPY "./fd/ventanaBatch.fd".

       WORKING-STORAGE SECTION.

       01 ST-FONDOS          PIC XX.
       01 ST-VALES           PIC XX.
       01 ST-ARQUEOS         PIC XX.
       01 ST-CONCEPTOS       PIC XX.
       01 ST-SUCURSALES      PIC XX.
       01 ST-RECHAZOS        PIC XX.
       01 ST-VENTANA         PIC XX.
       01 FIN                PIC X VALUE "N".
       01 X                  PIC X.
       01 GUIONES            PIC X(80) VALUE ALL "-".

       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-FECHA-X REDEFINES W-FECHA-SISTEMA.
          05 W-FECHA-ANIO    PIC 9(4).
          05 W-FECHA-MES     PIC 9(2).
          05 W-FECHA-DIA     PIC 9(2).
       01 W-HOY              PIC 9(8).
       01 W-FECHA-VALIDA     PIC X.
       01 W-COD-PERMISO      PIC X(2) VALUE "FF".
       01 W-PERMITIDO        PIC X.
       01 W-VENTANA-OCUPADA  PIC X.
       01 W-CONFIRMA         PIC X.
          88 W-CONFIRMA-SI         VALUE "S" "s".

      * Fondo en pantalla.
       01 W-SUCURSAL         PIC X(3).
       01 W-EXISTE-FONDO     PIC X.
          88 W-FONDO-EXISTE        VALUE "S".
       01 W-AUTORIZADO-ANT   PIC 9(7)V9(2).
       01 W-AUTORIZADO       PIC 9(7)V9(2).
       01 W-RESPONSABLE      PIC X(30).
       01 W-EMPRESA          PIC 9(2).
       01 W-ESTADO           PIC X.

      * Vale: el fondo se avisa bajo cuando lo que queda en el sobre
      * no llega a W-PORC-AVISO del autorizado.
       01 W-VFF-NUMERO       PIC 9(7).
       01 W-IND-CONCEPTO     PIC 99.
       01 W-CONCEPTO-VALIDO  PIC X.
       01 W-ALICUOTA-OK      PIC X.
       01 W-PORC-AVISO       PIC 9(3) VALUE 20.
       01 W-MINIMO-AVISO     PIC 9(7)V9(2).

      * Vales pendientes de la sucursal, para el pedido de
      * reposicion y el arqueo.
       01 W-FIN-VALES        PIC X.
       01 W-CANT-PENDIENTES  PIC 9(5).
       01 W-TOTAL-PENDIENTES PIC S9(9)V9(2).

      * Arqueo: contado menos saldo; faltante negativo.
       01 W-DECLARADO        PIC 9(7)V9(2).
       01 W-DIFERENCIA       PIC S9(7)V9(2).
       01 W-OBSERVACION      PIC X(40).

       01 IMPORTE-ZZ         PIC ---.---.--9,99.
       01 IMPORTE2-ZZ        PIC ---.---.--9,99.
       01 IMPORTE3-ZZ        PIC ---.---.--9,99.

      * Conceptos de gasto: la tabla de siempre, que conceptosFondo
      * Fijo.dat pisa entera al leer su primer registro (igual que la
      * tabla de operadores). La cuenta la usa la reposicion.
       01 W-FIN-CONCEPTOS    PIC X VALUE "N".
       01 W-CONCEPTOS-RESET  PIC X VALUE "N".
       01 TABLA-CONCEPTOS.
          05 FILLER PIC X(44) VALUE
             "TAXITaxis y remises               5.2.01    ".
          05 FILLER PIC X(44) VALUE
             "CORRCorreo y mensajeria           5.2.02    ".
          05 FILLER PIC X(44) VALUE
             "LIMPLimpieza y cafeteria          5.2.03    ".
          05 FILLER PIC X(44) VALUE
             "LIBRLibreria y papeleria          5.2.04    ".
          05 FILLER PIC X(44) VALUE
             "VARIGastos varios                 5.2.09    ".
          05 FILLER PIC X(660) VALUE SPACES.
       01 CONCEPTOS-R REDEFINES TABLA-CONCEPTOS.
          05 CONC-DATOS OCCURS 20 TIMES.
             10 CONC-CODIGO      PIC X(4).
             10 CONC-DESCRIPCION PIC X(30).
             10 CONC-CUENTA      PIC X(10).
       01 W-CANT-CONCEPTOS   PIC 99 VALUE 5.

      * Alicuotas de IVA admitidas, las mismas que ABM-CTAS-PAGAR.
       01 TABLA-ALICUOTAS.
          05 FILLER PIC 9(4) VALUE 2700.
          05 FILLER PIC 9(4) VALUE 2100.
          05 FILLER PIC 9(4) VALUE 1050.
          05 FILLER PIC 9(4) VALUE 0500.
          05 FILLER PIC 9(4) VALUE 0250.
       01 ALICUOTAS-R REDEFINES TABLA-ALICUOTAS.
          05 W-ALICUOTA-VALIDA PIC 9(2)V9(2) OCCURS 5 TIMES.
       01 W-INDICE-TABLA-ALIC PIC 9.

      * Digito verificador (modulo 11) del CUIT emisor, la misma
      * tabla de multiplicadores y el mismo calculo que ABM-CTAS-
      * PAGAR.
       01 W-CUIT             PIC 9(11).
       01 W-CUIT-DIGITOS REDEFINES W-CUIT.
          05 W-CUIT-DIGITO   PIC 9 OCCURS 11 TIMES.
       01 W-CUIT-VALIDO      PIC X VALUE "N".
          88 W-CUIT-ES-VALIDO    VALUE "S".
       01 W-INDICE-CUIT      PIC 99.
       01 W-SUMA-CUIT        PIC 9(4).
       01 W-COCIENTE-CUIT    PIC 9(3).
       01 W-RESTO-CUIT       PIC 99.
       01 W-VERIF-CUIT       PIC 99.

       01 TABLA-PESOS-CUIT.
          05 FILLER PIC 9 VALUE 5.
          05 FILLER PIC 9 VALUE 4.
          05 FILLER PIC 9 VALUE 3.
          05 FILLER PIC 9 VALUE 2.
          05 FILLER PIC 9 VALUE 7.
          05 FILLER PIC 9 VALUE 6.
          05 FILLER PIC 9 VALUE 5.
          05 FILLER PIC 9 VALUE 4.
          05 FILLER PIC 9 VALUE 3.
          05 FILLER PIC 9 VALUE 2.
       01 PESOS-CUIT-R REDEFINES TABLA-PESOS-CUIT.
          05 PESO-CUIT PIC 9 OCCURS 10 TIMES.

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
                  PERFORM CONTROLO-VENTANA-BATCH
                     THRU F-CONTROLO-VENTANA-BATCH
                  IF W-VENTANA-OCUPADA = "S"
                     MOVE "S" TO FIN
                  END-IF
               END-IF
               IF FIN NOT = "S"
                  PERFORM LEO-CONCEPTOS THRU F-LEO-CONCEPTOS
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
                    "Fondos Fijos - Firma de Operador"
                        LINE 3 COL 24
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
            OPEN I-O FONDOS-FIJOS.
            IF ST-FONDOS > "07"
               DISPLAY "Error abriendo Fondos Fijos: " ST-FONDOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O VALES-FONDO-FIJO.
            IF ST-VALES > "07"
               DISPLAY "Error abriendo Vales: " ST-VALES
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O ARQUEOS-FONDO-FIJO.
            IF ST-ARQUEOS > "07"
               DISPLAY "Error abriendo Arqueos: " ST-ARQUEOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

            OPEN INPUT SUCURSALES.

            OPEN EXTEND RECHAZOS-ABM.
            IF ST-RECHAZOS > "07"
               DISPLAY "Error abriendo Rechazos: " ST-RECHAZOS
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE FONDOS-FIJOS.
            CLOSE VALES-FONDO-FIJO.
            CLOSE ARQUEOS-FONDO-FIJO.
            CLOSE SUCURSALES.

            CLOSE RECHAZOS-ABM.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * CONTROLO-PERMISO: el fondo fijo es plata de la empresa; sin
      * la transaccion FF no se entra al programa.
       CONTROLO-PERMISO.
            CALL "VALIDO-PERMISO" USING W-OPERADOR-ACTUAL
                 W-OPERADOR-SUPERVISOR W-COD-PERMISO W-PERMITIDO.
            IF W-PERMITIDO NOT = "S"
               DISPLAY "Transaccion no habilitada para el operador"
                       LINE 24 COL 1
               MOVE 0 TO RCH-CLI-ID
               MOVE "F" TO RCH-TRANSACCION
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO RCH-FECHA
               ACCEPT RCH-HORA FROM TIME
               MOVE W-OPERADOR-ACTUAL TO RCH-OPERADOR
               MOVE "FONDOS FIJOS SIN PERMISO"
                 TO RCH-MOTIVO
               WRITE REG-RECHAZO
               ACCEPT X LINE 24 COL 60
               MOVE "S" TO FIN
            END-IF.

       F-CONTROLO-PERMISO.
            EXIT.

      * CONTROLO-VENTANA-BATCH: la reposicion de la noche reescribe
      * los fondos y los vales; con el ciclo en curso solo el
      * supervisor sigue (confirmando), y el paso queda asentado en
      * RECHAZOS-ABM como override.
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

      * LEO-CONCEPTOS: conceptosFondoFijo.dat, si existe y tiene
      * registros, reemplaza la tabla embebida.
       LEO-CONCEPTOS.
            OPEN INPUT CONCEPTOS-FONDO-FIJO.
            IF ST-CONCEPTOS = "00"
               MOVE "N" TO W-CONCEPTOS-RESET
               MOVE "N" TO W-FIN-CONCEPTOS
               PERFORM LEO-UN-CONCEPTO THRU F-LEO-UN-CONCEPTO
                   UNTIL W-FIN-CONCEPTOS = "S"
               CLOSE CONCEPTOS-FONDO-FIJO
            END-IF.

       F-LEO-CONCEPTOS.
            EXIT.

       LEO-UN-CONCEPTO.
            READ CONCEPTOS-FONDO-FIJO
              AT END
                MOVE "S" TO W-FIN-CONCEPTOS
              NOT AT END
                IF W-CONCEPTOS-RESET NOT = "S"
                   MOVE SPACES TO TABLA-CONCEPTOS
                   MOVE 0 TO W-CANT-CONCEPTOS
                   MOVE "S" TO W-CONCEPTOS-RESET
                END-IF
                IF W-CANT-CONCEPTOS < 20
                   ADD 1 TO W-CANT-CONCEPTOS
                   MOVE REG-CONCEPTO-FONDO-FIJO
                     TO CONC-DATOS(W-CANT-CONCEPTOS)
                ELSE
                   DISPLAY "Tabla de conceptos llena, se ignora: "
                           CFF-CODIGO LINE 24 COL 1
                   MOVE "S" TO W-FIN-CONCEPTOS
                END-IF
            END-READ.

       F-LEO-UN-CONCEPTO.
            EXIT.

       PROCESO.
            ACCEPT W-HOY FROM DATE YYYYMMDD.
            DISPLAY " " LINE 1 COL 1 ERASE EOS
                    "Fondos Fijos de Sucursal" LINE 3 COL 28
                    GUIONES LINE 4 COL 1
                    "Operador: " LINE 5 COL 10 W-OPERADOR-ACTUAL
                    "1 - Alta / modificacion de un fondo"
                        LINE 8 COL 10
                    "2 - Cargar un vale de gasto" LINE 9 COL 10
                    "3 - Anular un vale pendiente" LINE 10 COL 10
                    "4 - Pedir reposicion" LINE 11 COL 10
                    "5 - Arqueo sorpresa" LINE 12 COL 10
                    "PF3=Salir" LINE 23 COL 1
                    "Opcion: " LINE 15 COL 10.
            ACCEPT X LINE 15 COL 18 PROMPT.
            IF PF-SALIR
               MOVE "S" TO FIN
               GO TO F-PROCESO
            END-IF.
            EVALUATE X
               WHEN "1"
                  PERFORM MANTENGO-FONDO THRU F-MANTENGO-FONDO
               WHEN "2"
                  PERFORM CARGO-VALE THRU F-CARGO-VALE
               WHEN "3"
                  PERFORM ANULO-VALE THRU F-ANULO-VALE
               WHEN "4"
                  PERFORM PIDO-REPOSICION THRU F-PIDO-REPOSICION
               WHEN "5"
                  PERFORM ARQUEO-SORPRESA THRU F-ARQUEO-SORPRESA
               WHEN OTHER
                  DISPLAY "Opcion invalida" LINE 24 COL 1
            END-EVALUATE.

       F-PROCESO.
            EXIT.

      * PIDO-SUCURSAL: codigo de sucursal y lectura de su fondo.
       PIDO-SUCURSAL.
            DISPLAY " " LINE 5 COL 1 ERASE EOS.
            DISPLAY "Sucursal: " LINE 6 COL 5.
            MOVE SPACES TO W-SUCURSAL.
            ACCEPT W-SUCURSAL LINE 6 COL 15 PROMPT.
            MOVE "N" TO W-EXISTE-FONDO.
            IF PF-SALIR OR W-SUCURSAL = SPACES
               MOVE SPACES TO W-SUCURSAL
               GO TO F-PIDO-SUCURSAL
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-SUCURSAL) TO W-SUCURSAL.
            MOVE W-SUCURSAL TO FF-SUCURSAL.
            READ FONDOS-FIJOS KEY IS FF-SUCURSAL
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "S" TO W-EXISTE-FONDO
            END-READ.

       F-PIDO-SUCURSAL.
            EXIT.

      * BUSCO-FONDO-ACTIVO: para vales, reposicion y arqueo el fondo
      * tiene que existir y estar activo; deja W-SUCURSAL en blanco
      * si no.
       BUSCO-FONDO-ACTIVO.
            PERFORM PIDO-SUCURSAL THRU F-PIDO-SUCURSAL.
            IF W-SUCURSAL = SPACES
               GO TO F-BUSCO-FONDO-ACTIVO
            END-IF.
            IF NOT W-FONDO-EXISTE
               DISPLAY "La sucursal no tiene fondo fijo" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               MOVE SPACES TO W-SUCURSAL
               GO TO F-BUSCO-FONDO-ACTIVO
            END-IF.
            IF NOT FF-ACTIVO
               DISPLAY "El fondo fijo de la sucursal esta cerrado"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               MOVE SPACES TO W-SUCURSAL
               GO TO F-BUSCO-FONDO-ACTIVO
            END-IF.
            PERFORM MUESTRO-FONDO THRU F-MUESTRO-FONDO.

       F-BUSCO-FONDO-ACTIVO.
            EXIT.

       MUESTRO-FONDO.
            MOVE FF-AUTORIZADO TO IMPORTE-ZZ.
            MOVE FF-SALDO TO IMPORTE2-ZZ.
            DISPLAY "Responsable: " LINE 7 COL 5
                    FF-RESPONSABLE LINE 7 COL 18
                    "Autorizado : " LINE 8 COL 5
                    IMPORTE-ZZ LINE 8 COL 18
                    "Saldo      : " LINE 8 COL 40
                    IMPORTE2-ZZ LINE 8 COL 53.
            IF FF-PIDE-REPOSICION
               DISPLAY "Reposicion pedida" LINE 7 COL 55
            END-IF.

       F-MUESTRO-FONDO.
            EXIT.

      * MANTENGO-FONDO: alta o cambios del fondo de una sucursal,
      * solo supervisor. Un cambio de autorizado mueve el saldo en
      * la misma diferencia (el efectivo que se entrega o se retira
      * del sobre); el asiento lo hace la reposicion siguiente por
      * diferencia contra FF-AUTORIZ-ASENTADO. Un fondo con vales
      * pendientes no se cierra: primero se repone.
       MANTENGO-FONDO.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "Alta y cambios de fondos: solo supervisor"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-MANTENGO-FONDO
            END-IF.
            PERFORM PIDO-SUCURSAL THRU F-PIDO-SUCURSAL.
            IF W-SUCURSAL = SPACES
               GO TO F-MANTENGO-FONDO
            END-IF.
            MOVE W-SUCURSAL TO SUC-CODIGO.
            READ SUCURSALES KEY IS SUC-CODIGO
              INVALID KEY
                DISPLAY "Sucursal inexistente" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-MANTENGO-FONDO
            END-READ.
            DISPLAY SUC-NOMBRE LINE 6 COL 20.
            IF W-FONDO-EXISTE
               PERFORM MUESTRO-FONDO THRU F-MUESTRO-FONDO
               MOVE FF-AUTORIZADO TO W-AUTORIZADO-ANT
               MOVE FF-RESPONSABLE TO W-RESPONSABLE
               MOVE FF-EMPRESA TO W-EMPRESA
               MOVE FF-ESTADO TO W-ESTADO
            ELSE
               IF NOT SUC-ACTIVA
                  DISPLAY "Sucursal inactiva, no se abre un fondo"
                          LINE 24 COL 1
                  ACCEPT X LINE 24 COL 60
                  GO TO F-MANTENGO-FONDO
               END-IF
               DISPLAY "Fondo nuevo" LINE 7 COL 55
               MOVE 0 TO W-AUTORIZADO-ANT
               MOVE SPACES TO W-RESPONSABLE
               MOVE 1 TO W-EMPRESA
               MOVE "A" TO W-ESTADO
            END-IF.
            MOVE W-AUTORIZADO-ANT TO W-AUTORIZADO.
            DISPLAY "Responsable       : " LINE 10 COL 5.
            ACCEPT W-RESPONSABLE LINE 10 COL 25 PROMPT.
            DISPLAY "Importe autorizado: " LINE 11 COL 5.
            ACCEPT W-AUTORIZADO LINE 11 COL 25 PROMPT.
            DISPLAY "Empresa           : " LINE 12 COL 5.
            ACCEPT W-EMPRESA LINE 12 COL 25 PROMPT.
            DISPLAY "Estado (A/C)      : " LINE 13 COL 5.
            ACCEPT W-ESTADO LINE 13 COL 25 PROMPT.
            IF PF-SALIR
               GO TO F-MANTENGO-FONDO
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO.
            IF W-RESPONSABLE = SPACES OR W-AUTORIZADO = 0
               DISPLAY "Faltan el responsable o el importe"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-MANTENGO-FONDO
            END-IF.
            IF W-ESTADO NOT = "A" AND W-ESTADO NOT = "C"
               DISPLAY "Estado invalido: A activo, C cerrado"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-MANTENGO-FONDO
            END-IF.
            IF W-EMPRESA = 0
               MOVE 1 TO W-EMPRESA
            END-IF.
            IF W-FONDO-EXISTE
               IF W-AUTORIZADO NOT = W-AUTORIZADO-ANT
                     OR W-ESTADO = "C"
                  PERFORM SUMO-VALES-PENDIENTES
                     THRU F-SUMO-VALES-PENDIENTES
                  IF W-CANT-PENDIENTES > 0
                     DISPLAY "Hay " W-CANT-PENDIENTES " vales "
                             "pendientes: reponer antes de cambiar "
                             "el fondo" LINE 24 COL 1
                     ACCEPT X LINE 24 COL 60
                     GO TO F-MANTENGO-FONDO
                  END-IF
               END-IF
            END-IF.
            DISPLAY "Confirma (S/N): " LINE 15 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 15 COL 21 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-MANTENGO-FONDO
            END-IF.
            IF W-FONDO-EXISTE
               COMPUTE FF-SALDO = FF-SALDO + W-AUTORIZADO
                                  - W-AUTORIZADO-ANT
               MOVE W-AUTORIZADO TO FF-AUTORIZADO
               MOVE W-RESPONSABLE TO FF-RESPONSABLE
               MOVE W-EMPRESA TO FF-EMPRESA
               MOVE W-ESTADO TO FF-ESTADO
               MOVE W-HOY TO FF-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-MODIF
               REWRITE REG-FONDO-FIJO
                 INVALID KEY
                   DISPLAY "Error regrabando el fondo: " ST-FONDOS
                           LINE 24 COL 1
                   ACCEPT X LINE 24 COL 60
                   GO TO F-MANTENGO-FONDO
               END-REWRITE
            ELSE
               INITIALIZE REG-FONDO-FIJO
               MOVE W-SUCURSAL TO FF-SUCURSAL
               MOVE W-RESPONSABLE TO FF-RESPONSABLE
               MOVE W-AUTORIZADO TO FF-AUTORIZADO
               MOVE W-AUTORIZADO TO FF-SALDO
               MOVE W-EMPRESA TO FF-EMPRESA
               MOVE W-ESTADO TO FF-ESTADO
               MOVE "N" TO FF-REPONER
               MOVE W-HOY TO FF-FECHA-ALTA
               MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-ALTA
               WRITE REG-FONDO-FIJO
                 INVALID KEY
                   DISPLAY "Error grabando el fondo: " ST-FONDOS
                           LINE 24 COL 1
                   ACCEPT X LINE 24 COL 60
                   GO TO F-MANTENGO-FONDO
               END-WRITE
            END-IF.
            DISPLAY "Fondo grabado; el asiento del autorizado sale "
                    "en la proxima reposicion" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 75.

       F-MANTENGO-FONDO.
            EXIT.

      * CARGO-VALE: un ticket o factura del sobre. Sin CUIT es un
      * ticket: solo el total, todo gasto. Con CUIT es una factura:
      * letra, punto de venta y numero; A o M discrimina neto e IVA
      * (el IVA se calcula por la alicuota), B o C va todo a gasto.
      * El vale no puede superar lo que queda en el sobre.
       CARGO-VALE.
            PERFORM BUSCO-FONDO-ACTIVO THRU F-BUSCO-FONDO-ACTIVO.
            IF W-SUCURSAL = SPACES
               GO TO F-CARGO-VALE
            END-IF.
            INITIALIZE REG-VALE-FONDO-FIJO.
            DISPLAY "Fecha comprob.: " LINE 10 COL 5
                    "(AAAAMMDD, 0 = hoy)" LINE 10 COL 32.
            MOVE 0 TO W-FECHA-SISTEMA.
            ACCEPT W-FECHA-SISTEMA LINE 10 COL 21 PROMPT.
            IF PF-SALIR
               GO TO F-CARGO-VALE
            END-IF.
            IF W-FECHA-SISTEMA = 0
               MOVE W-HOY TO W-FECHA-SISTEMA
            END-IF.
            CALL "VALIDO-FECHA" USING W-FECHA-ANIO W-FECHA-MES
                 W-FECHA-DIA W-FECHA-VALIDA.
            IF W-FECHA-VALIDA NOT = "S" OR W-FECHA-MES > 12
                  OR W-FECHA-SISTEMA > W-HOY
               DISPLAY "Fecha invalida o futura" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CARGO-VALE
            END-IF.
            MOVE W-FECHA-SISTEMA TO VFF-FECHA.
            DISPLAY "Concepto      : " LINE 11 COL 5.
            ACCEPT VFF-CONCEPTO LINE 11 COL 21 PROMPT.
            IF PF-SALIR
               GO TO F-CARGO-VALE
            END-IF.
            MOVE FUNCTION UPPER-CASE(VFF-CONCEPTO) TO VFF-CONCEPTO.
            MOVE "N" TO W-CONCEPTO-VALIDO.
            PERFORM BUSCO-CONCEPTO THRU F-BUSCO-CONCEPTO
                VARYING W-IND-CONCEPTO FROM 1 BY 1
                    UNTIL W-IND-CONCEPTO > W-CANT-CONCEPTOS
                       OR W-CONCEPTO-VALIDO = "S".
            IF W-CONCEPTO-VALIDO NOT = "S"
               DISPLAY "Concepto inexistente en la tabla de conceptos"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-CARGO-VALE
            END-IF.
            DISPLAY "Detalle       : " LINE 12 COL 5.
            ACCEPT VFF-DETALLE LINE 12 COL 21 PROMPT.
            DISPLAY "CUIT emisor   : " LINE 13 COL 5
                    "(0 = ticket sin CUIT)" LINE 13 COL 35.
            ACCEPT VFF-CUIT LINE 13 COL 21 PROMPT.
            IF PF-SALIR
               GO TO F-CARGO-VALE
            END-IF.
            IF VFF-CUIT NOT = 0
               PERFORM PIDO-COMPROBANTE THRU F-PIDO-COMPROBANTE
               IF VFF-LETRA = SPACES
                  GO TO F-CARGO-VALE
               END-IF
            END-IF.
            IF VFF-DISCRIMINA
               PERFORM PIDO-NETO-IVA THRU F-PIDO-NETO-IVA
               IF VFF-TOTAL = 0
                  GO TO F-CARGO-VALE
               END-IF
            ELSE
               DISPLAY "Total         : " LINE 16 COL 5
               ACCEPT VFF-TOTAL LINE 16 COL 21 PROMPT
               MOVE VFF-TOTAL TO VFF-NETO
               MOVE 0 TO VFF-IVA
               MOVE 0 TO VFF-ALICUOTA
            END-IF.
            IF PF-SALIR OR VFF-TOTAL NOT > 0
               GO TO F-CARGO-VALE
            END-IF.
            IF VFF-TOTAL > FF-SALDO
               MOVE FF-SALDO TO IMPORTE-ZZ
               DISPLAY "El vale supera lo que queda en el fondo: "
                       IMPORTE-ZZ LINE 24 COL 1
               ACCEPT X LINE 24 COL 75
               GO TO F-CARGO-VALE
            END-IF.
            DISPLAY "Confirma (S/N): " LINE 18 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 18 COL 21 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-CARGO-VALE
            END-IF.
            PERFORM GRABO-VALE THRU F-GRABO-VALE.

       F-CARGO-VALE.
            EXIT.

       BUSCO-CONCEPTO.
            IF CONC-CODIGO(W-IND-CONCEPTO) = VFF-CONCEPTO
               MOVE "S" TO W-CONCEPTO-VALIDO
               DISPLAY CONC-DESCRIPCION(W-IND-CONCEPTO)
                       LINE 11 COL 30
            END-IF.

       F-BUSCO-CONCEPTO.
            EXIT.

      * PIDO-COMPROBANTE: el CUIT tiene que pasar el digito
      * verificador; la letra es la de ABM-CTAS-PAGAR. Deja la letra
      * en blanco si algo no esta bien.
       PIDO-COMPROBANTE.
            MOVE VFF-CUIT TO W-CUIT.
            PERFORM CALCULO-DIGITO-CUIT THRU F-CALCULO-DIGITO-CUIT.
            IF NOT W-CUIT-ES-VALIDO
               DISPLAY "CUIT invalido (digito verificador)"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               MOVE SPACES TO VFF-LETRA
               GO TO F-PIDO-COMPROBANTE
            END-IF.
            DISPLAY "Letra / P.V. / Numero: " LINE 14 COL 5.
            ACCEPT VFF-LETRA LINE 14 COL 29 PROMPT.
            MOVE FUNCTION UPPER-CASE(VFF-LETRA) TO VFF-LETRA.
            IF NOT VFF-LETRA-VALIDA
               DISPLAY "Letra invalida (A, B, C o M)" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               MOVE SPACES TO VFF-LETRA
               GO TO F-PIDO-COMPROBANTE
            END-IF.
            ACCEPT VFF-PUNTO-VENTA LINE 14 COL 32 PROMPT.
            ACCEPT VFF-COMPROBANTE LINE 14 COL 39 PROMPT.
            IF PF-SALIR OR VFF-COMPROBANTE = 0
               MOVE SPACES TO VFF-LETRA
            END-IF.

       F-PIDO-COMPROBANTE.
            EXIT.

      * PIDO-NETO-IVA: neto gravado y alicuota; el IVA se calcula.
      * Deja el total en cero si la alicuota no es valida.
       PIDO-NETO-IVA.
            MOVE 0 TO VFF-TOTAL.
            DISPLAY "Neto gravado  : " LINE 15 COL 5
                    "Alicuota: " LINE 15 COL 40.
            ACCEPT VFF-NETO LINE 15 COL 21 PROMPT.
            ACCEPT VFF-ALICUOTA LINE 15 COL 50 PROMPT.
            IF PF-SALIR
               GO TO F-PIDO-NETO-IVA
            END-IF.
            MOVE "N" TO W-ALICUOTA-OK.
            PERFORM BUSCO-ALICUOTA THRU F-BUSCO-ALICUOTA
                VARYING W-INDICE-TABLA-ALIC FROM 1 BY 1
                    UNTIL W-INDICE-TABLA-ALIC > 5
                       OR W-ALICUOTA-OK = "S".
            IF W-ALICUOTA-OK NOT = "S"
               DISPLAY "Alicuota invalida" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-PIDO-NETO-IVA
            END-IF.
            COMPUTE VFF-IVA ROUNDED = VFF-NETO * VFF-ALICUOTA / 100.
            COMPUTE VFF-TOTAL = VFF-NETO + VFF-IVA.
            MOVE VFF-IVA TO IMPORTE-ZZ.
            MOVE VFF-TOTAL TO IMPORTE2-ZZ.
            DISPLAY "IVA           : " LINE 16 COL 5
                    IMPORTE-ZZ LINE 16 COL 21
                    "Total: " LINE 16 COL 40
                    IMPORTE2-ZZ LINE 16 COL 50.

       F-PIDO-NETO-IVA.
            EXIT.

       BUSCO-ALICUOTA.
            IF W-ALICUOTA-VALIDA(W-INDICE-TABLA-ALIC) = VFF-ALICUOTA
               MOVE "S" TO W-ALICUOTA-OK
            END-IF.

       F-BUSCO-ALICUOTA.
            EXIT.

      * GRABO-VALE: numera el vale con el correlativo del fondo y
      * baja el saldo del sobre.
       GRABO-VALE.
            ADD 1 TO FF-ULTIMO-VALE.
            MOVE W-SUCURSAL TO VFF-SUCURSAL.
            MOVE FF-ULTIMO-VALE TO VFF-NUMERO.
            MOVE "P" TO VFF-ESTADO.
            MOVE 0 TO VFF-REPOSICION.
            MOVE 0 TO VFF-FECHA-REPOSICION.
            MOVE 0 TO VFF-FP-ID.
            MOVE W-HOY TO VFF-FECHA-ALTA.
            MOVE W-OPERADOR-ACTUAL TO VFF-USUARIO-ALTA.
            WRITE REG-VALE-FONDO-FIJO
              INVALID KEY
                DISPLAY "Error grabando el vale: " ST-VALES
                        LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-GRABO-VALE
            END-WRITE.
            SUBTRACT VFF-TOTAL FROM FF-SALDO.
            MOVE W-HOY TO FF-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-MODIF.
            REWRITE REG-FONDO-FIJO.
            COMPUTE W-MINIMO-AVISO = FF-AUTORIZADO * W-PORC-AVISO
                                     / 100.
            MOVE FF-SALDO TO IMPORTE-ZZ.
            IF FF-SALDO < W-MINIMO-AVISO AND NOT FF-PIDE-REPOSICION
               DISPLAY "Vale " VFF-NUMERO " grabado. Quedan "
                       IMPORTE-ZZ " -- pedir reposicion"
                       LINE 24 COL 1
            ELSE
               DISPLAY "Vale " VFF-NUMERO " grabado. Quedan "
                       IMPORTE-ZZ LINE 24 COL 1
            END-IF.
            ACCEPT X LINE 24 COL 75.

       F-GRABO-VALE.
            EXIT.

      * ANULO-VALE: un vale pendiente cargado por error; el importe
      * vuelve al saldo del sobre. Un vale ya repuesto no se toca.
       ANULO-VALE.
            PERFORM BUSCO-FONDO-ACTIVO THRU F-BUSCO-FONDO-ACTIVO.
            IF W-SUCURSAL = SPACES
               GO TO F-ANULO-VALE
            END-IF.
            DISPLAY "Numero de vale: " LINE 10 COL 5.
            MOVE 0 TO W-VFF-NUMERO.
            ACCEPT W-VFF-NUMERO LINE 10 COL 21 PROMPT.
            IF PF-SALIR OR W-VFF-NUMERO = 0
               GO TO F-ANULO-VALE
            END-IF.
            MOVE W-SUCURSAL TO VFF-SUCURSAL.
            MOVE W-VFF-NUMERO TO VFF-NUMERO.
            READ VALES-FONDO-FIJO KEY IS VFF-CLAVE
              INVALID KEY
                DISPLAY "Vale inexistente" LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-ANULO-VALE
            END-READ.
            MOVE VFF-TOTAL TO IMPORTE-ZZ.
            DISPLAY "Fecha: " LINE 11 COL 5 VFF-FECHA
                    "  " VFF-CONCEPTO "  " VFF-DETALLE
                    "Total: " LINE 12 COL 5 IMPORTE-ZZ.
            IF NOT VFF-PENDIENTE
               DISPLAY "El vale no esta pendiente (estado "
                       VFF-ESTADO ")" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-ANULO-VALE
            END-IF.
            DISPLAY "Anula el vale (S/N): " LINE 14 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 14 COL 26 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-ANULO-VALE
            END-IF.
            MOVE "A" TO VFF-ESTADO.
            MOVE W-HOY TO VFF-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO VFF-USUARIO-MODIF.
            REWRITE REG-VALE-FONDO-FIJO.
            ADD VFF-TOTAL TO FF-SALDO.
            MOVE W-HOY TO FF-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-MODIF.
            REWRITE REG-FONDO-FIJO.
            DISPLAY "Vale anulado" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 60.

       F-ANULO-VALE.
            EXIT.

      * PIDO-REPOSICION: muestra los vales pendientes y, confirmado,
      * deja el fondo marcado para la reposicion de la noche.
       PIDO-REPOSICION.
            PERFORM BUSCO-FONDO-ACTIVO THRU F-BUSCO-FONDO-ACTIVO.
            IF W-SUCURSAL = SPACES
               GO TO F-PIDO-REPOSICION
            END-IF.
            PERFORM SUMO-VALES-PENDIENTES THRU F-SUMO-VALES-PENDIENTES.
            MOVE W-TOTAL-PENDIENTES TO IMPORTE-ZZ.
            DISPLAY "Vales pendientes: " LINE 10 COL 5
                    W-CANT-PENDIENTES " por " IMPORTE-ZZ.
            IF W-CANT-PENDIENTES = 0
               DISPLAY "No hay vales para reponer" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-PIDO-REPOSICION
            END-IF.
            IF FF-PIDE-REPOSICION
               DISPLAY "La reposicion ya esta pedida" LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-PIDO-REPOSICION
            END-IF.
            DISPLAY "Pide la reposicion (S/N): " LINE 12 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 12 COL 31 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-PIDO-REPOSICION
            END-IF.
            MOVE "S" TO FF-REPONER.
            MOVE W-HOY TO FF-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-MODIF.
            REWRITE REG-FONDO-FIJO.
            DISPLAY "Reposicion pedida: sale con el proceso de la "
                    "noche" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 60.

       F-PIDO-REPOSICION.
            EXIT.

      * SUMO-VALES-PENDIENTES: cantidad e importe de los vales P de
      * la sucursal, recorriendo la clave desde el vale cero.
       SUMO-VALES-PENDIENTES.
            MOVE 0 TO W-CANT-PENDIENTES.
            MOVE 0 TO W-TOTAL-PENDIENTES.
            MOVE W-SUCURSAL TO VFF-SUCURSAL.
            MOVE 0 TO VFF-NUMERO.
            START VALES-FONDO-FIJO KEY IS NOT LESS THAN VFF-CLAVE
              INVALID KEY
                GO TO F-SUMO-VALES-PENDIENTES
            END-START.
            MOVE "N" TO W-FIN-VALES.
            PERFORM SUMO-UN-VALE THRU F-SUMO-UN-VALE
                UNTIL W-FIN-VALES = "S".

       F-SUMO-VALES-PENDIENTES.
            EXIT.

       SUMO-UN-VALE.
            READ VALES-FONDO-FIJO NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-VALES
                GO TO F-SUMO-UN-VALE
            END-READ.
            IF VFF-SUCURSAL NOT = W-SUCURSAL
               MOVE "S" TO W-FIN-VALES
               GO TO F-SUMO-UN-VALE
            END-IF.
            IF VFF-PENDIENTE
               ADD 1 TO W-CANT-PENDIENTES
               ADD VFF-TOTAL TO W-TOTAL-PENDIENTES
            END-IF.

       F-SUMO-UN-VALE.
            EXIT.

      * ARQUEO-SORPRESA: lo hace un supervisor delante del
      * responsable. El saldo que tiene que haber en el sobre es el
      * del fondo (autorizado menos vales pendientes, corregido por
      * arqueos anteriores); la diferencia con lo contado queda en el
      * arqueo y en FF-DIF-PENDIENTE, y el saldo pasa a ser lo
      * contado, para que el arqueo siguiente no la vuelva a marcar.
       ARQUEO-SORPRESA.
            IF W-OPERADOR-SUPERVISOR NOT = "S"
               DISPLAY "El arqueo sorpresa lo hace un supervisor"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            PERFORM BUSCO-FONDO-ACTIVO THRU F-BUSCO-FONDO-ACTIVO.
            IF W-SUCURSAL = SPACES
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            PERFORM SUMO-VALES-PENDIENTES THRU F-SUMO-VALES-PENDIENTES.
            MOVE W-TOTAL-PENDIENTES TO IMPORTE-ZZ.
            DISPLAY "Vales en el sobre: " LINE 10 COL 5
                    W-CANT-PENDIENTES " por " IMPORTE-ZZ.
            DISPLAY "Efectivo contado : " LINE 12 COL 5.
            MOVE 0 TO W-DECLARADO.
            ACCEPT W-DECLARADO LINE 12 COL 25 PROMPT.
            IF PF-SALIR
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            COMPUTE W-DIFERENCIA = W-DECLARADO - FF-SALDO.
            MOVE FF-SALDO TO IMPORTE-ZZ.
            MOVE W-DECLARADO TO IMPORTE2-ZZ.
            MOVE W-DIFERENCIA TO IMPORTE3-ZZ.
            DISPLAY "Saldo del fondo  : " LINE 13 COL 5
                    IMPORTE-ZZ LINE 13 COL 25
                    "Diferencia       : " LINE 14 COL 5
                    IMPORTE3-ZZ LINE 14 COL 25.
            EVALUATE TRUE
               WHEN W-DIFERENCIA < 0
                  DISPLAY "FALTANTE" LINE 14 COL 45
               WHEN W-DIFERENCIA > 0
                  DISPLAY "SOBRANTE" LINE 14 COL 45
               WHEN OTHER
                  DISPLAY "SIN DIFERENCIA" LINE 14 COL 45
            END-EVALUATE.
            DISPLAY "Observacion      : " LINE 16 COL 5.
            MOVE SPACES TO W-OBSERVACION.
            ACCEPT W-OBSERVACION LINE 16 COL 25 PROMPT.
            IF PF-SALIR
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            IF W-DIFERENCIA NOT = 0 AND W-OBSERVACION = SPACES
               DISPLAY "Con diferencia la observacion es obligatoria"
                       LINE 24 COL 1
               ACCEPT X LINE 24 COL 60
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            DISPLAY "Confirma (S/N): " LINE 18 COL 5.
            MOVE "N" TO W-CONFIRMA.
            ACCEPT W-CONFIRMA LINE 18 COL 21 PROMPT.
            IF PF-SALIR OR NOT W-CONFIRMA-SI
               GO TO F-ARQUEO-SORPRESA
            END-IF.
            PERFORM GRABO-ARQUEO THRU F-GRABO-ARQUEO.

       F-ARQUEO-SORPRESA.
            EXIT.

       GRABO-ARQUEO.
            INITIALIZE REG-ARQUEO-FONDO-FIJO.
            MOVE W-SUCURSAL TO AFF-SUCURSAL.
            MOVE W-HOY TO AFF-FECHA.
            ACCEPT AFF-HORA FROM TIME.
            MOVE FF-AUTORIZADO TO AFF-AUTORIZADO.
            MOVE W-TOTAL-PENDIENTES TO AFF-VALES-PENDIENTES.
            MOVE FF-SALDO TO AFF-SALDO-TEORICO.
            MOVE W-DECLARADO TO AFF-DECLARADO.
            MOVE W-DIFERENCIA TO AFF-DIFERENCIA.
            MOVE FF-RESPONSABLE TO AFF-RESPONSABLE.
            MOVE W-OPERADOR-ACTUAL TO AFF-OPERADOR.
            MOVE W-OBSERVACION TO AFF-OBSERVACION.
            WRITE REG-ARQUEO-FONDO-FIJO
              INVALID KEY
                DISPLAY "Error grabando el arqueo: " ST-ARQUEOS
                        LINE 24 COL 1
                ACCEPT X LINE 24 COL 60
                GO TO F-GRABO-ARQUEO
            END-WRITE.
            MOVE W-DECLARADO TO FF-SALDO.
            ADD W-DIFERENCIA TO FF-DIF-PENDIENTE.
            MOVE W-HOY TO FF-FECHA-ARQUEO.
            MOVE W-HOY TO FF-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO FF-USUARIO-MODIF.
            REWRITE REG-FONDO-FIJO.
            DISPLAY "Arqueo registrado" LINE 24 COL 1.
            ACCEPT X LINE 24 COL 60.

       F-GRABO-ARQUEO.
            EXIT.

       CALCULO-DIGITO-CUIT.
            MOVE 0 TO W-SUMA-CUIT.
            PERFORM SUMO-UN-DIGITO-CUIT THRU F-SUMO-UN-DIGITO-CUIT
                VARYING W-INDICE-CUIT FROM 1 BY 1
                    UNTIL W-INDICE-CUIT > 10.
            DIVIDE W-SUMA-CUIT BY 11
               GIVING W-COCIENTE-CUIT REMAINDER W-RESTO-CUIT.
            IF W-RESTO-CUIT = 0
               MOVE 0 TO W-VERIF-CUIT
            ELSE
               COMPUTE W-VERIF-CUIT = 11 - W-RESTO-CUIT
            END-IF.
            IF W-VERIF-CUIT = 10
               MOVE "N" TO W-CUIT-VALIDO
            ELSE
               IF W-VERIF-CUIT = W-CUIT-DIGITO(11)
                  MOVE "S" TO W-CUIT-VALIDO
               ELSE
                  MOVE "N" TO W-CUIT-VALIDO
               END-IF
            END-IF.

       F-CALCULO-DIGITO-CUIT.
            EXIT.

       SUMO-UN-DIGITO-CUIT.
            COMPUTE W-SUMA-CUIT = W-SUMA-CUIT +
                W-CUIT-DIGITO(W-INDICE-CUIT) * PESO-CUIT(W-INDICE-CUIT).

       F-SUMO-UN-DIGITO-CUIT.
            EXIT.

       END PROGRAM "ABM-FONDOS-FIJOS".
