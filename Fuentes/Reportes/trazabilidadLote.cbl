      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Trazabilidad de un lote para un retiro del mercado.
      *          Dado producto y lote, lista de MOVIMIENTOS-LOTE todo
      *          lo que paso con el lote (ingreso por compra,
      *          transferencias entre sucursales, salidas por factura
      *          o remito y devoluciones) y cierra con la lista de
      *          clientes (FACT-CLI-ID / REM-CLI-ID) que lo recibieron
      *          y cuantas unidades conservan, neto de lo que
      *          devolvieron, para saber a quien llamar. Se consultan
      *          lotes de a uno hasta dejar el codigo en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRAZABILIDAD-LOTE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/movimientosLote.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/productos.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/movimientosLote.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/productos.fd".

       WORKING-STORAGE SECTION.

       01 ST-MOV-LOTE       PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 W-FIN             PIC X VALUE "N".
       01 W-FIN-MOVIMIENTOS PIC X.

       01 W-CODIGO          PIC X(10).
       01 W-LOTE            PIC X(12).
       01 W-OPERACION-DESC  PIC X(13).
       01 W-CANT-MOVIMIENTOS PIC 9(5).
       01 W-CANT-CONSULTAS  PIC 9(5) VALUE 0.

      * Clientes que recibieron el lote: neto de salidas (negativas)
      * y reintegros (positivos) por cliente; hasta 200 clientes por
      * lote.
       01 W-CANT-CLIENTES   PIC 9(3).
       01 W-IND-CLI         PIC 9(3).
       01 W-CLI-HALLADO     PIC 9(3).
       01 W-TABLA-CLIENTES.
          05 W-CLIENTE-LOTE OCCURS 200 TIMES.
             10 W-TAB-CLI-ID      PIC 9(7).
             10 W-TAB-CLI-NETO    PIC S9(9).
       01 W-UNIDADES-AFUERA PIC S9(9).

       01 GUIONES           PIC X(72) VALUE ALL "-".
       01 CANT-ZZ           PIC ------9.
       01 UNIDADES-ZZ       PIC ---------9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN NOT = "S"
               PERFORM RASTREO-POR-LOTE THRU F-RASTREO-POR-LOTE
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            DISPLAY "Lotes consultados: " W-CANT-CONSULTAS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT MOVIMIENTOS-LOTE.
            IF ST-MOV-LOTE > "07"
               DISPLAY "Error abriendo Movimientos por Lote: "
                       ST-MOV-LOTE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "Error abriendo Clientes: " ST-FILE
               MOVE "S" TO W-FIN
            END-IF.
            OPEN INPUT PRODUCTOS.
            IF ST-PRODUCTOS > "07"
               DISPLAY "Error abriendo Productos: " ST-PRODUCTOS
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE MOVIMIENTOS-LOTE.
            CLOSE CLIENTES.
            CLOSE PRODUCTOS.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * RASTREO-POR-LOTE: la clave de MOVIMIENTOS-LOTE empieza por
      * producto + lote, asi que el lote se lee de corrido en orden
      * de fecha.
       RASTREO-POR-LOTE.
            DISPLAY "Producto (blanco=fin): " WITH NO ADVANCING.
            ACCEPT W-CODIGO.
            IF W-CODIGO = SPACES
               MOVE "S" TO W-FIN
               GO TO F-RASTREO-POR-LOTE
            END-IF.
            MOVE FUNCTION UPPER-CASE(W-CODIGO) TO W-CODIGO.
            DISPLAY "Lote: " WITH NO ADVANCING.
            ACCEPT W-LOTE.
            MOVE FUNCTION UPPER-CASE(W-LOTE) TO W-LOTE.
            ADD 1 TO W-CANT-CONSULTAS.
            MOVE W-CODIGO TO PROD-CODIGO.
            READ PRODUCTOS KEY IS PROD-CODIGO
              INVALID KEY
                MOVE "(PRODUCTO INEXISTENTE)" TO PROD-DESCRIPCION
            END-READ.
            DISPLAY " ".
            DISPLAY GUIONES.
            DISPLAY "TRAZABILIDAD " W-CODIGO SPACE
                    PROD-DESCRIPCION(1:30) " LOTE " W-LOTE.
            DISPLAY GUIONES.
            DISPLAY "FECHA    MOVIMIENTO    DOCUMENTO  SUC VENCE   "
                    "   CANTIDAD CLIENTE".
            MOVE 0 TO W-CANT-MOVIMIENTOS.
            MOVE 0 TO W-CANT-CLIENTES.
            MOVE W-CODIGO TO MLOT-CODIGO.
            MOVE W-LOTE TO MLOT-LOTE.
            MOVE 0 TO MLOT-FECHA.
            MOVE 0 TO MLOT-SECUENCIA.
            START MOVIMIENTOS-LOTE KEY IS NOT LESS THAN MLOT-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-MOVIMIENTOS
              NOT INVALID KEY MOVE "N" TO W-FIN-MOVIMIENTOS
            END-START.
            PERFORM LISTO-UN-MOVIMIENTO THRU F-LISTO-UN-MOVIMIENTO
                UNTIL W-FIN-MOVIMIENTOS = "S".
            IF W-CANT-MOVIMIENTOS = 0
               DISPLAY "Sin movimientos para el lote"
               GO TO F-RASTREO-POR-LOTE
            END-IF.
            DISPLAY GUIONES.
            DISPLAY "CLIENTES QUE RECIBIERON EL LOTE".
            MOVE 0 TO W-UNIDADES-AFUERA.
            PERFORM LISTO-UN-CLIENTE THRU F-LISTO-UN-CLIENTE
                VARYING W-IND-CLI FROM 1 BY 1
                    UNTIL W-IND-CLI > W-CANT-CLIENTES.
            MOVE W-UNIDADES-AFUERA TO UNIDADES-ZZ.
            DISPLAY "Unidades en poder de clientes:" UNIDADES-ZZ.
            DISPLAY GUIONES.

       F-RASTREO-POR-LOTE.
            EXIT.

       LISTO-UN-MOVIMIENTO.
            READ MOVIMIENTOS-LOTE NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-MOVIMIENTOS
                GO TO F-LISTO-UN-MOVIMIENTO
            END-READ.
            IF MLOT-CODIGO NOT = W-CODIGO OR MLOT-LOTE NOT = W-LOTE
               MOVE "S" TO W-FIN-MOVIMIENTOS
               GO TO F-LISTO-UN-MOVIMIENTO
            END-IF.
            ADD 1 TO W-CANT-MOVIMIENTOS.
            EVALUATE TRUE
              WHEN MLOT-INGRESO
                MOVE "INGRESO" TO W-OPERACION-DESC
              WHEN MLOT-EGRESO
                MOVE "SALIDA" TO W-OPERACION-DESC
              WHEN MLOT-REINTEGRO
                MOVE "DEVOLUCION" TO W-OPERACION-DESC
              WHEN MLOT-TRANSFERENCIA
                MOVE "TRANSFERENCIA" TO W-OPERACION-DESC
              WHEN OTHER
                MOVE MLOT-OPERACION TO W-OPERACION-DESC
            END-EVALUATE.
            MOVE MLOT-CANTIDAD TO CANT-ZZ.
            IF MLOT-CLI-ID = 0
               DISPLAY MLOT-FECHA SPACE W-OPERACION-DESC SPACE
                       MLOT-TIPO MLOT-DOCUMENTO SPACE MLOT-SUCURSAL
                       SPACE MLOT-VENCIMIENTO SPACE CANT-ZZ
               GO TO F-LISTO-UN-MOVIMIENTO
            END-IF.
            MOVE MLOT-CLI-ID TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE "(CLIENTE INEXISTENTE)" TO CLI_NOMBRE
            END-READ.
            DISPLAY MLOT-FECHA SPACE W-OPERACION-DESC SPACE
                    MLOT-TIPO MLOT-DOCUMENTO SPACE MLOT-SUCURSAL
                    SPACE MLOT-VENCIMIENTO SPACE CANT-ZZ SPACE
                    MLOT-CLI-ID SPACE CLI_NOMBRE(1:20).
            PERFORM ACUMULO-CLIENTE THRU F-ACUMULO-CLIENTE.

       F-LISTO-UN-MOVIMIENTO.
            EXIT.

      * ACUMULO-CLIENTE: neto del cliente; una salida resta y un
      * reintegro suma, asi que lo que el cliente conserva es el neto
      * cambiado de signo.
       ACUMULO-CLIENTE.
            MOVE 0 TO W-CLI-HALLADO.
            PERFORM BUSCO-CLIENTE-TABLA THRU F-BUSCO-CLIENTE-TABLA
                VARYING W-IND-CLI FROM 1 BY 1
                    UNTIL W-IND-CLI > W-CANT-CLIENTES.
            IF W-CLI-HALLADO = 0
               IF W-CANT-CLIENTES NOT < 200
                  DISPLAY "Mas de 200 clientes, resumen incompleto"
                  GO TO F-ACUMULO-CLIENTE
               END-IF
               ADD 1 TO W-CANT-CLIENTES
               MOVE W-CANT-CLIENTES TO W-CLI-HALLADO
               MOVE MLOT-CLI-ID TO W-TAB-CLI-ID(W-CLI-HALLADO)
               MOVE 0 TO W-TAB-CLI-NETO(W-CLI-HALLADO)
            END-IF.
            ADD MLOT-CANTIDAD TO W-TAB-CLI-NETO(W-CLI-HALLADO).

       F-ACUMULO-CLIENTE.
            EXIT.

       BUSCO-CLIENTE-TABLA.
            IF W-TAB-CLI-ID(W-IND-CLI) = MLOT-CLI-ID
               MOVE W-IND-CLI TO W-CLI-HALLADO
            END-IF.

       F-BUSCO-CLIENTE-TABLA.
            EXIT.

       LISTO-UN-CLIENTE.
            IF W-TAB-CLI-NETO(W-IND-CLI) NOT < 0
               GO TO F-LISTO-UN-CLIENTE
            END-IF.
            MOVE W-TAB-CLI-ID(W-IND-CLI) TO CLI_ID.
            READ CLIENTES KEY IS ID_CLIENTE
              INVALID KEY
                MOVE "(CLIENTE INEXISTENTE)" TO CLI_NOMBRE
                MOVE SPACES TO CLI_DIRECCION
            END-READ.
            COMPUTE UNIDADES-ZZ = W-TAB-CLI-NETO(W-IND-CLI) * -1.
            COMPUTE W-UNIDADES-AFUERA = W-UNIDADES-AFUERA -
                    W-TAB-CLI-NETO(W-IND-CLI).
            DISPLAY W-TAB-CLI-ID(W-IND-CLI) SPACE CLI_NOMBRE(1:25)
                    SPACE CLI_DIRECCION(1:25) SPACE UNIDADES-ZZ.

       F-LISTO-UN-CLIENTE.
            EXIT.

       END PROGRAM "TRAZABILIDAD-LOTE".
