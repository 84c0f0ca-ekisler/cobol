      *          listado con la comision de cada vendedor y el total
      *          general, para que liquidaciones no tenga que
      *          reconstruir el calculo a mano a fin de mes.
      * Mod: 15/10/2026 EK - Deja la comision del mes por vendedor
      *      (con su VEN-LEGAJO) en COMISIONES-MES; cada corrida
      *      reemplaza la del mes en curso hasta que
      *      ENVIO-COMISIONES-SUELDOS lo pasa a sueldos, y un mes
      *      enviado ya no se toca.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              COPY "./sel/clientes.sel".
              COPY "./sel/vendedores.sel".
              COPY "./sel/reasignacionesVendedor.sel".
              COPY "./sel/comisionesMes.sel".

       DATA DIVISION.
       FILE SECTION.
              COPY "./fd/clientes.fd".
              COPY "./fd/vendedores.fd".
              COPY "./fd/reasignacionesVendedor.fd".
              COPY "./fd/comisionesMes.fd".

       WORKING-STORAGE SECTION.

       01 W-CANT-LIQUIDADOS  PIC 9(7) VALUE 0.
       01 W-TOTAL-COMISIONES PIC S9(9)V9(2) VALUE 0.

      * Comision del mes por vendedor, para COMISIONES-MES.
       01 ST-COMISIONES-MES  PIC XX.
       01 W-FIN-COMISIONES   PIC X.
       01 W-TABLA-COMIS.
          03 W-CM-ENTRADA OCCURS 200 TIMES.
             05 W-CM-VENDEDOR  PIC X(5).
             05 W-CM-LEGAJO    PIC 9(7).
             05 W-CM-VENTAS    PIC S9(11)V9(2).
             05 W-CM-COMISION  PIC S9(9)V9(2).
             05 W-CM-CLIENTES  PIC 9(5).
       01 W-CANT-CM          PIC 9(3) VALUE 0.
       01 W-IND-CM           PIC 9(3).
       01 W-CM-HALLADO       PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARGO-REASIGNACIONES
               DISPLAY "COMISIONES DE VENDEDORES - MES " FS-MES
               PERFORM PROCESO-COMISIONES THRU F-PROCESO-COMISIONES
                   UNTIL W-FIN-CLIENTES = "S"
               PERFORM GRABO-COMISIONES-MES
                  THRU F-GRABO-COMISIONES-MES
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            MOVE W-TOTAL-COMISIONES TO COMISION-ZZ.
                      CLI_TOTAL(FS-MES) * VEN-PORCENTAJE-COMIS
                   ADD W-COMISION TO W-TOTAL-COMISIONES
                   ADD 1 TO W-CANT-LIQUIDADOS
                   MOVE CLI_TOTAL(FS-MES) TO W-VENTAS-PARTE
                   PERFORM ACUMULO-VENDEDOR THRU F-ACUMULO-VENDEDOR
                   MOVE CLI_TOTAL(FS-MES) TO VENTAS-ZZ
                   MOVE W-COMISION TO COMISION-ZZ
                   DISPLAY VEN-CODIGO SPACE VEN-NOMBRE SPACE
                   COMPUTE W-COMISION ROUNDED =
                      W-VENTAS-PARTE * VEN-PORCENTAJE-COMIS
                   ADD W-COMISION TO W-TOTAL-COMISIONES
                   PERFORM ACUMULO-VENDEDOR THRU F-ACUMULO-VENDEDOR
                   MOVE W-VENTAS-PARTE TO VENTAS-ZZ
                   MOVE W-COMISION TO COMISION-ZZ
                   DISPLAY VEN-CODIGO SPACE VEN-NOMBRE SPACE
       F-LIQUIDO-UNA-PARTE.
            EXIT.

      * ACUMULO-VENDEDOR: suma la comision recien calculada (del
      * vendedor en REG-VENDEDORES) a su entrada del mes.
       ACUMULO-VENDEDOR.
            MOVE 0 TO W-CM-HALLADO.
            PERFORM COMPARO-CM THRU F-COMPARO-CM
                VARYING W-IND-CM FROM 1 BY 1
                    UNTIL W-IND-CM > W-CANT-CM
                       OR W-CM-HALLADO NOT = 0.
            IF W-CM-HALLADO = 0
               IF W-CANT-CM < 200
                  ADD 1 TO W-CANT-CM
                  MOVE W-CANT-CM TO W-CM-HALLADO
                  MOVE VEN-CODIGO TO W-CM-VENDEDOR(W-CM-HALLADO)
                  MOVE 0 TO W-CM-LEGAJO(W-CM-HALLADO)
                  IF VEN-LEGAJO NUMERIC
                     MOVE VEN-LEGAJO TO W-CM-LEGAJO(W-CM-HALLADO)
                  END-IF
                  MOVE 0 TO W-CM-VENTAS(W-CM-HALLADO)
                  MOVE 0 TO W-CM-COMISION(W-CM-HALLADO)
                  MOVE 0 TO W-CM-CLIENTES(W-CM-HALLADO)
               ELSE
                  DISPLAY "Tabla de vendedores llena, no se graba "
                          "en COMISIONES-MES: " VEN-CODIGO
                  GO TO F-ACUMULO-VENDEDOR
               END-IF
            END-IF.
            ADD W-VENTAS-PARTE TO W-CM-VENTAS(W-CM-HALLADO).
            ADD W-COMISION TO W-CM-COMISION(W-CM-HALLADO).
            ADD 1 TO W-CM-CLIENTES(W-CM-HALLADO).

       F-ACUMULO-VENDEDOR.
            EXIT.

       COMPARO-CM.
            IF W-CM-VENDEDOR(W-IND-CM) = VEN-CODIGO
               MOVE W-IND-CM TO W-CM-HALLADO
            END-IF.

       F-COMPARO-CM.
            EXIT.

      * GRABO-COMISIONES-MES: reemplaza lo grabado para el mes en
      * curso por el calculo de esta corrida (la ultima del mes es
      * la que se envia a sueldos). Un mes ya enviado no se toca:
      * lo que se pago tiene que seguir coincidiendo con lo grabado.
       GRABO-COMISIONES-MES.
            MOVE W-FECHA-SISTEMA(1:6) TO W-PERIODO-CORRIDA.
            OPEN I-O COMISIONES-MES.
            IF ST-COMISIONES-MES > "07"
               DISPLAY "Error abriendo Comisiones-Mes: "
                       ST-COMISIONES-MES
               GO TO F-GRABO-COMISIONES-MES
            END-IF.
            MOVE W-PERIODO-CORRIDA TO CMS-PERIODO.
            MOVE SPACES TO CMS-VENDEDOR.
            READ COMISIONES-MES KEY IS CMS-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF CMS-ENVIADO
                   DISPLAY "El mes " W-PERIODO-CORRIDA " ya fue "
                           "enviado a sueldos el " CMS-FECHA-ENVIO
                           ", no se actualiza"
                   CLOSE COMISIONES-MES
                   GO TO F-GRABO-COMISIONES-MES
                END-IF
            END-READ.
            MOVE W-PERIODO-CORRIDA TO CMS-PERIODO.
            MOVE LOW-VALUES TO CMS-VENDEDOR.
            START COMISIONES-MES KEY IS NOT LESS THAN CMS-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-COMISIONES
              NOT INVALID KEY MOVE "N" TO W-FIN-COMISIONES
            END-START.
            PERFORM BORRO-UNA-COMISION THRU F-BORRO-UNA-COMISION
                UNTIL W-FIN-COMISIONES = "S".
            PERFORM GRABO-UNA-COMISION THRU F-GRABO-UNA-COMISION
                VARYING W-IND-CM FROM 1 BY 1
                    UNTIL W-IND-CM > W-CANT-CM.
            INITIALIZE REG-COMISION-MES
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-PERIODO-CORRIDA TO CMS-PERIODO.
            MOVE SPACES TO CMS-VENDEDOR.
            SET CMS-ABIERTO TO TRUE.
            MOVE W-CANT-CM TO CMSC-CANT-VENDEDORES.
            MOVE W-TOTAL-COMISIONES TO CMSC-TOTAL-COMISIONES.
            MOVE W-FECHA-SISTEMA TO CMS-FECHA-CALCULO.
            WRITE REG-COMISION-MES
              INVALID KEY
                DISPLAY "Error grabando cabecera de Comisiones-Mes: "
                        ST-COMISIONES-MES
            END-WRITE.
            CLOSE COMISIONES-MES.

       F-GRABO-COMISIONES-MES.
            EXIT.

       BORRO-UNA-COMISION.
            READ COMISIONES-MES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COMISIONES
                GO TO F-BORRO-UNA-COMISION
            END-READ.
            IF CMS-PERIODO NOT = W-PERIODO-CORRIDA
               MOVE "S" TO W-FIN-COMISIONES
               GO TO F-BORRO-UNA-COMISION
            END-IF.
            DELETE COMISIONES-MES RECORD
              INVALID KEY
                DISPLAY "Error borrando Comisiones-Mes: "
                        ST-COMISIONES-MES
            END-DELETE.

       F-BORRO-UNA-COMISION.
            EXIT.

       GRABO-UNA-COMISION.
            INITIALIZE REG-COMISION-MES
                REPLACING NUMERIC DATA BY ZERO
                          ALPHANUMERIC DATA BY SPACES.
            MOVE W-PERIODO-CORRIDA TO CMS-PERIODO.
            MOVE W-CM-VENDEDOR(W-IND-CM) TO CMS-VENDEDOR.
            SET CMS-ABIERTO TO TRUE.
            MOVE W-CM-LEGAJO(W-IND-CM) TO CMS-LEGAJO.
            MOVE W-CM-VENTAS(W-IND-CM) TO CMS-VENTAS.
            MOVE W-CM-COMISION(W-IND-CM) TO CMS-COMISION.
            MOVE W-CM-CLIENTES(W-IND-CM) TO CMS-CANT-CLIENTES.
            MOVE W-FECHA-SISTEMA TO CMS-FECHA-CALCULO.
            WRITE REG-COMISION-MES
              INVALID KEY
                DISPLAY "Error grabando Comisiones-Mes: "
                        ST-COMISIONES-MES " vendedor " CMS-VENDEDOR
            END-WRITE.

       F-GRABO-UNA-COMISION.
            EXIT.

      * CARGO-REASIGNACIONES: levanta del ledger los traspasos cuya
      * fecha efectiva cae en el mes en curso; lo anterior ya quedo
      * liquidado en meses pasados y lo futuro todavia no rige.
