      *          condicion de pago, mismo bloque de auditoria que
      *          CLIENTES) contra el que ABM-COMPRAS valida cada
      *          recepcion de mercaderia.
      * Mod: 15/10/2026 EK - Regimen de retencion de Ganancias y
      *      jurisdiccion de retencion de IIBB del proveedor, que
      *      REGISTRO-PAGO de ABM-CTAS-PAGAR usa para retenerle.
      * Mod: 15/10/2026 EK - Cuenta bancaria del proveedor (CBU con
      *      sus digitos verificadores, alias y CUIT del titular) en
      *      provCuentas.dat, a la que ORDENES-PAGO le transfiere.
      * Mod: 15/10/2026 EK - Plazo de entrega del proveedor en dias
      *      (PROV-PLAZO-ENTREGA), para el recalculo del punto de
      *      reorden.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

              COPY "./sel/proveedores.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/provCuentas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/proveedores.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/provCuentas.fd".

       WORKING-STORAGE SECTION.

       01 W-EXISTE           PIC X VALUE "N".
          88 W-PROVEEDOR-EXISTE VALUE "S".

      * Cuenta bancaria: el CBU tiene dos bloques, cada uno con su
      * digito verificador al final (pesos 7139713 sobre los 7
      * primeros digitos, 3971397139713 sobre los 13 del segundo
      * bloque). CBU en blanco = el proveedor no cobra por
      * transferencia.
       01 ST-PROV-CUENTAS    PIC XX.
       01 W-CUENTA-EXISTE    PIC X VALUE "N".
          88 W-HAY-CUENTA        VALUE "S".
       01 W-CBU-VALIDO       PIC X VALUE "N".
          88 W-CBU-ES-VALIDO     VALUE "S".
       01 W-PESOS-CBU-1      PIC X(7) VALUE "7139713".
       01 W-PESOS-CBU-1-R REDEFINES W-PESOS-CBU-1.
          05 W-PESO-CBU-1    PIC 9 OCCURS 7 TIMES.
       01 W-PESOS-CBU-2      PIC X(13) VALUE "3971397139713".
       01 W-PESOS-CBU-2-R REDEFINES W-PESOS-CBU-2.
          05 W-PESO-CBU-2    PIC 9 OCCURS 13 TIMES.
       01 W-INDICE-CBU       PIC 99.
       01 W-SUMA-CBU         PIC 9(4).
       01 W-COCIENTE-CBU     PIC 9(4).
       01 W-RESTO-CBU        PIC 9.
       01 W-DIGITO-CBU       PIC 9.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.

                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            OPEN I-O PROV-CUENTAS.
            IF ST-PROV-CUENTAS > "07"
               DISPLAY "Error abriendo Cuentas de proveedores: "
                       ST-PROV-CUENTAS LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PROVEEDORES.
            CLOSE PROV-CUENTAS.

       F-CIERRO-ARCHIVOS.
            EXIT.
               ACCEPT PROV-CUIT LINE 10 COL 26 PROMPT
               DISPLAY "Cond.Pago    : " LINE 11 COL 10
               ACCEPT PROV-CONDICION-PAGO LINE 11 COL 26 PROMPT
               PERFORM PIDO-RETENCIONES THRU F-PIDO-RETENCIONES
               PERFORM PIDO-PLAZO-ENTREGA THRU F-PIDO-PLAZO-ENTREGA
               SET PROV-ACTIVO TO TRUE
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO PROV-FECHA-ALTA
                 INVALID KEY
                   DISPLAY "Error grabando proveedor: " ST-PROVEEDORES
                           LINE 24 COL 1
                 NOT INVALID KEY
                   PERFORM PIDO-CUENTA-BANCARIA
                      THRU F-PIDO-CUENTA-BANCARIA
               END-WRITE
            END-IF.

               ACCEPT PROV-CUIT LINE 10 COL 26 PROMPT
               DISPLAY "Cond.Pago    : " LINE 11 COL 10
               ACCEPT PROV-CONDICION-PAGO LINE 11 COL 26 PROMPT
               PERFORM PIDO-RETENCIONES THRU F-PIDO-RETENCIONES
               PERFORM PIDO-PLAZO-ENTREGA THRU F-PIDO-PLAZO-ENTREGA
               ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE W-FECHA-SISTEMA TO PROV-FECHA-MODIF
               MOVE W-OPERADOR-ACTUAL TO PROV-USUARIO-MODIF
                   DISPLAY "Error modificando proveedor: "
                           ST-PROVEEDORES
                           LINE 24 COL 1
                 NOT INVALID KEY
                   PERFORM PIDO-CUENTA-BANCARIA
                      THRU F-PIDO-CUENTA-BANCARIA
               END-REWRITE
            END-IF.

                    PROV-CUIT LINE 10 COL 26
                    PROV-CONDICION-PAGO LINE 11 COL 26
                    PROV-ESTADO LINE 12 COL 26.
            IF PROV-REGIMEN-GANANCIAS IS NUMERIC
               DISPLAY "Reg.Ganancias: " LINE 13 COL 10
                       PROV-REGIMEN-GANANCIAS LINE 13 COL 26
            END-IF.
            DISPLAY "Juris.Ret.IB : " LINE 14 COL 10
                    PROV-JURIS-RET-IIBB LINE 14 COL 26.
            MOVE PROV-CODIGO TO PCB-PROVEEDOR.
            READ PROV-CUENTAS KEY IS PCB-PROVEEDOR
              INVALID KEY
                DISPLAY "CBU          : " LINE 15 COL 10
                        "(sin cuenta)" LINE 15 COL 26
              NOT INVALID KEY
                DISPLAY "CBU          : " LINE 15 COL 10
                        PCB-CBU LINE 15 COL 26
                        "Alias        : " LINE 16 COL 10
                        PCB-ALIAS LINE 16 COL 26
                        "CUIT titular : " LINE 17 COL 10
                        PCB-CUIT-TITULAR LINE 17 COL 26
            END-READ.
            IF PROV-PLAZO-ENTREGA IS NUMERIC
               DISPLAY "Plazo entrega: " LINE 18 COL 10
                       PROV-PLAZO-ENTREGA LINE 18 COL 26
            END-IF.

      * PIDO-RETENCIONES: regimen de Ganancias (0 = no se le retiene)
      * y jurisdiccion de IIBB (en blanco = no se le retiene). Un
      * registro anterior a los campos los trae en blanco.
       PIDO-RETENCIONES.
            IF PROV-REGIMEN-GANANCIAS IS NOT NUMERIC
               MOVE 0 TO PROV-REGIMEN-GANANCIAS
            END-IF.
            DISPLAY "Reg.Ganancias: " LINE 13 COL 10.
            ACCEPT PROV-REGIMEN-GANANCIAS LINE 13 COL 26 PROMPT.
            DISPLAY "Juris.Ret.IB : " LINE 14 COL 10.
            ACCEPT PROV-JURIS-RET-IIBB LINE 14 COL 26 PROMPT.
            MOVE FUNCTION UPPER-CASE(PROV-JURIS-RET-IIBB)
              TO PROV-JURIS-RET-IIBB.

       F-PIDO-RETENCIONES.
            EXIT.

      * PIDO-PLAZO-ENTREGA: dias de la orden a la recepcion (0 = el
      * plazo general del recalculo de reorden).
       PIDO-PLAZO-ENTREGA.
            IF PROV-PLAZO-ENTREGA IS NOT NUMERIC
               MOVE 0 TO PROV-PLAZO-ENTREGA
            END-IF.
            DISPLAY "Plazo entrega: " LINE 18 COL 10.
            ACCEPT PROV-PLAZO-ENTREGA LINE 18 COL 26 PROMPT.

       F-PIDO-PLAZO-ENTREGA.
            EXIT.

      * PIDO-CUENTA-BANCARIA: con el proveedor ya grabado. El CBU se
      * reingresa hasta que los digitos verificadores den, o se deja
      * en blanco (sin cuenta: si tenia una, se borra). El titular
      * tiene que ser el mismo CUIT del proveedor.
       PIDO-CUENTA-BANCARIA.
            MOVE PROV-CODIGO TO PCB-PROVEEDOR.
            READ PROV-CUENTAS KEY IS PCB-PROVEEDOR
              INVALID KEY
                MOVE "N" TO W-CUENTA-EXISTE
                INITIALIZE REG-PROV-CUENTA
                MOVE PROV-CODIGO TO PCB-PROVEEDOR
              NOT INVALID KEY
                MOVE "S" TO W-CUENTA-EXISTE
            END-READ.
            MOVE "N" TO W-CBU-VALIDO.
            PERFORM PIDO-CBU THRU F-PIDO-CBU
                UNTIL W-CBU-ES-VALIDO.
            IF PCB-CBU = SPACES
               IF W-HAY-CUENTA
                  DELETE PROV-CUENTAS RECORD
                    INVALID KEY
                      DISPLAY "Error borrando cuenta: "
                              ST-PROV-CUENTAS LINE 24 COL 1
                  END-DELETE
               END-IF
               GO TO F-PIDO-CUENTA-BANCARIA
            END-IF.
            DISPLAY "Alias        : " LINE 16 COL 10.
            ACCEPT PCB-ALIAS LINE 16 COL 26 PROMPT.
            MOVE PROV-CUIT TO PCB-CUIT-TITULAR.
            DISPLAY "CUIT titular : " LINE 17 COL 10
                    PCB-CUIT-TITULAR LINE 17 COL 26.
            MOVE W-FECHA-SISTEMA TO PCB-FECHA-MODIF.
            MOVE W-OPERADOR-ACTUAL TO PCB-USUARIO-MODIF.
            IF W-HAY-CUENTA
               REWRITE REG-PROV-CUENTA
                 INVALID KEY
                   DISPLAY "Error grabando cuenta: " ST-PROV-CUENTAS
                           LINE 24 COL 1
               END-REWRITE
            ELSE
               WRITE REG-PROV-CUENTA
                 INVALID KEY
                   DISPLAY "Error grabando cuenta: " ST-PROV-CUENTAS
                           LINE 24 COL 1
               END-WRITE
            END-IF.

       F-PIDO-CUENTA-BANCARIA.
            EXIT.

       PIDO-CBU.
            DISPLAY "CBU          : " LINE 15 COL 10.
            ACCEPT PCB-CBU LINE 15 COL 26 PROMPT.
            IF PCB-CBU = SPACES
               MOVE "S" TO W-CBU-VALIDO
               GO TO F-PIDO-CBU
            END-IF.
            IF PCB-CBU IS NOT NUMERIC
               DISPLAY "El CBU son 22 digitos" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE 0 TO W-SUMA-CBU.
            PERFORM SUMO-BLOQUE-1-CBU THRU F-SUMO-BLOQUE-1-CBU
                VARYING W-INDICE-CBU FROM 1 BY 1
                    UNTIL W-INDICE-CBU > 7.
            PERFORM CALCULO-DIGITO-CBU THRU F-CALCULO-DIGITO-CBU.
            IF W-DIGITO-CBU NOT = PCB-CBU-DIGITO(8)
               DISPLAY "CBU invalido (primer bloque)" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE 0 TO W-SUMA-CBU.
            PERFORM SUMO-BLOQUE-2-CBU THRU F-SUMO-BLOQUE-2-CBU
                VARYING W-INDICE-CBU FROM 1 BY 1
                    UNTIL W-INDICE-CBU > 13.
            PERFORM CALCULO-DIGITO-CBU THRU F-CALCULO-DIGITO-CBU.
            IF W-DIGITO-CBU NOT = PCB-CBU-DIGITO(22)
               DISPLAY "CBU invalido (segundo bloque)" LINE 24 COL 1
               GO TO F-PIDO-CBU
            END-IF.
            MOVE "S" TO W-CBU-VALIDO.

       F-PIDO-CBU.
            EXIT.

       SUMO-BLOQUE-1-CBU.
            COMPUTE W-SUMA-CBU = W-SUMA-CBU
                  + PCB-CBU-DIGITO(W-INDICE-CBU)
                  * W-PESO-CBU-1(W-INDICE-CBU).

       F-SUMO-BLOQUE-1-CBU.
            EXIT.

       SUMO-BLOQUE-2-CBU.
            COMPUTE W-SUMA-CBU = W-SUMA-CBU
                  + PCB-CBU-DIGITO(W-INDICE-CBU + 8)
                  * W-PESO-CBU-2(W-INDICE-CBU).

       F-SUMO-BLOQUE-2-CBU.
            EXIT.

      * CALCULO-DIGITO-CBU: digito = (10 - suma mod 10) mod 10.
       CALCULO-DIGITO-CBU.
            DIVIDE W-SUMA-CBU BY 10 GIVING W-COCIENTE-CBU
                   REMAINDER W-RESTO-CBU.
            IF W-RESTO-CBU = 0
               MOVE 0 TO W-DIGITO-CBU
            ELSE
               COMPUTE W-DIGITO-CBU = 10 - W-RESTO-CBU
            END-IF.

       F-CALCULO-DIGITO-CBU.
            EXIT.

       END PROGRAM "ABM-PROVEEDORES".
