      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Mayorizacion de los asientos del dia. Levanta
      *          ASIENTO-DIARIO (asientoDiario.txt, lo que dejo el
      *          cierre de ventas), pasa cada renglon al mayor
      *          (MOVIMIENTOS-MAYOR) y acumula el debe y el haber del
      *          mes de cada cuenta en SALDOS-CUENTAS, de donde salen
      *          el balance de sumas y saldos y el mayor por cuenta.
      *          Corre en dos pasadas: la primera valida todo el
      *          archivo (cuenta existente, activa e imputable en
      *          PLAN-CUENTAS, debe/haber, importes numericos y cada
      *          fecha de cada empresa balanceada; cada empresa tiene
      *          su propio mayor) y ante cualquier error no mayoriza
      *          nada (RC 4); recien la segunda graba. Una fecha que
      *          ya esta en el mayor se saltea entera, asi una
      *          re-ejecucion o un archivo con dias anteriores no
      *          duplica importes. El ultimo dia del mes, ademas,
      *          concilia, empresa por empresa, la cuenta de control
      *          Deudores por Ventas contra el saldo de los clientes
      *          en esa empresa y reporta la diferencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MAYORIZACION-ASIENTOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/asientoDiario.sel".
              COPY "./sel/planCuentas.sel".
              COPY "./sel/movimientosMayor.sel".
              COPY "./sel/saldosCuentas.sel".
              COPY "./sel/clientes.sel".
              COPY "./sel/clientesEmpresa.sel".
              COPY "./sel/empresas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/asientoDiario.fd".
              COPY "./fd/planCuentas.fd".
              COPY "./fd/movimientosMayor.fd".
              COPY "./fd/saldosCuentas.fd".
              COPY "./fd/clientes.fd".
              COPY "./fd/clientesEmpresa.fd".
              COPY "./fd/empresas.fd".

       WORKING-STORAGE SECTION.

       01 ST-ASIENTO        PIC XX.
       01 ST-PLAN-CUENTAS   PIC XX.
       01 ST-MAYOR          PIC XX.
       01 ST-SALDOS         PIC XX.
       01 ST-FILE           PIC XX.
       01 ST-CLI-EMPRESA    PIC XX.
       01 ST-EMPRESAS       PIC XX.
       01 W-FIN-EMPRESAS    PIC X VALUE "N".
       01 W-FIN-CLI-EMPRESA PIC X VALUE "N".
       01 W-FIN-ASIENTOS    PIC X VALUE "N".
       01 W-FIN-SALDOS      PIC X VALUE "N".
       01 W-FIN-CLIENTES    PIC X VALUE "N".
       01 W-ABORTO          PIC X VALUE "N".
       01 W-HAY-ERRORES     PIC X VALUE "N".
       01 W-PASADA          PIC 9 VALUE 1.
          88 W-PASADA-VALIDO     VALUE 1.
          88 W-PASADA-GRABO      VALUE 2.

      * Cuenta de control de Deudores por Ventas, la misma que asienta
      * CIERRE-VENTAS-DIARIO.
       01 W-CTA-DEUDORES    PIC X(10) VALUE "1.1.03".

       01 W-FECHA-SISTEMA   PIC 9(8).
       01 FECHA-SISTEMA-R REDEFINES W-FECHA-SISTEMA.
          05 FS-ANIO        PIC 9(4).
          05 FS-MES         PIC 99.
          05 FS-DIA         PIC 99.
       01 W-DIA-SIGUIENTE   PIC 99.
       01 W-DIA-VALIDO      PIC X.
       01 W-PERIODO-HOY     PIC 9(6).

      * Grupo de renglones de una misma fecha: el renglon dentro de la
      * fecha es parte de la clave del mayor, y si el primero ya esta
      * grabado la fecha entera ya fue mayorizada.
       01 W-FECHA-GRUPO     PIC 9(8) VALUE 0.
       01 W-FECHA-GRUPO-R REDEFINES W-FECHA-GRUPO.
          05 FG-ANIO        PIC 9(4).
          05 FG-MES         PIC 99.
          05 FG-DIA         PIC 99.
       01 W-RENGLON         PIC 9(6) VALUE 0.
       01 W-GRUPO-YA-MAYORIZADO PIC X VALUE "N".
       01 W-EMPRESA-RENGLON PIC 9(2).
       01 W-IND-EMPRESA     PIC 9(3).

      * Debe y haber de la fecha en curso, por empresa (el codigo de
      * empresa es el subindice): el asiento de cada empresa tiene que
      * balancear por si solo.
       01 W-TABLA-GRUPO.
          03 W-GRUPO-EMPRESA OCCURS 99 TIMES.
             05 W-DEBE-GRUPO   PIC 9(11)V9(2).
             05 W-HABER-GRUPO  PIC 9(11)V9(2).

      * Conciliacion de fin de mes, por empresa: si la empresa esta
      * activa en empresas.dat (la 01 siempre), el saldo de sus
      * clientes y el de su cuenta de control.
       01 W-TABLA-CONCILIACION.
          03 W-CONC-EMPRESA OCCURS 99 TIMES.
             05 W-CONC-ACTIVA    PIC X.
             05 W-CONC-CLIENTES  PIC S9(13)V9(2).

       01 W-CANT-LEIDOS     PIC 9(7) VALUE 0.
       01 W-CANT-ERRORES    PIC 9(7) VALUE 0.
       01 W-CANT-SALTEADOS  PIC 9(7) VALUE 0.
       01 W-CANT-MAYORIZADOS PIC 9(7) VALUE 0.
       01 W-CANT-FECHAS     PIC 9(5) VALUE 0.
       01 W-TOTAL-DEBE      PIC 9(11)V9(2) VALUE 0.
       01 W-TOTAL-HABER     PIC 9(11)V9(2) VALUE 0.

       01 W-SALDO-CONTROL   PIC S9(13)V9(2) VALUE 0.
       01 W-SUMA-CLI-SALDO  PIC S9(13)V9(2) VALUE 0.
       01 W-SUMA-OTRAS      PIC S9(13)V9(2) VALUE 0.
       01 W-DIFERENCIA      PIC S9(13)V9(2) VALUE 0.

       01 IMPORTE-ZZ        PIC -(12)9,99.
       01 RENGLON-ZZ        PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            COMPUTE W-PERIODO-HOY = FS-ANIO * 100 + FS-MES.
            DISPLAY "MAYORIZACION DE ASIENTOS DEL DIA".
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-ABORTO = "S"
               PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            SET W-PASADA-VALIDO TO TRUE.
            PERFORM RECORRO-ASIENTOS THRU F-RECORRO-ASIENTOS.
            IF W-HAY-ERRORES = "S"
               MOVE W-CANT-ERRORES TO RENGLON-ZZ
               DISPLAY "DIFERENCIA: " RENGLON-ZZ
                       " error(es) en el asiento del dia, no se"
                       " mayoriza nada hasta corregirlos"
               MOVE 4 TO RETURN-CODE
            ELSE
               SET W-PASADA-GRABO TO TRUE
               PERFORM RECORRO-ASIENTOS THRU F-RECORRO-ASIENTOS
            END-IF.
            PERFORM MUESTRO-TOTALES THRU F-MUESTRO-TOTALES.
            PERFORM VERIFICO-FIN-DE-MES THRU F-VERIFICO-FIN-DE-MES.
            IF W-DIA-VALIDO NOT = "S"
               PERFORM CONCILIO-DEUDORES THRU F-CONCILIO-DEUDORES
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN INPUT PLAN-CUENTAS.
            IF ST-PLAN-CUENTAS > "07"
               DISPLAY "Error abriendo Plan de Cuentas: "
                       ST-PLAN-CUENTAS
               MOVE "S" TO W-ABORTO
            END-IF.
            OPEN I-O MOVIMIENTOS-MAYOR.
            IF ST-MAYOR > "07"
               DISPLAY "Error abriendo Movimientos Mayor: " ST-MAYOR
               MOVE "S" TO W-ABORTO
            END-IF.
            OPEN I-O SALDOS-CUENTAS.
            IF ST-SALDOS > "07"
               DISPLAY "Error abriendo Saldos Cuentas: " ST-SALDOS
               MOVE "S" TO W-ABORTO
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PLAN-CUENTAS.
            CLOSE MOVIMIENTOS-MAYOR.
            CLOSE SALDOS-CUENTAS.

       F-CIERRO-ARCHIVOS.
            EXIT.

      * RECORRO-ASIENTOS: una pasada completa de ASIENTO-DIARIO; la
      * primera solo valida, la segunda graba. Las dos arman los
      * grupos por fecha igual, asi el renglon de cada movimiento es
      * el mismo que se controlo.
       RECORRO-ASIENTOS.
            OPEN INPUT ASIENTO-DIARIO.
            IF ST-ASIENTO > "07"
               DISPLAY "Error abriendo asientoDiario.txt: " ST-ASIENTO
               MOVE "S" TO W-HAY-ERRORES
               GO TO F-RECORRO-ASIENTOS
            END-IF.
            MOVE "N" TO W-FIN-ASIENTOS.
            MOVE 0 TO W-FECHA-GRUPO.
            PERFORM PROCESO-UN-RENGLON THRU F-PROCESO-UN-RENGLON
                UNTIL W-FIN-ASIENTOS = "S".
            PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO.
            CLOSE ASIENTO-DIARIO.

       F-RECORRO-ASIENTOS.
            EXIT.

       PROCESO-UN-RENGLON.
            READ ASIENTO-DIARIO
              AT END
                MOVE "S" TO W-FIN-ASIENTOS
                GO TO F-PROCESO-UN-RENGLON
            END-READ.
            IF W-PASADA-VALIDO
               ADD 1 TO W-CANT-LEIDOS
            END-IF.
            IF ASI-FECHA NOT NUMERIC
               IF W-PASADA-VALIDO
                  DISPLAY "Renglon con fecha invalida: "
                          REG-ASIENTO-DIARIO(1:40)
                  ADD 1 TO W-CANT-ERRORES
                  MOVE "S" TO W-HAY-ERRORES
               END-IF
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            IF ASI-FECHA NOT = W-FECHA-GRUPO
               PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO
               PERFORM ABRO-GRUPO THRU F-ABRO-GRUPO
            END-IF.
            ADD 1 TO W-RENGLON.
            IF W-GRUPO-YA-MAYORIZADO = "S"
               IF W-PASADA-VALIDO
                  ADD 1 TO W-CANT-SALTEADOS
               END-IF
               GO TO F-PROCESO-UN-RENGLON
            END-IF.
            IF W-PASADA-VALIDO
               PERFORM VALIDO-RENGLON THRU F-VALIDO-RENGLON
            ELSE
               PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
            END-IF.

       F-PROCESO-UN-RENGLON.
            EXIT.

      * ABRO-GRUPO: arranca una fecha nueva. Si el primer renglon de
      * la fecha ya esta en el mayor, la fecha ya fue mayorizada.
       ABRO-GRUPO.
            MOVE ASI-FECHA TO W-FECHA-GRUPO.
            MOVE 0 TO W-RENGLON.
            INITIALIZE W-TABLA-GRUPO.
            MOVE "N" TO W-GRUPO-YA-MAYORIZADO.
            PERFORM TOMO-EMPRESA-RENGLON THRU F-TOMO-EMPRESA-RENGLON.
            MOVE W-EMPRESA-RENGLON TO MAY-EMPRESA.
            MOVE ASI-CUENTA TO MAY-CUENTA.
            MOVE ASI-FECHA TO MAY-FECHA.
            MOVE 1 TO MAY-RENGLON.
            READ MOVIMIENTOS-MAYOR KEY IS MAY-CLAVE
              NOT INVALID KEY
                MOVE "S" TO W-GRUPO-YA-MAYORIZADO
            END-READ.
            IF W-PASADA-VALIDO
               IF W-GRUPO-YA-MAYORIZADO = "S"
                  DISPLAY "Fecha " W-FECHA-GRUPO
                          " ya mayorizada, se saltea"
               ELSE
                  ADD 1 TO W-CANT-FECHAS
                  CALL "VALIDO-FECHA" USING FG-ANIO FG-MES FG-DIA
                       W-DIA-VALIDO
                  IF W-DIA-VALIDO NOT = "S"
                     DISPLAY "Fecha de asiento invalida: "
                             W-FECHA-GRUPO
                     ADD 1 TO W-CANT-ERRORES
                     MOVE "S" TO W-HAY-ERRORES
                  END-IF
               END-IF
            END-IF.

       F-ABRO-GRUPO.
            EXIT.

      * CIERRO-GRUPO: en la pasada de validacion, la fecha que termina
      * tiene que sumar lo mismo al debe que al haber en cada empresa.
       CIERRO-GRUPO.
            IF W-FECHA-GRUPO = 0 OR W-GRUPO-YA-MAYORIZADO = "S"
               GO TO F-CIERRO-GRUPO
            END-IF.
            IF W-PASADA-VALIDO
               PERFORM CONTROLO-BALANCE-EMPRESA
                  THRU F-CONTROLO-BALANCE-EMPRESA
                   VARYING W-IND-EMPRESA FROM 1 BY 1
                       UNTIL W-IND-EMPRESA > 99
            END-IF.

       F-CIERRO-GRUPO.
            EXIT.

       CONTROLO-BALANCE-EMPRESA.
            IF W-DEBE-GRUPO(W-IND-EMPRESA)
                  NOT = W-HABER-GRUPO(W-IND-EMPRESA)
               DISPLAY "Asiento desbalanceado del " W-FECHA-GRUPO
                       " empresa " W-IND-EMPRESA
               MOVE W-DEBE-GRUPO(W-IND-EMPRESA) TO IMPORTE-ZZ
               DISPLAY "   debe:  " IMPORTE-ZZ
               MOVE W-HABER-GRUPO(W-IND-EMPRESA) TO IMPORTE-ZZ
               DISPLAY "   haber: " IMPORTE-ZZ
               ADD 1 TO W-CANT-ERRORES
               MOVE "S" TO W-HAY-ERRORES
            END-IF.

       F-CONTROLO-BALANCE-EMPRESA.
            EXIT.

      * TOMO-EMPRESA-RENGLON: empresa del renglon; en cero o blanco
      * (renglon anterior al campo) es la principal.
       TOMO-EMPRESA-RENGLON.
            IF ASI-EMPRESA NOT NUMERIC OR ASI-EMPRESA = 0
               MOVE 1 TO W-EMPRESA-RENGLON
            ELSE
               MOVE ASI-EMPRESA TO W-EMPRESA-RENGLON
            END-IF.

       F-TOMO-EMPRESA-RENGLON.
            EXIT.

      * VALIDO-RENGLON: cuenta del plan activa e imputable, lado D/H e
      * importe numerico. Suma al debe o al haber de la fecha.
       VALIDO-RENGLON.
            MOVE W-RENGLON TO RENGLON-ZZ.
            IF NOT ASI-DEBE AND NOT ASI-HABER
               DISPLAY "Renglon " RENGLON-ZZ " del " W-FECHA-GRUPO
                       ": debe/haber invalido (" ASI-DEBE-HABER ")"
               ADD 1 TO W-CANT-ERRORES
               MOVE "S" TO W-HAY-ERRORES
               GO TO F-VALIDO-RENGLON
            END-IF.
            IF ASI-IMPORTE NOT NUMERIC
               DISPLAY "Renglon " RENGLON-ZZ " del " W-FECHA-GRUPO
                       ": importe no numerico"
               ADD 1 TO W-CANT-ERRORES
               MOVE "S" TO W-HAY-ERRORES
               GO TO F-VALIDO-RENGLON
            END-IF.
            PERFORM TOMO-EMPRESA-RENGLON THRU F-TOMO-EMPRESA-RENGLON.
            IF ASI-DEBE
               ADD ASI-IMPORTE TO W-DEBE-GRUPO(W-EMPRESA-RENGLON)
            ELSE
               ADD ASI-IMPORTE TO W-HABER-GRUPO(W-EMPRESA-RENGLON)
            END-IF.
            MOVE ASI-CUENTA TO PC-CODIGO.
            READ PLAN-CUENTAS KEY IS PC-CODIGO
              INVALID KEY
                DISPLAY "Renglon " RENGLON-ZZ " del " W-FECHA-GRUPO
                        ": cuenta " ASI-CUENTA " inexistente"
                ADD 1 TO W-CANT-ERRORES
                MOVE "S" TO W-HAY-ERRORES
              NOT INVALID KEY
                IF NOT PC-ACTIVA OR NOT PC-ES-IMPUTABLE
                   DISPLAY "Renglon " RENGLON-ZZ " del "
                           W-FECHA-GRUPO ": cuenta " ASI-CUENTA
                           " inactiva o no imputable"
                   ADD 1 TO W-CANT-ERRORES
                   MOVE "S" TO W-HAY-ERRORES
                END-IF
            END-READ.

       F-VALIDO-RENGLON.
            EXIT.

      * GRABO-MOVIMIENTO: el renglon ya validado pasa al mayor y suma
      * al debe o al haber del periodo de la cuenta.
       GRABO-MOVIMIENTO.
            INITIALIZE REG-MOVIMIENTO-MAYOR.
            PERFORM TOMO-EMPRESA-RENGLON THRU F-TOMO-EMPRESA-RENGLON.
            MOVE W-EMPRESA-RENGLON TO MAY-EMPRESA.
            MOVE ASI-CUENTA TO MAY-CUENTA.
            MOVE ASI-FECHA TO MAY-FECHA.
            MOVE W-RENGLON TO MAY-RENGLON.
            MOVE ASI-DEBE-HABER TO MAY-DEBE-HABER.
            MOVE ASI-IMPORTE TO MAY-IMPORTE.
            MOVE ASI-COMPROBANTE TO MAY-COMPROBANTE.
            MOVE ASI-CLI-ID TO MAY-CLI-ID.
            MOVE ASI-ORIGEN TO MAY-ORIGEN.
            MOVE ASI-LEYENDA TO MAY-LEYENDA.
            MOVE W-FECHA-SISTEMA TO MAY-FECHA-PROCESO.
            WRITE REG-MOVIMIENTO-MAYOR
              INVALID KEY
                DISPLAY "Error grabando mayor " ASI-CUENTA " "
                        ASI-FECHA " (" ST-MAYOR ")"
                GO TO F-GRABO-MOVIMIENTO
            END-WRITE.
            ADD 1 TO W-CANT-MAYORIZADOS.
            MOVE W-EMPRESA-RENGLON TO SAL-EMPRESA.
            MOVE ASI-CUENTA TO SAL-CUENTA.
            COMPUTE SAL-PERIODO = FG-ANIO * 100 + FG-MES.
            READ SALDOS-CUENTAS KEY IS SAL-CLAVE
              INVALID KEY
                INITIALIZE REG-SALDO-CUENTA
                MOVE W-EMPRESA-RENGLON TO SAL-EMPRESA
                MOVE ASI-CUENTA TO SAL-CUENTA
                COMPUTE SAL-PERIODO = FG-ANIO * 100 + FG-MES
                PERFORM SUMO-A-SALDO THRU F-SUMO-A-SALDO
                WRITE REG-SALDO-CUENTA
                  INVALID KEY
                    DISPLAY "Error grabando saldo " SAL-CUENTA " "
                            SAL-PERIODO " (" ST-SALDOS ")"
                END-WRITE
              NOT INVALID KEY
                PERFORM SUMO-A-SALDO THRU F-SUMO-A-SALDO
                REWRITE REG-SALDO-CUENTA
                  INVALID KEY
                    DISPLAY "Error actualizando saldo " SAL-CUENTA
                            " " SAL-PERIODO " (" ST-SALDOS ")"
                END-REWRITE
            END-READ.

       F-GRABO-MOVIMIENTO.
            EXIT.

       SUMO-A-SALDO.
            IF ASI-DEBE
               ADD ASI-IMPORTE TO SAL-DEBE
               ADD ASI-IMPORTE TO W-TOTAL-DEBE
            ELSE
               ADD ASI-IMPORTE TO SAL-HABER
               ADD ASI-IMPORTE TO W-TOTAL-HABER
            END-IF.
            ADD 1 TO SAL-CANT-MOVIMIENTOS.
            MOVE W-FECHA-SISTEMA TO SAL-FECHA-PROCESO.

       F-SUMO-A-SALDO.
            EXIT.

       MUESTRO-TOTALES.
            DISPLAY "Renglones leidos:        " W-CANT-LEIDOS.
            DISPLAY "Renglones ya mayorizados: " W-CANT-SALTEADOS.
            DISPLAY "Renglones mayorizados:   " W-CANT-MAYORIZADOS.
            DISPLAY "Fechas nuevas:           " W-CANT-FECHAS.
            MOVE W-TOTAL-DEBE TO IMPORTE-ZZ.
            DISPLAY "Total debe mayorizado:   " IMPORTE-ZZ.
            MOVE W-TOTAL-HABER TO IMPORTE-ZZ.
            DISPLAY "Total haber mayorizado:  " IMPORTE-ZZ.

       F-MUESTRO-TOTALES.
            EXIT.

      * VERIFICO-FIN-DE-MES: hoy es fin de mes cuando manana no es un
      * dia valido del mismo mes (VALIDO-FECHA resuelve el bisiesto).
      * Deja W-DIA-VALIDO en "N" el ultimo dia del mes.
       VERIFICO-FIN-DE-MES.
            COMPUTE W-DIA-SIGUIENTE = FS-DIA + 1.
            CALL "VALIDO-FECHA" USING FS-ANIO FS-MES W-DIA-SIGUIENTE
                 W-DIA-VALIDO.

       F-VERIFICO-FIN-DE-MES.
            EXIT.

      * CONCILIO-DEUDORES: por cada empresa activa, saldo de su cuenta
      * de control (todos sus periodos hasta el mes en curso, debe
      * menos haber) contra el saldo de los clientes en esa empresa:
      * la suma de CLIENTES-EMPRESA para las demas, y CLI_SALDO menos
      * todo eso para la principal. Toda diferencia se informa como
      * DIFERENCIA con RC 4; el importe sale en la moneda de cada
      * documento, igual que lo asienta el cierre.
       CONCILIO-DEUDORES.
            INITIALIZE W-TABLA-CONCILIACION.
            MOVE "S" TO W-CONC-ACTIVA(1).
            OPEN INPUT EMPRESAS.
            IF ST-EMPRESAS = "00"
               MOVE "N" TO W-FIN-EMPRESAS
               PERFORM LEO-UNA-EMPRESA THRU F-LEO-UNA-EMPRESA
                   UNTIL W-FIN-EMPRESAS = "S"
               CLOSE EMPRESAS
            END-IF.
            OPEN INPUT CLIENTES.
            IF ST-FILE > "07"
               DISPLAY "DIFERENCIA: no se pudo abrir CLIENTES ("
                       ST-FILE ") para conciliar"
               MOVE 4 TO RETURN-CODE
               GO TO F-CONCILIO-DEUDORES
            END-IF.
            MOVE 0 TO W-SUMA-CLI-SALDO.
            MOVE "N" TO W-FIN-CLIENTES.
            PERFORM SUMO-UN-CLIENTE THRU F-SUMO-UN-CLIENTE
                UNTIL W-FIN-CLIENTES = "S".
            CLOSE CLIENTES.
            MOVE 0 TO W-SUMA-OTRAS.
            OPEN INPUT CLIENTES-EMPRESA.
            IF ST-CLI-EMPRESA = "00"
               MOVE "N" TO W-FIN-CLI-EMPRESA
               PERFORM SUMO-UN-CLIENTE-EMPRESA
                  THRU F-SUMO-UN-CLIENTE-EMPRESA
                   UNTIL W-FIN-CLI-EMPRESA = "S"
               CLOSE CLIENTES-EMPRESA
            END-IF.
            COMPUTE W-CONC-CLIENTES(1) = W-SUMA-CLI-SALDO
                                       - W-SUMA-OTRAS.
            PERFORM CONCILIO-UNA-EMPRESA THRU F-CONCILIO-UNA-EMPRESA
                VARYING W-IND-EMPRESA FROM 1 BY 1
                    UNTIL W-IND-EMPRESA > 99.

       F-CONCILIO-DEUDORES.
            EXIT.

       LEO-UNA-EMPRESA.
            READ EMPRESAS
              AT END
                MOVE "S" TO W-FIN-EMPRESAS
              NOT AT END
                IF EMP-ACTIVA AND EMP-CODIGO > 0
                   MOVE "S" TO W-CONC-ACTIVA(EMP-CODIGO)
                END-IF
            END-READ.

       F-LEO-UNA-EMPRESA.
            EXIT.

       CONCILIO-UNA-EMPRESA.
            IF W-CONC-ACTIVA(W-IND-EMPRESA) NOT = "S"
               GO TO F-CONCILIO-UNA-EMPRESA
            END-IF.
            DISPLAY "CONCILIACION DE FIN DE MES - EMPRESA "
                    W-IND-EMPRESA " CUENTA " W-CTA-DEUDORES.
            MOVE 0 TO W-SALDO-CONTROL.
            MOVE W-IND-EMPRESA TO SAL-EMPRESA.
            MOVE W-CTA-DEUDORES TO SAL-CUENTA.
            MOVE 0 TO SAL-PERIODO.
            MOVE "N" TO W-FIN-SALDOS.
            START SALDOS-CUENTAS KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-SALDOS
            END-START.
            PERFORM SUMO-SALDO-CONTROL THRU F-SUMO-SALDO-CONTROL
                UNTIL W-FIN-SALDOS = "S".
            COMPUTE W-DIFERENCIA = W-SALDO-CONTROL
                                 - W-CONC-CLIENTES(W-IND-EMPRESA).
            MOVE W-SALDO-CONTROL TO IMPORTE-ZZ.
            DISPLAY "Saldo cuenta de control: " IMPORTE-ZZ.
            MOVE W-CONC-CLIENTES(W-IND-EMPRESA) TO IMPORTE-ZZ.
            DISPLAY "Saldo de clientes:       " IMPORTE-ZZ.
            IF W-DIFERENCIA NOT = 0
               MOVE W-DIFERENCIA TO IMPORTE-ZZ
               DISPLAY "DIFERENCIA: Deudores por Ventas empresa "
                       W-IND-EMPRESA " vs clientes " IMPORTE-ZZ
               MOVE 4 TO RETURN-CODE
            ELSE
               DISPLAY "Cuenta de control conciliada"
            END-IF.

       F-CONCILIO-UNA-EMPRESA.
            EXIT.

       SUMO-SALDO-CONTROL.
            READ SALDOS-CUENTAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-SALDOS
              NOT AT END
                IF SAL-EMPRESA NOT = W-IND-EMPRESA
                      OR SAL-CUENTA NOT = W-CTA-DEUDORES
                      OR SAL-PERIODO > W-PERIODO-HOY
                   MOVE "S" TO W-FIN-SALDOS
                ELSE
                   ADD SAL-DEBE TO W-SALDO-CONTROL
                   SUBTRACT SAL-HABER FROM W-SALDO-CONTROL
                END-IF
            END-READ.

       F-SUMO-SALDO-CONTROL.
            EXIT.

       SUMO-UN-CLIENTE.
            READ CLIENTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CLIENTES
              NOT AT END
                ADD CLI_SALDO TO W-SUMA-CLI-SALDO
            END-READ.

       F-SUMO-UN-CLIENTE.
            EXIT.

       SUMO-UN-CLIENTE-EMPRESA.
            READ CLIENTES-EMPRESA NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-CLI-EMPRESA
              NOT AT END
                IF CLE-EMPRESA > 1
                   ADD CLE-SALDO TO W-CONC-CLIENTES(CLE-EMPRESA)
                   ADD CLE-SALDO TO W-SUMA-OTRAS
                END-IF
            END-READ.

       F-SUMO-UN-CLIENTE-EMPRESA.
            EXIT.

       END PROGRAM "MAYORIZACION-ASIENTOS".
