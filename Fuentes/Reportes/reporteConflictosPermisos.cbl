      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Reporte de conflictos de segregacion de funciones.
      *          Cruza la matriz permisos.dat con los pares
      *          incompatibles de reglasConflicto.dat (los que
      *          mantienen finanzas y auditoria) y lista cada
      *          operador que tiene los dos lados de un par. Tener
      *          un par se mide con la misma regla de VALIDO-PERMISO:
      *          un supervisor (perfil S) y un operador sin ningun
      *          registro en la matriz pueden todo, y salen marcados
      *          SUPERV / AMPLIO; el resto, solo si tiene los dos
      *          codigos habilitados (MATRIZ). Para el periodo pedido
      *          (AAAAMM) busca en HISTORIAL-CLIENTES los renglones
      *          del operador con el HIST-CAMPO de cada lado de la
      *          regla, y en SESIONES-ABM sus sesiones con altas,
      *          bajas o modificaciones cuando la regla pide
      *          "*SESION": si los dos lados dejaron rastro, el
      *          conflicto se EJERCIO. Muestra tambien si el permiso
      *          se otorgo con justificacion (justificaciones
      *          Conflicto.dat, la que pide ABM-PERMISOS). Termina
      *          con RETURN-CODE 4 si algun conflicto se ejercio.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE-CONFLICTOS-PERMISOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/reglasConflicto.sel".
              COPY "./sel/permisos.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/historialClientes.sel".
              COPY "./sel/sesionesABM.sel".
              COPY "./sel/justificacionesConflicto.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/reglasConflicto.fd".
              COPY "./fd/permisos.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/historialClientes.fd".
              COPY "./fd/sesionesABM.fd".
              COPY "./fd/justificacionesConflicto.fd".

       WORKING-STORAGE SECTION.

       01 ST-REGLAS          PIC XX.
       01 ST-PERMISOS        PIC XX.
       01 ST-OPERADORES      PIC XX.
       01 ST-HISTORIAL       PIC XX.
       01 ST-SESIONES        PIC XX.
       01 ST-JUSTIFICACION   PIC XX.
       01 W-FIN              PIC X VALUE "N".
       01 W-FIN-LECTURA      PIC X.
       01 W-PERIODO          PIC 9(6).

       01 W-CANT-REGLAS      PIC 99 VALUE 0.
       01 TABLA-REGLAS.
          05 W-REGLA OCCURS 50 TIMES.
             10 W-RGL-CODIGO  PIC X(4).
             10 W-RGL-TRANS-1 PIC X(2).
             10 W-RGL-TRANS-2 PIC X(2).
             10 W-RGL-CAMPO-1 PIC X(15).
             10 W-RGL-CAMPO-2 PIC X(15).
             10 W-RGL-DESCRIP PIC X(40).

      * Operadores: los de operadores.dat mas los que solo aparecen
      * en la matriz. W-OP-MATRIZ = S tiene al menos un registro en
      * permisos.dat; W-OP-SESIONES cuenta las sesiones del periodo
      * con algun movimiento; W-OP-EVID cuenta, por regla y lado,
      * los renglones de historial del periodo.
       01 W-CANT-OPER        PIC 9(3) VALUE 0.
       01 TABLA-OPER.
          05 W-OPER OCCURS 200 TIMES.
             10 W-OP-ID       PIC X(8).
             10 W-OP-PERFIL   PIC X.
             10 W-OP-ESTADO   PIC X.
             10 W-OP-MATRIZ   PIC X.
             10 W-OP-SESIONES PIC 9(5).
             10 W-OP-REGLA OCCURS 50 TIMES.
                15 W-OP-EVID     PIC 9(5) OCCURS 2 TIMES.
                15 W-OP-JUSTIF   PIC 9(8).
       01 W-IND-OPER         PIC 9(3).
       01 W-OPER-HALLADO     PIC 9(3).
       01 W-OPER-BUSCADO     PIC X(8).
       01 W-IND-REGLA        PIC 99.
       01 W-IND-LADO         PIC 9.

       01 W-TIENE-PAR        PIC X.
       01 W-ORIGEN           PIC X(6).
       01 W-EVID-1           PIC 9(5).
       01 W-EVID-2           PIC 9(5).
       01 W-EJERCIDO         PIC X(3).
       01 W-JUSTIF-TXT       PIC X(8).

       01 W-CANT-CONFLICTOS  PIC 9(5) VALUE 0.
       01 W-CANT-EJERCIDOS   PIC 9(5) VALUE 0.
       01 W-CANT-SIN-JUSTIF  PIC 9(5) VALUE 0.
       01 W-CANT-HIST-LEIDOS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a revisar (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            PERFORM CARGO-REGLAS THRU F-CARGO-REGLAS.
            IF W-FIN NOT = "S"
               PERFORM CARGO-OPERADORES THRU F-CARGO-OPERADORES
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM CARGO-MATRIZ THRU F-CARGO-MATRIZ
            END-IF.
            IF W-FIN NOT = "S"
               PERFORM CARGO-HISTORIAL THRU F-CARGO-HISTORIAL
               PERFORM CARGO-SESIONES THRU F-CARGO-SESIONES
               PERFORM CARGO-JUSTIFICACIONES
                  THRU F-CARGO-JUSTIFICACIONES
               PERFORM LISTO-CONFLICTOS THRU F-LISTO-CONFLICTOS
            END-IF.
            STOP RUN.

      * CARGO-REGLAS: sin reglas no hay nada que controlar (RC 8,
      * el archivo es obligatorio para este reporte).
       CARGO-REGLAS.
            OPEN INPUT REGLAS-CONFLICTO.
            IF ST-REGLAS NOT = "00"
               DISPLAY "Sin archivo de reglas de conflicto: " ST-REGLAS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-CARGO-REGLAS
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM LEO-UNA-REGLA THRU F-LEO-UNA-REGLA
                UNTIL W-FIN-LECTURA = "S".
            CLOSE REGLAS-CONFLICTO.
            IF W-CANT-REGLAS = 0
               DISPLAY "El archivo de reglas de conflicto esta vacio"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
            END-IF.

       F-CARGO-REGLAS.
            EXIT.

       LEO-UNA-REGLA.
            READ REGLAS-CONFLICTO
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UNA-REGLA
            END-READ.
            IF RCF-CODIGO = SPACES OR RCF-TRANS-1 = SPACES
                  OR RCF-TRANS-2 = SPACES
               GO TO F-LEO-UNA-REGLA
            END-IF.
            IF W-CANT-REGLAS NOT < 50
               DISPLAY "Tabla de reglas llena, se ignora: " RCF-CODIGO
               MOVE "S" TO W-FIN-LECTURA
               GO TO F-LEO-UNA-REGLA
            END-IF.
            ADD 1 TO W-CANT-REGLAS.
            MOVE RCF-CODIGO TO W-RGL-CODIGO(W-CANT-REGLAS).
            MOVE FUNCTION UPPER-CASE(RCF-TRANS-1)
              TO W-RGL-TRANS-1(W-CANT-REGLAS).
            MOVE FUNCTION UPPER-CASE(RCF-TRANS-2)
              TO W-RGL-TRANS-2(W-CANT-REGLAS).
            MOVE RCF-CAMPO-1 TO W-RGL-CAMPO-1(W-CANT-REGLAS).
            MOVE RCF-CAMPO-2 TO W-RGL-CAMPO-2(W-CANT-REGLAS).
            MOVE RCF-DESCRIPCION TO W-RGL-DESCRIP(W-CANT-REGLAS).

       F-LEO-UNA-REGLA.
            EXIT.

       CARGO-OPERADORES.
            INITIALIZE TABLA-OPER.
            OPEN INPUT OPERADORES.
            IF ST-OPERADORES = "00"
               MOVE "N" TO W-FIN-LECTURA
               PERFORM LEO-UN-OPERADOR THRU F-LEO-UN-OPERADOR
                   UNTIL W-FIN-LECTURA = "S"
               CLOSE OPERADORES
            ELSE
               DISPLAY "Sin operadores.dat: solo se revisan los "
                       "operadores de la matriz"
            END-IF.

       F-CARGO-OPERADORES.
            EXIT.

       LEO-UN-OPERADOR.
            READ OPERADORES
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UN-OPERADOR
            END-READ.
            IF OPE-ID = SPACES
               GO TO F-LEO-UN-OPERADOR
            END-IF.
            MOVE OPE-ID TO W-OPER-BUSCADO.
            PERFORM AGREGO-OPERADOR THRU F-AGREGO-OPERADOR.
            IF W-OPER-HALLADO > 0
               MOVE OPE-PERFIL TO W-OP-PERFIL(W-OPER-HALLADO)
               MOVE OPE-ESTADO TO W-OP-ESTADO(W-OPER-HALLADO)
            END-IF.

       F-LEO-UN-OPERADOR.
            EXIT.

      * CARGO-MATRIZ: marca quien tiene matriz y suma a la tabla los
      * operadores que figuran solo en permisos.dat.
       CARGO-MATRIZ.
            OPEN INPUT PERMISOS.
            IF ST-PERMISOS > "07"
               DISPLAY "Error abriendo Permisos: " ST-PERMISOS
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIN
               GO TO F-CARGO-MATRIZ
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            MOVE LOW-VALUES TO PERM-CLAVE.
            START PERMISOS KEY IS NOT LESS THAN PERM-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-LECTURA
            END-START.
            PERFORM LEO-UN-PERMISO THRU F-LEO-UN-PERMISO
                UNTIL W-FIN-LECTURA = "S".

       F-CARGO-MATRIZ.
            EXIT.

       LEO-UN-PERMISO.
            READ PERMISOS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UN-PERMISO
            END-READ.
            MOVE PERM-OPERADOR TO W-OPER-BUSCADO.
            PERFORM AGREGO-OPERADOR THRU F-AGREGO-OPERADOR.
            IF W-OPER-HALLADO > 0
               MOVE "S" TO W-OP-MATRIZ(W-OPER-HALLADO)
               IF W-OP-ESTADO(W-OPER-HALLADO) = SPACE
                  MOVE "A" TO W-OP-ESTADO(W-OPER-HALLADO)
               END-IF
            END-IF.

       F-LEO-UN-PERMISO.
            EXIT.

       BUSCO-OPERADOR.
            MOVE 0 TO W-OPER-HALLADO.
            PERFORM COMPARO-OPERADOR THRU F-COMPARO-OPERADOR
                VARYING W-IND-OPER FROM 1 BY 1
                    UNTIL W-IND-OPER > W-CANT-OPER
                       OR W-OPER-HALLADO > 0.

       F-BUSCO-OPERADOR.
            EXIT.

       COMPARO-OPERADOR.
            IF W-OP-ID(W-IND-OPER) = W-OPER-BUSCADO
               MOVE W-IND-OPER TO W-OPER-HALLADO
            END-IF.

       F-COMPARO-OPERADOR.
            EXIT.

       AGREGO-OPERADOR.
            PERFORM BUSCO-OPERADOR THRU F-BUSCO-OPERADOR.
            IF W-OPER-HALLADO = 0
               IF W-CANT-OPER < 200
                  ADD 1 TO W-CANT-OPER
                  MOVE W-CANT-OPER TO W-OPER-HALLADO
                  MOVE W-OPER-BUSCADO TO W-OP-ID(W-OPER-HALLADO)
                  MOVE "N" TO W-OP-MATRIZ(W-OPER-HALLADO)
               ELSE
                  DISPLAY "Tabla de operadores llena, se ignora: "
                          W-OPER-BUSCADO
               END-IF
            END-IF.

       F-AGREGO-OPERADOR.
            EXIT.

      * CARGO-HISTORIAL: cuenta, por operador y regla, los renglones
      * del periodo cuyo HIST-CAMPO prueba cada lado del par.
       CARGO-HISTORIAL.
            OPEN INPUT HISTORIAL-CLIENTES.
            IF ST-HISTORIAL NOT = "00"
               DISPLAY "Sin historial de clientes: " ST-HISTORIAL
               GO TO F-CARGO-HISTORIAL
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM LEO-UN-HISTORIAL THRU F-LEO-UN-HISTORIAL
                UNTIL W-FIN-LECTURA = "S".
            CLOSE HISTORIAL-CLIENTES.

       F-CARGO-HISTORIAL.
            EXIT.

       LEO-UN-HISTORIAL.
            READ HISTORIAL-CLIENTES
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UN-HISTORIAL
            END-READ.
            IF HIST-FECHA(1:6) NOT = W-PERIODO
               GO TO F-LEO-UN-HISTORIAL
            END-IF.
            ADD 1 TO W-CANT-HIST-LEIDOS.
            MOVE HIST-USUARIO TO W-OPER-BUSCADO.
            PERFORM BUSCO-OPERADOR THRU F-BUSCO-OPERADOR.
            IF W-OPER-HALLADO = 0
               GO TO F-LEO-UN-HISTORIAL
            END-IF.
            PERFORM EVIDENCIA-HISTORIAL THRU F-EVIDENCIA-HISTORIAL
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS.

       F-LEO-UN-HISTORIAL.
            EXIT.

       EVIDENCIA-HISTORIAL.
            IF W-RGL-CAMPO-1(W-IND-REGLA) = HIST-CAMPO
               ADD 1 TO W-OP-EVID(W-OPER-HALLADO, W-IND-REGLA, 1)
            END-IF.
            IF W-RGL-CAMPO-2(W-IND-REGLA) = HIST-CAMPO
               ADD 1 TO W-OP-EVID(W-OPER-HALLADO, W-IND-REGLA, 2)
            END-IF.

       F-EVIDENCIA-HISTORIAL.
            EXIT.

       CARGO-SESIONES.
            OPEN INPUT SESIONES-ABM.
            IF ST-SESIONES NOT = "00"
               DISPLAY "Sin log de sesiones: " ST-SESIONES
               GO TO F-CARGO-SESIONES
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM LEO-UNA-SESION THRU F-LEO-UNA-SESION
                UNTIL W-FIN-LECTURA = "S".
            CLOSE SESIONES-ABM.

       F-CARGO-SESIONES.
            EXIT.

       LEO-UNA-SESION.
            READ SESIONES-ABM
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UNA-SESION
            END-READ.
            IF SES-FECHA(1:6) NOT = W-PERIODO
               GO TO F-LEO-UNA-SESION
            END-IF.
            IF SES-CANT-ALTAS = 0 AND SES-CANT-MODIF = 0
                  AND SES-CANT-BAJAS = 0
               GO TO F-LEO-UNA-SESION
            END-IF.
            MOVE SES-OPERADOR TO W-OPER-BUSCADO.
            PERFORM BUSCO-OPERADOR THRU F-BUSCO-OPERADOR.
            IF W-OPER-HALLADO > 0
               ADD 1 TO W-OP-SESIONES(W-OPER-HALLADO)
            END-IF.

       F-LEO-UNA-SESION.
            EXIT.

      * CARGO-JUSTIFICACIONES: se queda con la fecha de la ultima
      * justificacion por operador y regla.
       CARGO-JUSTIFICACIONES.
            OPEN INPUT JUSTIFICACIONES-CONFLICTO.
            IF ST-JUSTIFICACION NOT = "00"
               GO TO F-CARGO-JUSTIFICACIONES
            END-IF.
            MOVE "N" TO W-FIN-LECTURA.
            PERFORM LEO-UNA-JUSTIFICACION
               THRU F-LEO-UNA-JUSTIFICACION
                UNTIL W-FIN-LECTURA = "S".
            CLOSE JUSTIFICACIONES-CONFLICTO.

       F-CARGO-JUSTIFICACIONES.
            EXIT.

       LEO-UNA-JUSTIFICACION.
            READ JUSTIFICACIONES-CONFLICTO
              AT END
                MOVE "S" TO W-FIN-LECTURA
                GO TO F-LEO-UNA-JUSTIFICACION
            END-READ.
            MOVE JCF-OPERADOR TO W-OPER-BUSCADO.
            PERFORM BUSCO-OPERADOR THRU F-BUSCO-OPERADOR.
            IF W-OPER-HALLADO = 0
               GO TO F-LEO-UNA-JUSTIFICACION
            END-IF.
            PERFORM MARCO-JUSTIFICACION THRU F-MARCO-JUSTIFICACION
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS.

       F-LEO-UNA-JUSTIFICACION.
            EXIT.

       MARCO-JUSTIFICACION.
            IF W-RGL-CODIGO(W-IND-REGLA) = JCF-REGLA
                  AND JCF-FECHA > W-OP-JUSTIF(W-OPER-HALLADO,
                                              W-IND-REGLA)
               MOVE JCF-FECHA
                 TO W-OP-JUSTIF(W-OPER-HALLADO, W-IND-REGLA)
            END-IF.

       F-MARCO-JUSTIFICACION.
            EXIT.

       LISTO-CONFLICTOS.
            DISPLAY "CONFLICTOS DE SEGREGACION DE FUNCIONES - PERIODO "
                    W-PERIODO.
            DISPLAY "Reglas: " W-CANT-REGLAS "  Operadores: "
                    W-CANT-OPER "  Renglones de historial del periodo: "
                    W-CANT-HIST-LEIDOS.
            DISPLAY "OPERADOR REGL TRANS ORIGEN  EVID1 EVID2 EJERC "
                    "JUSTIF.  DESCRIPCION".
            PERFORM LISTO-UN-OPERADOR THRU F-LISTO-UN-OPERADOR
                VARYING W-IND-OPER FROM 1 BY 1
                    UNTIL W-IND-OPER > W-CANT-OPER.
            CLOSE PERMISOS.
            DISPLAY " ".
            DISPLAY "Conflictos vigentes          : " W-CANT-CONFLICTOS.
            DISPLAY "Ejercidos en el periodo      : " W-CANT-EJERCIDOS.
            DISPLAY "De matriz sin justificacion  : " W-CANT-SIN-JUSTIF.
            IF W-CANT-EJERCIDOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF.

       F-LISTO-CONFLICTOS.
            EXIT.

      * LISTO-UN-OPERADOR: los dados de baja no cuentan.
       LISTO-UN-OPERADOR.
            IF W-OP-ESTADO(W-IND-OPER) = "B"
               GO TO F-LISTO-UN-OPERADOR
            END-IF.
            PERFORM EVALUO-REGLA THRU F-EVALUO-REGLA
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS.

       F-LISTO-UN-OPERADOR.
            EXIT.

       EVALUO-REGLA.
            MOVE "N" TO W-TIENE-PAR.
            EVALUATE TRUE
               WHEN W-OP-PERFIL(W-IND-OPER) = "S"
                  MOVE "S" TO W-TIENE-PAR
                  MOVE "SUPERV" TO W-ORIGEN
               WHEN W-OP-MATRIZ(W-IND-OPER) NOT = "S"
                  MOVE "S" TO W-TIENE-PAR
                  MOVE "AMPLIO" TO W-ORIGEN
               WHEN OTHER
                  PERFORM CONTROLO-PAR THRU F-CONTROLO-PAR
                  MOVE "MATRIZ" TO W-ORIGEN
            END-EVALUATE.
            IF W-TIENE-PAR NOT = "S"
               GO TO F-EVALUO-REGLA
            END-IF.
            ADD 1 TO W-CANT-CONFLICTOS.
            MOVE W-OP-EVID(W-IND-OPER, W-IND-REGLA, 1) TO W-EVID-1.
            MOVE W-OP-EVID(W-IND-OPER, W-IND-REGLA, 2) TO W-EVID-2.
            IF W-RGL-CAMPO-1(W-IND-REGLA) = "*SESION"
               MOVE W-OP-SESIONES(W-IND-OPER) TO W-EVID-1
            END-IF.
            IF W-RGL-CAMPO-2(W-IND-REGLA) = "*SESION"
               MOVE W-OP-SESIONES(W-IND-OPER) TO W-EVID-2
            END-IF.
            EVALUATE TRUE
               WHEN W-RGL-CAMPO-1(W-IND-REGLA) = SPACES
                     OR W-RGL-CAMPO-2(W-IND-REGLA) = SPACES
                  MOVE "S/D" TO W-EJERCIDO
               WHEN W-EVID-1 > 0 AND W-EVID-2 > 0
                  MOVE "SI" TO W-EJERCIDO
                  ADD 1 TO W-CANT-EJERCIDOS
               WHEN OTHER
                  MOVE "NO" TO W-EJERCIDO
            END-EVALUATE.
            IF W-OP-JUSTIF(W-IND-OPER, W-IND-REGLA) > 0
               MOVE W-OP-JUSTIF(W-IND-OPER, W-IND-REGLA)
                 TO W-JUSTIF-TXT
            ELSE
               MOVE "--------" TO W-JUSTIF-TXT
               IF W-ORIGEN = "MATRIZ"
                  ADD 1 TO W-CANT-SIN-JUSTIF
               END-IF
            END-IF.
            DISPLAY W-OP-ID(W-IND-OPER) " "
                    W-RGL-CODIGO(W-IND-REGLA) " "
                    W-RGL-TRANS-1(W-IND-REGLA) "/"
                    W-RGL-TRANS-2(W-IND-REGLA) " "
                    W-ORIGEN "  " W-EVID-1 " " W-EVID-2 " "
                    W-EJERCIDO "   " W-JUSTIF-TXT " "
                    W-RGL-DESCRIP(W-IND-REGLA).

       F-EVALUO-REGLA.
            EXIT.

      * CONTROLO-PAR: los dos codigos de la regla habilitados en la
      * matriz del operador.
       CONTROLO-PAR.
            MOVE W-OP-ID(W-IND-OPER) TO PERM-OPERADOR.
            MOVE W-RGL-TRANS-1(W-IND-REGLA) TO PERM-TRANSACCION.
            READ PERMISOS KEY IS PERM-CLAVE
              INVALID KEY
                GO TO F-CONTROLO-PAR
            END-READ.
            IF NOT PERM-HABILITADO
               GO TO F-CONTROLO-PAR
            END-IF.
            MOVE W-OP-ID(W-IND-OPER) TO PERM-OPERADOR.
            MOVE W-RGL-TRANS-2(W-IND-REGLA) TO PERM-TRANSACCION.
            READ PERMISOS KEY IS PERM-CLAVE
              INVALID KEY
                GO TO F-CONTROLO-PAR
            END-READ.
            IF PERM-HABILITADO
               MOVE "S" TO W-TIENE-PAR
            END-IF.

       F-CONTROLO-PAR.
            EXIT.

       END PROGRAM "REPORTE-CONFLICTOS-PERMISOS".
