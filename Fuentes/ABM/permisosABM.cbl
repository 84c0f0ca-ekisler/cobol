      *          Un operador sin registros conserva el permiso amplio
      *          de siempre; con el primer registro cargado, solo
      *          puede lo habilitado.
      * Mod: 15/10/2026 EK - Al habilitar un permiso se controla la
      *      segregacion de funciones contra reglasConflicto.dat: si
      *      el operador ya tiene el otro lado de algun par, se avisa
      *      y solo se graba con una justificacion, que queda en
      *      justificacionesConflicto.dat.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

              COPY "./sel/permisos.sel".
              COPY "./sel/operadores.sel".
              COPY "./sel/reglasConflicto.sel".
              COPY "./sel/justificacionesConflicto.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/permisos.fd".
              COPY "./fd/operadores.fd".
              COPY "./fd/reglasConflicto.fd".
              COPY "./fd/justificacionesConflicto.fd".

       WORKING-STORAGE SECTION.

       01 W-INDICE-OPER      PIC 99.
       01 W-REINTENTOS-FIRMA PIC 9 VALUE 0.

      * Reglas de segregacion de funciones (reglasConflicto.dat),
      * cargadas una vez al abrir. W-CFL-HALLADO marca las reglas que
      * el permiso que se esta por otorgar deja en conflicto.
       01 ST-REGLAS          PIC XX.
       01 ST-JUSTIFICACION   PIC XX.
       01 W-FIN-REGLAS       PIC X.
       01 W-CANT-REGLAS      PIC 99 VALUE 0.
       01 TABLA-REGLAS.
          05 W-REGLA OCCURS 50 TIMES.
             10 W-RGL-CODIGO  PIC X(4).
             10 W-RGL-TRANS-1 PIC X(2).
             10 W-RGL-TRANS-2 PIC X(2).
             10 W-RGL-DESCRIP PIC X(40).
             10 W-CFL-HALLADO PIC X.
       01 W-IND-REGLA        PIC 99.
       01 W-CANT-CONFLICTOS  PIC 99.
       01 W-TRANS-OTRA       PIC X(2).
       01 W-LINEA-AVISO      PIC 99.
       01 W-MOTIVO-CONFLICTO PIC X(60).
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-HORA-SISTEMA     PIC 9(6).

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL SECTION.
                       LINE 24 COL 1
               MOVE "S" TO FIN
            END-IF.
            PERFORM LEO-REGLAS THRU F-LEO-REGLAS.

       F-ABRO-ARCHIVOS.
            EXIT.

      * LEO-REGLAS: sin reglasConflicto.dat no hay control, igual que
      * antes; el ABM sigue funcionando.
       LEO-REGLAS.
            MOVE 0 TO W-CANT-REGLAS.
            OPEN INPUT REGLAS-CONFLICTO.
            IF ST-REGLAS = "00"
               MOVE "N" TO W-FIN-REGLAS
               PERFORM LEO-UNA-REGLA THRU F-LEO-UNA-REGLA
                   UNTIL W-FIN-REGLAS = "S"
               CLOSE REGLAS-CONFLICTO
            END-IF.

       F-LEO-REGLAS.
            EXIT.

       LEO-UNA-REGLA.
            READ REGLAS-CONFLICTO
              AT END
                MOVE "S" TO W-FIN-REGLAS
                GO TO F-LEO-UNA-REGLA
            END-READ.
            IF RCF-CODIGO = SPACES OR RCF-TRANS-1 = SPACES
                  OR RCF-TRANS-2 = SPACES
               GO TO F-LEO-UNA-REGLA
            END-IF.
            IF W-CANT-REGLAS NOT < 50
               DISPLAY "Tabla de reglas de conflicto llena, se ignora: "
                       RCF-CODIGO LINE 24 COL 1
               MOVE "S" TO W-FIN-REGLAS
               GO TO F-LEO-UNA-REGLA
            END-IF.
            ADD 1 TO W-CANT-REGLAS.
            MOVE RCF-CODIGO TO W-RGL-CODIGO(W-CANT-REGLAS).
            MOVE FUNCTION UPPER-CASE(RCF-TRANS-1)
              TO W-RGL-TRANS-1(W-CANT-REGLAS).
            MOVE FUNCTION UPPER-CASE(RCF-TRANS-2)
              TO W-RGL-TRANS-2(W-CANT-REGLAS).
            MOVE RCF-DESCRIPCION TO W-RGL-DESCRIP(W-CANT-REGLAS).

       F-LEO-UNA-REGLA.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE PERMISOS.

       HABILITO-PERMISO.
            IF W-PERMISO-EXISTE
               DISPLAY "El permiso ya esta habilitado" LINE 24 COL 1
               GO TO F-HABILITO-PERMISO
            END-IF.
            PERFORM CONTROLO-CONFLICTOS THRU F-CONTROLO-CONFLICTOS.
            IF W-CANT-CONFLICTOS > 0
               PERFORM PIDO-JUSTIFICACION THRU F-PIDO-JUSTIFICACION
               IF W-MOTIVO-CONFLICTO = SPACES
                  DISPLAY "Sin justificacion no se habilita el permiso"
                          LINE 24 COL 1
                  GO TO F-HABILITO-PERMISO
               END-IF
            END-IF.
            MOVE W-PERM-OPERADOR TO PERM-OPERADOR.
            MOVE W-PERM-TRANS TO PERM-TRANSACCION.
            MOVE "S" TO PERM-PERMITIDO.
            WRITE REG-PERMISO
              INVALID KEY
                DISPLAY "Error grabando permiso: " ST-PERMISOS
                        LINE 24 COL 1
              NOT INVALID KEY
                DISPLAY "Permiso habilitado" LINE 24 COL 1
                IF W-CANT-CONFLICTOS > 0
                   PERFORM GRABO-JUSTIFICACIONES
                      THRU F-GRABO-JUSTIFICACIONES
                END-IF
            END-WRITE.

       F-HABILITO-PERMISO.
            EXIT.

      * CONTROLO-CONFLICTOS: para cada regla donde la transaccion que
      * se otorga es uno de los lados, mira si el operador ya tiene
      * habilitado el otro lado en la matriz.
       CONTROLO-CONFLICTOS.
            MOVE 0 TO W-CANT-CONFLICTOS.
            PERFORM CONTROLO-UNA-REGLA THRU F-CONTROLO-UNA-REGLA
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS.

       F-CONTROLO-CONFLICTOS.
            EXIT.

       CONTROLO-UNA-REGLA.
            MOVE "N" TO W-CFL-HALLADO(W-IND-REGLA).
            EVALUATE W-PERM-TRANS
               WHEN W-RGL-TRANS-1(W-IND-REGLA)
                  MOVE W-RGL-TRANS-2(W-IND-REGLA) TO W-TRANS-OTRA
               WHEN W-RGL-TRANS-2(W-IND-REGLA)
                  MOVE W-RGL-TRANS-1(W-IND-REGLA) TO W-TRANS-OTRA
               WHEN OTHER
                  GO TO F-CONTROLO-UNA-REGLA
            END-EVALUATE.
            MOVE W-PERM-OPERADOR TO PERM-OPERADOR.
            MOVE W-TRANS-OTRA TO PERM-TRANSACCION.
            READ PERMISOS KEY IS PERM-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF PERM-HABILITADO
                   MOVE "S" TO W-CFL-HALLADO(W-IND-REGLA)
                   ADD 1 TO W-CANT-CONFLICTOS
                END-IF
            END-READ.

       F-CONTROLO-UNA-REGLA.
            EXIT.

      * PIDO-JUSTIFICACION: lista los conflictos (hasta los que
      * entran en pantalla) y pide el motivo; en blanco = no otorgar.
       PIDO-JUSTIFICACION.
            DISPLAY "ATENCION: el permiso crea conflicto de funciones"
                    LINE 10 COL 10.
            MOVE 11 TO W-LINEA-AVISO.
            PERFORM MUESTRO-CONFLICTO THRU F-MUESTRO-CONFLICTO
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS
                       OR W-LINEA-AVISO > 19.
            MOVE SPACES TO W-MOTIVO-CONFLICTO.
            DISPLAY "Justificacion (blanco = no otorgar):"
                    LINE 21 COL 10.
            ACCEPT W-MOTIVO-CONFLICTO LINE 22 COL 10 PROMPT.

       F-PIDO-JUSTIFICACION.
            EXIT.

       MUESTRO-CONFLICTO.
            IF W-CFL-HALLADO(W-IND-REGLA) = "S"
               DISPLAY W-RGL-CODIGO(W-IND-REGLA) " "
                       W-RGL-TRANS-1(W-IND-REGLA) "/"
                       W-RGL-TRANS-2(W-IND-REGLA) " "
                       W-RGL-DESCRIP(W-IND-REGLA)
                       LINE W-LINEA-AVISO COL 12
               ADD 1 TO W-LINEA-AVISO
            END-IF.

       F-MUESTRO-CONFLICTO.
            EXIT.

      * GRABO-JUSTIFICACIONES: un renglon por regla en conflicto, con
      * el supervisor que otorgo y su motivo.
       GRABO-JUSTIFICACIONES.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT W-HORA-SISTEMA FROM TIME.
            OPEN EXTEND JUSTIFICACIONES-CONFLICTO.
            IF ST-JUSTIFICACION > "07"
               DISPLAY "Error abriendo Justificaciones: "
                       ST-JUSTIFICACION LINE 24 COL 1
               GO TO F-GRABO-JUSTIFICACIONES
            END-IF.
            PERFORM GRABO-UNA-JUSTIFICACION
               THRU F-GRABO-UNA-JUSTIFICACION
                VARYING W-IND-REGLA FROM 1 BY 1
                    UNTIL W-IND-REGLA > W-CANT-REGLAS.
            CLOSE JUSTIFICACIONES-CONFLICTO.

       F-GRABO-JUSTIFICACIONES.
            EXIT.

       GRABO-UNA-JUSTIFICACION.
            IF W-CFL-HALLADO(W-IND-REGLA) = "S"
               MOVE W-PERM-OPERADOR TO JCF-OPERADOR
               MOVE W-RGL-CODIGO(W-IND-REGLA) TO JCF-REGLA
               MOVE W-PERM-TRANS TO JCF-TRANSACCION
               MOVE W-FECHA-SISTEMA TO JCF-FECHA
               MOVE W-HORA-SISTEMA TO JCF-HORA
               MOVE W-OPERADOR-ACTUAL TO JCF-OTORGADO-POR
               MOVE W-MOTIVO-CONFLICTO TO JCF-MOTIVO
               WRITE REG-JUSTIFICACION
            END-IF.

       F-GRABO-UNA-JUSTIFICACION.
            EXIT.

       QUITO-PERMISO.
            IF NOT W-PERMISO-EXISTE
               DISPLAY "Ese permiso no existe" LINE 24 COL 1
