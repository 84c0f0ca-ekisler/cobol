      *          y marca la solicitud como convertida, asi el alta
      *          directa por INICIO queda para correcciones y la via
      *          normal de un cliente nuevo pasa por aprobacion.
      * Mod: 15/10/2026 EK - Cada alta, modificacion o baja queda
      *      con su imagen en LOG-IMAGENES (GRABO-IMAGEN) para la
      *      recuperacion desde el ultimo respaldo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 W-CRT-STATUS       PIC 9(4).
          88 PF-SALIR               VALUE 1003.
       01 W-IMG-PROGRAMA  PIC X(30) VALUE "ABM-SOLICITUDES".
       01 W-IMG-CLI       PIC X(3)  VALUE "CLI".
       01 W-IMG-ALTA      PIC X     VALUE "A".
       01 W-IMG-GRABADO   PIC X.

       PROCEDURE DIVISION.

                DISPLAY "Error grabando cliente: " ST-FILE
                        LINE 24 COL 1
              NOT INVALID KEY
                CALL "GRABO-IMAGEN" USING W-IMG-PROGRAMA W-IMG-CLI
                     W-IMG-ALTA ST-FILE REG-CLIENTES W-IMG-GRABADO
                SET SOL-CONVERTIDA TO TRUE
                MOVE W-FECHA-SISTEMA TO SOL-FECHA-DECISION
                REWRITE REG-SOLICITUD
