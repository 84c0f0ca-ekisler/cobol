      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Valida un codigo de empresa contra empresas.dat y
      *          devuelve su razon social, CUIT y punto de venta, mas
      *          la cantidad de empresas activas -- la libreria comun
      *          que la firma de los ABMs y los procesos de IVA llaman
      *          para elegir y nombrar la empresa, como VALIDO-PERMISO
      *          lo hace con los permisos. Un codigo en cero se toma
      *          como la principal (01). Sin archivo, o con el archivo
      *          vacio, la 01 es la unica empresa y siempre es valida.
      *          Devuelve "S"/"N" en L-VALIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUSCO-EMPRESA".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/empresas.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/empresas.fd".

       WORKING-STORAGE SECTION.
       01 ST-EMPRESAS   PIC XX.
       01 W-FIN-EMPRESAS PIC X.

       LINKAGE SECTION.
       01 L-EMPRESA       PIC 9(2).
       01 L-RAZON-SOCIAL  PIC X(40).
       01 L-CUIT          PIC 9(11).
       01 L-PUNTO-VENTA   PIC 9(5).
       01 L-CANT-EMPRESAS PIC 9(2).
       01 L-VALIDA        PIC X.

       PROCEDURE DIVISION USING L-EMPRESA L-RAZON-SOCIAL L-CUIT
                                L-PUNTO-VENTA L-CANT-EMPRESAS
                                L-VALIDA.
       MAIN-PROCEDURE.
            IF L-EMPRESA NOT NUMERIC OR L-EMPRESA = 0
               MOVE 1 TO L-EMPRESA
            END-IF.
            MOVE "N" TO L-VALIDA.
            MOVE SPACES TO L-RAZON-SOCIAL.
            MOVE 0 TO L-CUIT.
            MOVE 0 TO L-PUNTO-VENTA.
            MOVE 0 TO L-CANT-EMPRESAS.
            OPEN INPUT EMPRESAS.
            IF ST-EMPRESAS = "00"
               MOVE "N" TO W-FIN-EMPRESAS
               PERFORM LEO-UNA-EMPRESA THRU F-LEO-UNA-EMPRESA
                   UNTIL W-FIN-EMPRESAS = "S"
               CLOSE EMPRESAS
            END-IF.
            IF L-CANT-EMPRESAS = 0
               MOVE 1 TO L-CANT-EMPRESAS
               IF L-EMPRESA = 1
                  MOVE "S" TO L-VALIDA
                  MOVE "EMPRESA PRINCIPAL" TO L-RAZON-SOCIAL
               END-IF
            END-IF.
            EXIT PROGRAM.

       LEO-UNA-EMPRESA.
            READ EMPRESAS
              AT END
                MOVE "S" TO W-FIN-EMPRESAS
              NOT AT END
                IF EMP-ACTIVA
                   ADD 1 TO L-CANT-EMPRESAS
                   IF EMP-CODIGO = L-EMPRESA
                      MOVE "S" TO L-VALIDA
                      MOVE EMP-RAZON-SOCIAL TO L-RAZON-SOCIAL
                      MOVE EMP-CUIT TO L-CUIT
                      MOVE EMP-PUNTO-VENTA TO L-PUNTO-VENTA
                   END-IF
                END-IF
            END-READ.

       F-LEO-UNA-EMPRESA.
            EXIT.

       END PROGRAM "BUSCO-EMPRESA".
