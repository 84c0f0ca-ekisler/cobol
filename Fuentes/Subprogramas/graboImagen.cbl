      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Graba en LOG-IMAGENES la imagen posterior de un
      *          registro de CLIENTES, FACTURA, COBRANZAS, CHEQUES o
      *          PRODUCTOS recien dado de alta (A), modificado (M) o
      *          borrado (B). La llama cada programa inmediatamente
      *          despues del WRITE / REWRITE / DELETE, pasando el
      *          status del archivo: solo se asienta lo que quedo
      *          grabado (status "0x"), asi el llamador no tiene que
      *          distinguir el camino de error. El largo de la imagen
      *          sale del codigo de archivo, de modo que nunca se lee
      *          mas alla del registro del llamador. Fecha y hora con
      *          centesimos, del momento de la grabacion. Devuelve
      *          "S"/"N" en L-GRABADO.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRABO-IMAGEN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/logImagenes.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/logImagenes.fd".

       WORKING-STORAGE SECTION.
       01 ST-LOG-IMAGENES PIC XX.
       01 W-LARGO         PIC 9(4).

       LINKAGE SECTION.
       01 L-PROGRAMA      PIC X(30).
       01 L-ARCHIVO       PIC X(3).
       01 L-OPERACION     PIC X.
       01 L-ESTADO        PIC XX.
       01 L-DATOS         PIC X(670).
       01 L-GRABADO       PIC X.

       PROCEDURE DIVISION USING L-PROGRAMA L-ARCHIVO L-OPERACION
                                L-ESTADO L-DATOS L-GRABADO.
       MAIN-PROCEDURE.
            MOVE "N" TO L-GRABADO.
            IF L-ESTADO(1:1) NOT = "0"
               EXIT PROGRAM
            END-IF.
            EVALUATE L-ARCHIVO
               WHEN "CLI"
                  MOVE 670 TO W-LARGO
               WHEN "FAC"
                  MOVE 615 TO W-LARGO
               WHEN "COB"
                  MOVE 291 TO W-LARGO
               WHEN "CHQ"
                  MOVE 121 TO W-LARGO
               WHEN "PRD"
                  MOVE 119 TO W-LARGO
               WHEN OTHER
                  EXIT PROGRAM
            END-EVALUATE.
            OPEN EXTEND LOG-IMAGENES.
            IF ST-LOG-IMAGENES > "07"
               EXIT PROGRAM
            END-IF.
            ACCEPT IMG-FECHA FROM DATE YYYYMMDD.
            ACCEPT IMG-HORA FROM TIME.
            MOVE L-PROGRAMA TO IMG-PROGRAMA.
            MOVE L-ARCHIVO TO IMG-ARCHIVO.
            MOVE L-OPERACION TO IMG-OPERACION.
            MOVE W-LARGO TO IMG-LARGO.
            MOVE SPACES TO IMG-DATOS.
            MOVE L-DATOS(1:W-LARGO) TO IMG-DATOS(1:W-LARGO).
            WRITE REG-IMAGEN.
            IF ST-LOG-IMAGENES = "00"
               MOVE "S" TO L-GRABADO
            END-IF.
            CLOSE LOG-IMAGENES.
            EXIT PROGRAM.

       END PROGRAM "GRABO-IMAGEN".
