      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: PROXIMO-NUMERO con empresa: entrega el proximo numero
      *          del talonario de una empresa, sucursal y tipo de
      *          comprobante. La empresa principal (01, o cero en los
      *          llamadores que todavia no la conocen) numera en
      *          NUMERACION via PROXIMO-NUMERO, exactamente como
      *          siempre; las demas empresas numeran en su propio
      *          NUMERACION-EMPRESA, asi los comprobantes de cada
      *          razon social tienen series separadas. Misma regla:
      *          serie sin cargar (o archivo que no abre) devuelve
      *          cero y el llamador vuelve a la numeracion manual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROXIMO-NUMERO-EMPRESA".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/numeracionEmpresa.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/numeracionEmpresa.fd".

       WORKING-STORAGE SECTION.
       01 ST-NUM-EMPRESA PIC XX.

       LINKAGE SECTION.
       01 L-EMPRESA      PIC 9(2).
       01 L-SUCURSAL     PIC X(3).
       01 L-TIPO         PIC X.
       01 L-NUMERO       PIC 9(9).

       PROCEDURE DIVISION USING L-EMPRESA L-SUCURSAL L-TIPO L-NUMERO.
       MAIN-PROCEDURE.
            MOVE 0 TO L-NUMERO.
            IF L-EMPRESA NOT NUMERIC OR L-EMPRESA < 2
               CALL "PROXIMO-NUMERO" USING L-SUCURSAL L-TIPO L-NUMERO
               EXIT PROGRAM
            END-IF.
            OPEN I-O NUMERACION-EMPRESA.
            IF ST-NUM-EMPRESA > "07"
               EXIT PROGRAM
            END-IF.
            MOVE L-EMPRESA  TO NUE-EMPRESA.
            MOVE L-SUCURSAL TO NUE-SUCURSAL.
            MOVE L-TIPO     TO NUE-TIPO.
            READ NUMERACION-EMPRESA KEY IS NUE-CLAVE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO NUE-ULTIMO
                REWRITE REG-NUMERACION-EMPRESA
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE NUE-ULTIMO TO L-NUMERO
                END-REWRITE
            END-READ.
            CLOSE NUMERACION-EMPRESA.
            EXIT PROGRAM.
       END PROGRAM "PROXIMO-NUMERO-EMPRESA".
