      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Export mensual de las retenciones de Ganancias que
      *          practicamos al pagar a proveedores, al formato plano
      *          que el contador carga en SICORE como agente de
      *          retencion. Mismo esquema que EXPORT-RETENCIONES-SICORE:
      *          recorre RET-PRACTICADAS, toma los certificados de
      *          Ganancias del periodo pedido todavia no exportados,
      *          los vuelca a renglones de ancho fijo (regimen, fecha,
      *          CUIT, certificado, base y retencion sin editar) y
      *          marca cada uno exportado. Los certificados de IIBB no
      *          van a SICORE (se declaran en cada jurisdiccion); solo
      *          se cuentan en el resumen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXPORT-RET-PRACTICADAS-SICORE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/retPracticadas.sel".

           SELECT EXPORTO-SICORE ASSIGN TO "./retPracticadasSicore.txt"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-EXPORTO.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/retPracticadas.fd".

       FD EXPORTO-SICORE.
       01 REG-EXPORTO-SICORE PIC X(53).

       WORKING-STORAGE SECTION.

       01 ST-RET-PRACT       PIC XX.
       01 ST-EXPORTO         PIC XX.
       01 W-FIN              PIC X VALUE "N".

       01 W-PERIODO          PIC 9(6).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          05 W-PER-ANIO      PIC 9(4).
          05 W-PER-MES       PIC 9(2).
       01 W-PERIODO-CERT     PIC 9(6).
       01 W-RESTO-FECHA      PIC 99.

      * Renglon de ancho fijo del formato de carga: regimen (3),
      * fecha (8), CUIT (11), certificado (9), base sujeta y
      * retencion (11 con dos decimales implicitos, sin signo).
       01 W-LINEA-SICORE.
          05 W-SIC-REGIMEN      PIC 9(3).
          05 W-SIC-FECHA        PIC 9(8).
          05 W-SIC-CUIT         PIC 9(11).
          05 W-SIC-CERTIFICADO  PIC 9(9).
          05 W-SIC-BASE         PIC 9(9)V9(2).
          05 W-SIC-IMPORTE      PIC 9(9)V9(2).

       01 W-CANT-EXPORTADAS  PIC 9(7) VALUE 0.
       01 W-CANT-IIBB        PIC 9(7) VALUE 0.
       01 W-TOTAL-EXPORTADO  PIC S9(11)V9(2) VALUE 0.
       01 W-TOTAL-IIBB       PIC S9(11)V9(2) VALUE 0.
       01 TOTAL-ZZ           PIC -----------9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Periodo a exportar (AAAAMM): " WITH NO ADVANCING.
            ACCEPT W-PERIODO.
            IF W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY "Periodo invalido: " W-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
            IF W-FIN = "S"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM EXPORTO-RETENCIONES THRU F-EXPORTO-RETENCIONES
                   UNTIL W-FIN = "S"
            END-IF.
            PERFORM CIERRO-ARCHIVOS THRU F-CIERRO-ARCHIVOS.
            MOVE W-TOTAL-EXPORTADO TO TOTAL-ZZ.
            DISPLAY "Certificados Ganancias exportados: "
                    W-CANT-EXPORTADAS.
            DISPLAY "Importe total exportado          : " TOTAL-ZZ.
            MOVE W-TOTAL-IIBB TO TOTAL-ZZ.
            DISPLAY "Certificados IIBB del periodo    : "
                    W-CANT-IIBB.
            DISPLAY "Importe IIBB (no va a SICORE)    : " TOTAL-ZZ.
            STOP RUN.

       ABRO-ARCHIVOS.
            OPEN I-O RET-PRACTICADAS.
            IF ST-RET-PRACT > "07"
               DISPLAY "Error abriendo Ret. Practicadas: "
                       ST-RET-PRACT
               MOVE "S" TO W-FIN
            END-IF.
            OPEN OUTPUT EXPORTO-SICORE.
            IF ST-EXPORTO NOT = "00"
               DISPLAY "Error abriendo retPracticadasSicore.txt: "
                       ST-EXPORTO
               MOVE "S" TO W-FIN
            END-IF.

       F-ABRO-ARCHIVOS.
            EXIT.

       CIERRO-ARCHIVOS.
            CLOSE RET-PRACTICADAS.
            CLOSE EXPORTO-SICORE.

       F-CIERRO-ARCHIVOS.
            EXIT.

       EXPORTO-RETENCIONES.
            READ RET-PRACTICADAS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN
                GO TO F-EXPORTO-RETENCIONES
            END-READ.
            DIVIDE RP-FECHA BY 100 GIVING W-PERIODO-CERT
                   REMAINDER W-RESTO-FECHA.
            IF W-PERIODO-CERT NOT = W-PERIODO
               GO TO F-EXPORTO-RETENCIONES
            END-IF.
            IF RP-IIBB
               ADD 1 TO W-CANT-IIBB
               ADD RP-IMPORTE TO W-TOTAL-IIBB
               GO TO F-EXPORTO-RETENCIONES
            END-IF.
            IF NOT RP-SICORE-EXPORTADA
               PERFORM EXPORTO-UNA-RETENCION
                   THRU F-EXPORTO-UNA-RETENCION
            END-IF.

       F-EXPORTO-RETENCIONES.
            EXIT.

       EXPORTO-UNA-RETENCION.
            MOVE RP-REGIMEN      TO W-SIC-REGIMEN.
            MOVE RP-FECHA        TO W-SIC-FECHA.
            MOVE RP-CUIT         TO W-SIC-CUIT.
            MOVE RP-CERTIFICADO  TO W-SIC-CERTIFICADO.
            MOVE RP-BASE         TO W-SIC-BASE.
            MOVE RP-IMPORTE      TO W-SIC-IMPORTE.
            MOVE W-LINEA-SICORE  TO REG-EXPORTO-SICORE.
            WRITE REG-EXPORTO-SICORE.
            SET RP-SICORE-EXPORTADA TO TRUE.
            REWRITE REG-RET-PRACTICADA
              INVALID KEY
                DISPLAY "Error marcando exportado el certificado "
                        RP-IMPUESTO "-" RP-CERTIFICADO
            END-REWRITE.
            ADD 1 TO W-CANT-EXPORTADAS.
            ADD RP-IMPORTE TO W-TOTAL-EXPORTADO.

       F-EXPORTO-UNA-RETENCION.
            EXIT.

       END PROGRAM "EXPORT-RET-PRACTICADAS-SICORE".
