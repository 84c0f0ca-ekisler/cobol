      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Lanzamiento nocturno de los pedidos de COLA-REPORTES
      *          (rama CICLOB85 del ciclo, despues del cierre). Toma
      *          los pedidos pendientes (P), los que terminaron con
      *          error (E) y los que quedaron lanzados o en curso de
      *          una noche anterior sin fin asentado (el job aborto
      *          antes del paso de fin), y por cada uno escribe un
      *          job en colaReportes.jcl, que el paso siguiente de la
      *          rama manda al internal reader:
      *            INI  CONTROL-COLA-REPORTES "I nnnnnnn"
      *            RPT  el programa del reporte, con las DD de su
      *                 miembro INCLUDE RPTcccc de CLIENTES.JCLLIB,
      *                 SYSOUT al dataset de salida del pedido y una
      *                 tarjeta SYSIN por parametro
      *            FINxx CONTROL-COLA-REPORTES "F nnnnnnn rc", uno por
      *                 RC posible del reporte, elegido por COND
      *          El pedido queda en L con el nombre de la salida
      *          (CLIENTES.REPORTES.Rnnnnnnn.Daammdd) y un intento
      *          mas. Los cancelados y los terminados no se tocan.
      * Mod: 15/10/2026 EK - Cada job lleva un paso ARC (ARCHIVADO-
      *      REPORTES) que guarda la salida en el archivo de reportes
      *      con el periodo y la sucursal del pedido, tomados de los
      *      parametros de tipo PER/FEC y SUC del catalogo.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GENERACION-COLA-REPORTES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/colaReportes.sel".
              COPY "./sel/catalogoReportes.sel".

           SELECT JOBS-REPORTES ASSIGN TO "./colaReportes.jcl"
             ORGANIZATION LINE SEQUENTIAL
             STATUS ST-JOBS.

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/colaReportes.fd".
              COPY "./fd/catalogoReportes.fd".

       FD JOBS-REPORTES.
       01 REG-JOB            PIC X(80).

       WORKING-STORAGE SECTION.

       01 ST-COLA-REP        PIC XX.
       01 ST-JOBS            PIC XX.
       01 ST-CATALOGO        PIC XX.
       01 W-FIN-COLA         PIC X VALUE "N".
       01 W-FECHA-SISTEMA    PIC 9(8).
       01 W-INDICE-PAR       PIC 9.
       01 W-CANT-LANZADOS    PIC 9(5) VALUE 0.
       01 W-CANT-REINTENTOS  PIC 9(5) VALUE 0.
       01 W-CANT-RECUPERADOS PIC 9(5) VALUE 0.

      * W-JOBNAME: RP + los ultimos 6 digitos del pedido.
       01 W-NUMERO-EDIT      PIC 9(7).
       01 W-JOBNAME.
          05 FILLER          PIC XX VALUE "RP".
          05 W-JOBNAME-NRO   PIC X(6).
       01 W-MIEMBRO-DD       PIC X(8).

      * Tipos de parametro de cada reporte del catalogo, para sacar
      * el periodo y la sucursal que van al indice del archivo.
       01 W-FIN-CATALOGO     PIC X VALUE "N".
       01 W-CANT-CATALOGO    PIC 99 VALUE 0.
       01 W-TABLA-CATALOGO.
          05 TCAT OCCURS 50 TIMES.
             10 TCAT-CODIGO       PIC X(4).
             10 TCAT-PAR-TIPO     PIC X(3) OCCURS 4.
       01 W-INDICE-CAT       PIC 99.
       01 W-CAT-ELEGIDO      PIC 99.
       01 W-ARC-PERIODO      PIC 9(6).
       01 W-ARC-SUCURSAL     PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM LEO-CATALOGO THRU F-LEO-CATALOGO.
            OPEN I-O COLA-REPORTES.
            IF ST-COLA-REP > "07"
               DISPLAY "Error abriendo Cola de Reportes: " ST-COLA-REP
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT JOBS-REPORTES.
            IF ST-JOBS NOT = "00"
               DISPLAY "Error abriendo el stream de jobs: " ST-JOBS
               CLOSE COLA-REPORTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE 0 TO CRP-NUMERO.
            START COLA-REPORTES KEY IS NOT LESS THAN CRP-NUMERO
              INVALID KEY MOVE "S" TO W-FIN-COLA
            END-START.
            PERFORM LEO-PEDIDOS THRU F-LEO-PEDIDOS
                UNTIL W-FIN-COLA = "S".
            CLOSE COLA-REPORTES.
            CLOSE JOBS-REPORTES.
            DISPLAY "COLA DE REPORTES - " W-FECHA-SISTEMA.
            DISPLAY "Pedidos lanzados          : " W-CANT-LANZADOS.
            DISPLAY "  reintentos de error     : " W-CANT-REINTENTOS.
            DISPLAY "  recuperados sin fin     : " W-CANT-RECUPERADOS.
            STOP RUN.

       LEO-CATALOGO.
            OPEN INPUT CATALOGO-REPORTES.
            IF ST-CATALOGO NOT = "00"
               GO TO F-LEO-CATALOGO
            END-IF.
            PERFORM LEO-UN-REPORTE THRU F-LEO-UN-REPORTE
                UNTIL W-FIN-CATALOGO = "S".
            CLOSE CATALOGO-REPORTES.

       F-LEO-CATALOGO.
            EXIT.

       LEO-UN-REPORTE.
            READ CATALOGO-REPORTES
              AT END
                MOVE "S" TO W-FIN-CATALOGO
              NOT AT END
                IF W-CANT-CATALOGO < 50
                   ADD 1 TO W-CANT-CATALOGO
                   MOVE CAT-CODIGO TO TCAT-CODIGO(W-CANT-CATALOGO)
                   MOVE CAT-PAR-TIPO(1)
                     TO TCAT-PAR-TIPO(W-CANT-CATALOGO 1)
                   MOVE CAT-PAR-TIPO(2)
                     TO TCAT-PAR-TIPO(W-CANT-CATALOGO 2)
                   MOVE CAT-PAR-TIPO(3)
                     TO TCAT-PAR-TIPO(W-CANT-CATALOGO 3)
                   MOVE CAT-PAR-TIPO(4)
                     TO TCAT-PAR-TIPO(W-CANT-CATALOGO 4)
                END-IF
            END-READ.

       F-LEO-UN-REPORTE.
            EXIT.

       LEO-PEDIDOS.
            READ COLA-REPORTES NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-COLA
              NOT AT END
                EVALUATE TRUE
                   WHEN CRP-PENDIENTE
                      PERFORM LANZO-PEDIDO THRU F-LANZO-PEDIDO
                   WHEN CRP-ERROR
                      ADD 1 TO W-CANT-REINTENTOS
                      PERFORM LANZO-PEDIDO THRU F-LANZO-PEDIDO
                   WHEN CRP-LANZADO
                   WHEN CRP-EN-CURSO
                      DISPLAY "Pedido " CRP-NUMERO
                              " sin fin asentado, se relanza"
                      ADD 1 TO W-CANT-RECUPERADOS
                      PERFORM LANZO-PEDIDO THRU F-LANZO-PEDIDO
                END-EVALUATE
            END-READ.

       F-LEO-PEDIDOS.
            EXIT.

       LANZO-PEDIDO.
            ADD 1 TO CRP-INTENTOS.
            SET CRP-LANZADO TO TRUE.
            MOVE 0 TO CRP-FECHA-INICIO.
            MOVE 0 TO CRP-HORA-INICIO.
            MOVE 0 TO CRP-FECHA-FIN.
            MOVE 0 TO CRP-HORA-FIN.
            MOVE 0 TO CRP-RC.
            MOVE SPACES TO CRP-SALIDA.
            STRING "CLIENTES.REPORTES.R" DELIMITED BY SIZE
                   CRP-NUMERO DELIMITED BY SIZE
                   ".D" DELIMITED BY SIZE
                   W-FECHA-SISTEMA(3:6) DELIMITED BY SIZE
              INTO CRP-SALIDA.
            REWRITE REG-COLA-REPORTE
              INVALID KEY
                DISPLAY "Error grabando pedido " CRP-NUMERO ": "
                        ST-COLA-REP
                MOVE 8 TO RETURN-CODE
                GO TO F-LANZO-PEDIDO
            END-REWRITE.
            PERFORM ESCRIBO-JOB THRU F-ESCRIBO-JOB.
            ADD 1 TO W-CANT-LANZADOS.
            DISPLAY "Pedido " CRP-NUMERO " " CRP-CODIGO " "
                    CRP-PROGRAMA " -> " CRP-SALIDA.

       F-LANZO-PEDIDO.
            EXIT.

      * ESCRIBO-JOB: el job del pedido. Sin COND a nivel job: los
      * pasos de fin tienen que correr aunque el reporte termine mal.
      * Si el job aborta sin llegar a ellos, el pedido queda en L/X y
      * la noche siguiente se relanza.
       ESCRIBO-JOB.
            MOVE CRP-NUMERO TO W-NUMERO-EDIT.
            MOVE W-NUMERO-EDIT(2:6) TO W-JOBNAME-NRO.
            MOVE SPACES TO W-MIEMBRO-DD.
            STRING "RPT" DELIMITED BY SIZE
                   CRP-CODIGO DELIMITED BY SPACE
              INTO W-MIEMBRO-DD.

            MOVE SPACES TO REG-JOB.
            STRING "//" W-JOBNAME " JOB (ACCT),'COLA REPORTES',"
                   "CLASS=B,MSGCLASS=X," DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "//             REGION=0M" TO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING "//* PEDIDO " CRP-NUMERO " REPORTE " CRP-CODIGO
                   " OPERADOR " CRP-OPERADOR " INTENTO "
                   CRP-INTENTOS DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "//         JCLLIB ORDER=CLIENTES.JCLLIB" TO REG-JOB.
            WRITE REG-JOB.

            MOVE "//INI      EXEC PGM=CONTROL-COLA-REPORTES" TO REG-JOB.
            WRITE REG-JOB.
            PERFORM ESCRIBO-DD-CONTROL THRU F-ESCRIBO-DD-CONTROL.
            MOVE SPACES TO REG-JOB.
            STRING "I " CRP-NUMERO DELIMITED BY SIZE INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

            MOVE SPACES TO REG-JOB.
            STRING "//RPT      EXEC PGM=" DELIMITED BY SIZE
                   CRP-PROGRAMA DELIMITED BY SPACE
                   ",COND=(4,LT,INI)" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "//STEPLIB  DD DSN=CLIENTES.BATCH.LOADLIB,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING "//         INCLUDE MEMBER=" DELIMITED BY SIZE
                   W-MIEMBRO-DD DELIMITED BY SPACE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING "//SYSOUT   DD DSN=" DELIMITED BY SIZE
                   CRP-SALIDA DELIMITED BY SPACE
                   ",DISP=(NEW,CATLG)," DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "//             SPACE=(CYL,(5,5))" TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//SYSIN    DD *" TO REG-JOB.
            WRITE REG-JOB.
            PERFORM ESCRIBO-PARAMETRO THRU F-ESCRIBO-PARAMETRO
                VARYING W-INDICE-PAR FROM 1 BY 1
                  UNTIL W-INDICE-PAR > 4.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

            PERFORM ESCRIBO-PASO-ARCHIVO THRU F-ESCRIBO-PASO-ARCHIVO.

      *     RC 0: "00"; RC 1 a 4: "04"; RC 5 en adelante: "08".
            MOVE "//FIN00    EXEC PGM=CONTROL-COLA-REPORTES,"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//             COND=((4,LT,INI),(0,NE,RPT))"
              TO REG-JOB.
            WRITE REG-JOB.
            PERFORM ESCRIBO-DD-CONTROL THRU F-ESCRIBO-DD-CONTROL.
            MOVE SPACES TO REG-JOB.
            STRING "F " CRP-NUMERO " 00" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

            MOVE "//FIN04    EXEC PGM=CONTROL-COLA-REPORTES,"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING "//             COND=((4,LT,INI),(0,EQ,RPT),"
                   "(4,LT,RPT))" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            PERFORM ESCRIBO-DD-CONTROL THRU F-ESCRIBO-DD-CONTROL.
            MOVE SPACES TO REG-JOB.
            STRING "F " CRP-NUMERO " 04" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

            MOVE "//FIN08    EXEC PGM=CONTROL-COLA-REPORTES,"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//             COND=((4,LT,INI),(4,GE,RPT))"
              TO REG-JOB.
            WRITE REG-JOB.
            PERFORM ESCRIBO-DD-CONTROL THRU F-ESCRIBO-DD-CONTROL.
            MOVE SPACES TO REG-JOB.
            STRING "F " CRP-NUMERO " 08" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

       F-ESCRIBO-JOB.
            EXIT.

      * ESCRIBO-PASO-ARCHIVO: la salida de un reporte que termino
      * bien (RC <= 4) se guarda en el archivo de reportes.
       ESCRIBO-PASO-ARCHIVO.
            MOVE 0 TO W-ARC-PERIODO.
            MOVE SPACES TO W-ARC-SUCURSAL.
            MOVE 0 TO W-CAT-ELEGIDO.
            PERFORM BUSCO-REPORTE THRU F-BUSCO-REPORTE
                VARYING W-INDICE-CAT FROM 1 BY 1
                  UNTIL W-INDICE-CAT > W-CANT-CATALOGO
                     OR W-CAT-ELEGIDO > 0.
            IF W-CAT-ELEGIDO > 0
               PERFORM TOMO-PERIODO-SUCURSAL
                  THRU F-TOMO-PERIODO-SUCURSAL
                   VARYING W-INDICE-PAR FROM 1 BY 1
                     UNTIL W-INDICE-PAR > 4
            END-IF.

            MOVE "//ARC      EXEC PGM=ARCHIVADO-REPORTES,"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//             COND=((4,LT,INI),(4,LT,RPT))"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//STEPLIB  DD DSN=CLIENTES.BATCH.LOADLIB,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//RARDD    DD DSN=CLIENTES.REPORTES.REGLAS,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//IRPDD    DD DSN=CLIENTES.REPORTES.INDICE,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//ARLDD    DD DSN=CLIENTES.REPORTES.ARCHIVO,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//PCRDD    DD DSN=CLIENTES.REPORTES.PAGINAS,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING "//SALDD    DD DSN=" DELIMITED BY SIZE
                   CRP-SALIDA DELIMITED BY SPACE
                   ",DISP=SHR" DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE "//SYSOUT   DD SYSOUT=*" TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//SYSIN    DD *" TO REG-JOB.
            WRITE REG-JOB.
            MOVE SPACES TO REG-JOB.
            STRING CRP-PROGRAMA " " CRP-CODIGO " " CRP-NUMERO " "
                   W-ARC-PERIODO " " W-ARC-SUCURSAL
                   DELIMITED BY SIZE
              INTO REG-JOB.
            WRITE REG-JOB.
            MOVE CRP-SALIDA TO REG-JOB.
            WRITE REG-JOB.
            MOVE "/*" TO REG-JOB.
            WRITE REG-JOB.

       F-ESCRIBO-PASO-ARCHIVO.
            EXIT.

       BUSCO-REPORTE.
            IF TCAT-CODIGO(W-INDICE-CAT) = CRP-CODIGO
               MOVE W-INDICE-CAT TO W-CAT-ELEGIDO
            END-IF.

       F-BUSCO-REPORTE.
            EXIT.

      * TOMO-PERIODO-SUCURSAL: el primer periodo (o el de la primera
      * fecha) y la primera sucursal que pidio el usuario.
       TOMO-PERIODO-SUCURSAL.
            EVALUATE TCAT-PAR-TIPO(W-CAT-ELEGIDO W-INDICE-PAR)
               WHEN "PER"
                  IF W-ARC-PERIODO = 0
                     MOVE CRP-PARAMETRO(W-INDICE-PAR)(1:6)
                       TO W-ARC-PERIODO
                  END-IF
               WHEN "FEC"
                  IF W-ARC-PERIODO = 0
                     MOVE CRP-PARAMETRO(W-INDICE-PAR)(1:6)
                       TO W-ARC-PERIODO
                  END-IF
               WHEN "SUC"
                  IF W-ARC-SUCURSAL = SPACES
                     MOVE CRP-PARAMETRO(W-INDICE-PAR)(1:3)
                       TO W-ARC-SUCURSAL
                  END-IF
            END-EVALUATE.

       F-TOMO-PERIODO-SUCURSAL.
            EXIT.

       ESCRIBO-DD-CONTROL.
            MOVE "//STEPLIB  DD DSN=CLIENTES.BATCH.LOADLIB,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//CRPDD    DD DSN=CLIENTES.COLA.REPORTES,DISP=SHR"
              TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//SYSOUT   DD SYSOUT=*" TO REG-JOB.
            WRITE REG-JOB.
            MOVE "//SYSIN    DD *" TO REG-JOB.
            WRITE REG-JOB.

       F-ESCRIBO-DD-CONTROL.
            EXIT.

       ESCRIBO-PARAMETRO.
            IF CRP-PARAMETRO(W-INDICE-PAR) NOT = SPACES
               MOVE CRP-PARAMETRO(W-INDICE-PAR) TO REG-JOB
               WRITE REG-JOB
            END-IF.

       F-ESCRIBO-PARAMETRO.
            EXIT.

       END PROGRAM "GENERACION-COLA-REPORTES".
