      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Explota un codigo de producto en sus componentes
      *          segun kits.dat: devuelve la cantidad de componentes
      *          (0 = el codigo no es un kit y se mueve como siempre)
      *          y, por cada uno, su codigo y las unidades que lleva
      *          cada unidad del kit. Es la libreria comun que llaman
      *          los programas que mueven stock (cierre de ventas,
      *          remitos, recepcion de devoluciones, transferencias)
      *          para mover los componentes en lugar del kit, y los
      *          que controlan disponible para calcularlo por el
      *          componente mas escaso. Sin archivo, ningun codigo es
      *          kit. Hasta 20 componentes por kit (el tope que deja
      *          cargar ABM-KITS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMPONENTES-KIT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/kits.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/kits.fd".

       WORKING-STORAGE SECTION.
       01 ST-KITS        PIC XX.
       01 W-FIN-KITS     PIC X.

       LINKAGE SECTION.
       01 L-KIT-CODIGO       PIC X(10).
       01 L-CANT-COMPONENTES PIC 9(2).
       01 L-COMPONENTES.
          05 L-COMPONENTE OCCURS 20 TIMES.
             10 L-COMP-CODIGO   PIC X(10).
             10 L-COMP-CANTIDAD PIC 9(5).

       PROCEDURE DIVISION USING L-KIT-CODIGO L-CANT-COMPONENTES
                                L-COMPONENTES.
       MAIN-PROCEDURE.
            MOVE 0 TO L-CANT-COMPONENTES.
            MOVE SPACES TO L-COMPONENTES.
            OPEN INPUT KITS.
            IF ST-KITS NOT = "00"
               EXIT PROGRAM
            END-IF.
            MOVE L-KIT-CODIGO TO KIT-CODIGO.
            MOVE LOW-VALUES TO KIT-COMPONENTE.
            START KITS KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY MOVE "S" TO W-FIN-KITS
              NOT INVALID KEY MOVE "N" TO W-FIN-KITS
            END-START.
            PERFORM LEO-UN-COMPONENTE THRU F-LEO-UN-COMPONENTE
                UNTIL W-FIN-KITS = "S".
            CLOSE KITS.
            EXIT PROGRAM.

       LEO-UN-COMPONENTE.
            READ KITS NEXT RECORD
              AT END
                MOVE "S" TO W-FIN-KITS
                GO TO F-LEO-UN-COMPONENTE
            END-READ.
            IF KIT-CODIGO NOT = L-KIT-CODIGO
               OR L-CANT-COMPONENTES NOT < 20
               MOVE "S" TO W-FIN-KITS
               GO TO F-LEO-UN-COMPONENTE
            END-IF.
            ADD 1 TO L-CANT-COMPONENTES.
            MOVE KIT-COMPONENTE TO L-COMP-CODIGO(L-CANT-COMPONENTES).
            MOVE KIT-CANTIDAD TO L-COMP-CANTIDAD(L-CANT-COMPONENTES).

       F-LEO-UN-COMPONENTE.
            EXIT.

       END PROGRAM "COMPONENTES-KIT".
