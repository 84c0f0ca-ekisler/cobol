      *          (codigo, nombre, direccion, estado) contra el que
      *          INICIO valida la sucursal del cliente y con el que
      *          los reportes imprimen nombres en vez de codigos.
      * Mod: 15/10/2026 EK - Alta y Modifica piden el punto de venta
      *      AFIP de la sucursal (SUC-PUNTO-VENTA) que usa el Libro
      *      IVA Digital.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCEPT SUC-NOMBRE LINE 09 COL 26 PROMPT
               DISPLAY "Direccion    : " LINE 10 COL 10
               ACCEPT SUC-DIRECCION LINE 10 COL 26 PROMPT
               MOVE 0 TO SUC-PUNTO-VENTA
               DISPLAY "Punto de venta: " LINE 12 COL 10
               ACCEPT SUC-PUNTO-VENTA LINE 12 COL 26 PROMPT
               SET SUC-ACTIVA TO TRUE
               WRITE REG-SUCURSAL
                 INVALID KEY
               ACCEPT SUC-NOMBRE LINE 09 COL 26 PROMPT
               DISPLAY "Direccion    : " LINE 10 COL 10
               ACCEPT SUC-DIRECCION LINE 10 COL 26 PROMPT
               DISPLAY "Punto de venta: " LINE 12 COL 10
               ACCEPT SUC-PUNTO-VENTA LINE 12 COL 26 PROMPT
               REWRITE REG-SUCURSAL
                 INVALID KEY
                   DISPLAY "Error modificando sucursal: " ST-SUCURSALES
            EXIT.

       MUESTRO-SUCURSAL.
            IF SUC-PUNTO-VENTA NOT NUMERIC
               MOVE 0 TO SUC-PUNTO-VENTA
            END-IF.
            DISPLAY SUC-NOMBRE LINE 09 COL 26
                    SUC-DIRECCION LINE 10 COL 26
                    SUC-ESTADO LINE 11 COL 26
                    SUC-PUNTO-VENTA LINE 12 COL 26.

       END PROGRAM "ABM-SUCURSALES".
