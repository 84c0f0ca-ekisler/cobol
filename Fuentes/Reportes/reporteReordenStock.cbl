      *          activo cuyo PROD-STOCK cayo a (o por debajo de) su
      *          PROD-PUNTO-REORDEN, para que compras se entere antes
      *          de quedarse sin mercaderia en vez de despues.
      * Mod: 15/10/2026 EK - El renglon por sucursal muestra la
      *      cantidad a pedir (STK-CANTIDAD-REORDEN) si esta cargada.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                               " stock " STK-STOCK
                               " reorden " W-REORDEN-SUC SPACE
                               PROD-DESCRIPCION(1:25)
                       IF STK-CANTIDAD-REORDEN NUMERIC
                          IF STK-CANTIDAD-REORDEN > 0
                             DISPLAY "      pedir " STK-CANTIDAD-REORDEN
                          END-IF
                       END-IF
                       ADD 1 TO W-CANT-SUC-REPONER
                    END-IF
                END-READ
