      *          planes vigentes. Al pie lista el forecast de
      *          cobranzas: las cuotas que vencen en los proximos 30
      *          dias con su importe pendiente.
      * Mod: 15/10/2026 EK - El dia siguiente al vencimiento de una
      *      cuota impaga, y al cancelarse el plan, se avisa al cliente
      *      por NOTIFICACIONES.
      * Tectonic: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-FORECAST-TOTAL  PIC S9(11)V9(2) VALUE 0.
       01 MONTO-ZZ          PIC -----------9,99.

      * Avisos de cuota impaga al cliente (GRABO-NOTIFICACION).
       01 W-NTF-EVENTO       PIC XX VALUE "CI".
       01 W-NTF-VENDEDOR     PIC X(5) VALUE SPACES.
       01 W-NTF-REFERENCIA   PIC X(20).
       01 W-NTF-TEXTO        PIC X(160).
       01 W-NTF-PROGRAMA     PIC X(30) VALUE "CONTROL-PLANES-PAGO".
       01 W-NTF-GRABADO      PIC X.
       01 W-NTF-IMPORTE      PIC -------9,99.
       01 W-CANT-AVISOS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT W-FECHA-SISTEMA FROM DATE YYYYMMDD.
            DISPLAY "Planes vigentes  : " W-CANT-VIGENTES.
            DISPLAY "Planes cumplidos : " W-CANT-CUMPLIDOS.
            DISPLAY "Planes cancelados: " W-CANT-CANCELADOS.
            DISPLAY "Avisos de cuota  : " W-CANT-AVISOS.
            DISPLAY "Forecast cuotas 30 dias: " MONTO-ZZ.
            STOP RUN.

                  PERFORM GRABO-PLAN THRU F-GRABO-PLAN
                  PERFORM GRABO-HISTORIAL-CANCELACION
                     THRU F-GRABO-HISTORIAL-CANCELACION
                  PERFORM AVISO-CANCELACION THRU F-AVISO-CANCELACION
                  DISPLAY "Plan " PLAN-NUMERO " cliente "
                          PLAN-CLI-ID " CANCELADO por cuota impaga"
               WHEN OTHER
               IF W-DIAS-HOY > W-DIAS-VTO
                  MOVE "S" TO W-CUOTA-CAIDA
               END-IF
               IF W-DIAS-HOY = W-DIAS-VTO - W-DIAS-GRACIA + 1
                  PERFORM AVISO-CUOTA THRU F-AVISO-CUOTA
               END-IF
            END-IF.

       F-CONTROLO-UNA-CUOTA.
            EXIT.

      * AVISO-CUOTA: el dia siguiente al vencimiento de una cuota que
      * sigue impaga, el cliente recibe el aviso con los dias de
      * gracia que le quedan antes de que se caiga el plan.
       AVISO-CUOTA.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING "PLAN " PLAN-NUMERO " CUOTA " W-INDICE
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            COMPUTE W-PENDIENTE = PLAN-CUOTA-IMPORTE(W-INDICE)
                - PLAN-CUOTA-PAGADO(W-INDICE).
            MOVE W-PENDIENTE TO W-NTF-IMPORTE.
            STRING "La cuota " W-INDICE " de su plan de pagos "
                   PLAN-NUMERO " vencio el "
                   PLAN-CUOTA-VTO(W-INDICE)(7:2) "/"
                   PLAN-CUOTA-VTO(W-INDICE)(5:2) "/"
                   PLAN-CUOTA-VTO(W-INDICE)(1:4) " y adeuda $"
                   W-NTF-IMPORTE ". Sin pago en " W-DIAS-GRACIA
                   " dias el plan se cancela."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO PLAN-CLI-ID
                 W-NTF-VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            ADD 1 TO W-CANT-AVISOS.

       F-AVISO-CUOTA.
            EXIT.

       AVISO-CANCELACION.
            MOVE SPACES TO W-NTF-REFERENCIA W-NTF-TEXTO.
            STRING "PLAN " PLAN-NUMERO
                DELIMITED BY SIZE INTO W-NTF-REFERENCIA.
            STRING "Su plan de pagos " PLAN-NUMERO " fue cancelado "
                   "por cuota impaga. Las facturas incluidas vuelven "
                   "a su cuenta corriente con los recargos por mora."
                DELIMITED BY SIZE INTO W-NTF-TEXTO.
            CALL "GRABO-NOTIFICACION" USING W-NTF-EVENTO PLAN-CLI-ID
                 W-NTF-VENDEDOR W-NTF-REFERENCIA W-NTF-TEXTO
                 W-NTF-PROGRAMA W-NTF-GRABADO.
            ADD 1 TO W-CANT-AVISOS.

       F-AVISO-CANCELACION.
            EXIT.

       GRABO-PLAN.
            REWRITE REG-PLAN
              INVALID KEY
