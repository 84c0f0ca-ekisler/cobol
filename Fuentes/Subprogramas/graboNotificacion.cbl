      ******************************************************************
      * Author: Emisael Kisler
      * Date: 15/10/2026
      * Purpose: Da de alta un aviso en la bandeja NOTIFICACIONES para
      *          el cliente L-CLI-ID y, si viene informado, para el
      *          vendedor L-VENDEDOR de la cuenta. Lo llama cada
      *          programa en el mismo acto que produce el evento
      *          (bloqueo o liberacion de credito, cheque rechazado,
      *          promesa o cuota que vence, factura electronica,
      *          cotizacion por vencer), igual que GRABO-IMAGEN: el
      *          llamador solo arma el texto. Las preferencias de
      *          CONTACTOS-NOTIFICACION deciden por que canal sale;
      *          cuando no corresponde mandarlo (sin datos de
      *          contacto, baja total o baja del evento) el aviso se
      *          graba igual como OMITIDO con el motivo, asi cobranzas
      *          ve que el cliente no fue avisado. Devuelve "S" en
      *          L-GRABADO si quedo al menos un aviso pendiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRABO-NOTIFICACION".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

              COPY "./sel/notificaciones.sel".
              COPY "./sel/contactosNotificacion.sel".

       DATA DIVISION.
       FILE SECTION.

              COPY "./fd/notificaciones.fd".
              COPY "./fd/contactosNotificacion.fd".

       WORKING-STORAGE SECTION.
       01 ST-NOTIFICACIONES PIC XX.
       01 ST-CONTACTOS      PIC XX.
       01 W-FECHA-HOY       PIC 9(8).
       01 W-HORA            PIC 9(8).
       01 W-DESTINATARIO    PIC X.
       01 W-CANAL           PIC X.
       01 W-DIRECCION       PIC X(60).
       01 W-MOTIVO          PIC X(30).
       01 W-ESTADO          PIC X.
       01 W-ALGUNO          PIC X.
       01 W-ESCRITO         PIC X.
       01 W-INTENTOS        PIC 9(4).
       01 W-IND             PIC 99.
       01 HALLADO           PIC X.
       01 W-CONTACTOS-ABIERTO PIC X.

       LINKAGE SECTION.
       01 L-EVENTO          PIC XX.
       01 L-CLI-ID          PIC 9(7).
       01 L-VENDEDOR        PIC X(5).
       01 L-REFERENCIA      PIC X(20).
       01 L-TEXTO           PIC X(160).
       01 L-PROGRAMA        PIC X(30).
       01 L-GRABADO         PIC X.

       PROCEDURE DIVISION USING L-EVENTO L-CLI-ID L-VENDEDOR
                                L-REFERENCIA L-TEXTO L-PROGRAMA
                                L-GRABADO.
       MAIN-PROCEDURE.
            MOVE "N" TO L-GRABADO.
            OPEN I-O NOTIFICACIONES.
            IF ST-NOTIFICACIONES > "07"
               EXIT PROGRAM
            END-IF.
            MOVE "N" TO W-CONTACTOS-ABIERTO.
            OPEN INPUT CONTACTOS-NOTIFICACION.
            IF ST-CONTACTOS < "10"
               MOVE "S" TO W-CONTACTOS-ABIERTO
            END-IF.
            ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
            ACCEPT W-HORA FROM TIME.
            IF L-CLI-ID > 0
               MOVE "C" TO W-DESTINATARIO
               PERFORM AVISO-DESTINATARIO THRU F-AVISO-DESTINATARIO
            END-IF.
            IF L-VENDEDOR NOT = SPACES
               MOVE "V" TO W-DESTINATARIO
               PERFORM AVISO-DESTINATARIO THRU F-AVISO-DESTINATARIO
            END-IF.
            IF W-CONTACTOS-ABIERTO = "S"
               CLOSE CONTACTOS-NOTIFICACION
            END-IF.
            CLOSE NOTIFICACIONES.
            EXIT PROGRAM.

      * AVISO-DESTINATARIO: lee las preferencias del cliente o del
      * vendedor y graba un aviso pendiente por cada canal pedido que
      * tenga direccion cargada; si no sale por ninguno, uno solo
      * omitido con el motivo.
       AVISO-DESTINATARIO.
            MOVE W-DESTINATARIO TO CTN-TIPO.
            IF W-DESTINATARIO = "C"
               MOVE L-CLI-ID TO CTN-CODIGO
            ELSE
               MOVE L-VENDEDOR TO CTN-CODIGO
            END-IF.
            MOVE SPACES TO W-MOTIVO.
            MOVE "N" TO W-ALGUNO.
            IF W-CONTACTOS-ABIERTO = "S"
               READ CONTACTOS-NOTIFICACION KEY IS CTN-CLAVE
                 INVALID KEY
                   MOVE "SIN DATOS DE CONTACTO" TO W-MOTIVO
               END-READ
            ELSE
               MOVE "SIN DATOS DE CONTACTO" TO W-MOTIVO
            END-IF.
            IF W-MOTIVO = SPACES
               IF CTN-DADO-DE-BAJA OR CTN-CANAL-NINGUNO
                  MOVE "BAJA DE TODOS LOS AVISOS" TO W-MOTIVO
               ELSE
                  MOVE "N" TO HALLADO
                  PERFORM COMPARO-EVENTO THRU F-COMPARO-EVENTO
                      VARYING W-IND FROM 1 BY 1
                        UNTIL W-IND > 10 OR HALLADO = "S"
                  IF HALLADO = "S"
                     MOVE "BAJA DEL EVENTO" TO W-MOTIVO
                  END-IF
               END-IF
            END-IF.
            IF W-MOTIVO = SPACES
               IF CTN-CANAL-EMAIL AND CTN-EMAIL NOT = SPACES
                  MOVE "E" TO W-CANAL
                  MOVE CTN-EMAIL TO W-DIRECCION
                  MOVE "P" TO W-ESTADO
                  PERFORM GRABO-AVISO THRU F-GRABO-AVISO
               END-IF
               IF CTN-CANAL-SMS AND CTN-CELULAR NOT = SPACES
                  MOVE "S" TO W-CANAL
                  MOVE CTN-CELULAR TO W-DIRECCION
                  MOVE "P" TO W-ESTADO
                  PERFORM GRABO-AVISO THRU F-GRABO-AVISO
               END-IF
               IF W-ALGUNO = "N"
                  MOVE "SIN DIRECCION PARA EL CANAL" TO W-MOTIVO
               END-IF
            END-IF.
            IF W-MOTIVO NOT = SPACES
               MOVE SPACE TO W-CANAL
               MOVE SPACES TO W-DIRECCION
               MOVE "O" TO W-ESTADO
               PERFORM GRABO-AVISO THRU F-GRABO-AVISO
            END-IF.

       F-AVISO-DESTINATARIO.
            EXIT.

       COMPARO-EVENTO.
            IF CTN-EVENTOS-BAJA(W-IND) = L-EVENTO
               MOVE "S" TO HALLADO
            END-IF.

       F-COMPARO-EVENTO.
            EXIT.

       GRABO-AVISO.
            MOVE SPACES TO REG-NOTIFICACION.
            MOVE W-FECHA-HOY TO NTF-FECHA.
            MOVE W-HORA TO NTF-HORA.
            MOVE 0 TO NTF-SECUENCIA.
            MOVE L-EVENTO TO NTF-EVENTO.
            MOVE W-DESTINATARIO TO NTF-DESTINATARIO.
            MOVE L-CLI-ID TO NTF-CLI-ID.
            MOVE L-VENDEDOR TO NTF-VENDEDOR.
            MOVE L-REFERENCIA TO NTF-REFERENCIA.
            MOVE L-TEXTO TO NTF-TEXTO.
            MOVE W-CANAL TO NTF-CANAL.
            MOVE W-DIRECCION TO NTF-DIRECCION.
            MOVE W-ESTADO TO NTF-ESTADO.
            MOVE L-PROGRAMA TO NTF-PROGRAMA.
            MOVE 0 TO NTF-FECHA-ENVIO NTF-HORA-ENVIO NTF-FECHA-RETORNO.
            MOVE W-MOTIVO TO NTF-MOTIVO.
            MOVE "N" TO W-ESCRITO.
            MOVE 0 TO W-INTENTOS.
            PERFORM INTENTO-GRABAR THRU F-INTENTO-GRABAR
                UNTIL W-ESCRITO = "S" OR W-INTENTOS > 998.
            IF W-ESCRITO = "S" AND W-ESTADO = "P"
               MOVE "S" TO W-ALGUNO
               MOVE "S" TO L-GRABADO
            END-IF.

       F-GRABO-AVISO.
            EXIT.

      * INTENTO-GRABAR: la secuencia desempata los avisos grabados en
      * la misma centesima -- si la clave ya existe se prueba con la
      * siguiente.
       INTENTO-GRABAR.
            ADD 1 TO W-INTENTOS.
            WRITE REG-NOTIFICACION
              INVALID KEY
                ADD 1 TO NTF-SECUENCIA
              NOT INVALID KEY
                MOVE "S" TO W-ESCRITO
            END-WRITE.

       F-INTENTO-GRABAR.
            EXIT.

       END PROGRAM "GRABO-NOTIFICACION".
