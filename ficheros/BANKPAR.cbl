      *      LIMITE-RETIRADA   limite diario de efectivo (BANK4)
      *      MAX-MENSUALIDAD   repeticiones mensuales maximas (BANK6)
      *      INTENTOS-PIN      intentos de pin tras reinicio (BANK1)
      *      UMBRAL-ABONO-RCL  abono de reclamacion a partir del cual
      *                        hace falta un supervisor (BANKRCL)
      *      FRAUDE-MINUTOS    ventana de la deteccion de fraude
      *      FRAUDE-RETIRADAS  retiradas tras cambio de pin
      *      FRAUDE-IMPORTE    transferencia grande a benef. nuevo
      *      FRAUDE-TARJ-NOCHE tarjetas con retiradas nocturnas
      *      FRAUDE-SUSPENSION puntos que suspenden (BANKFRA)
      *      UMBRAL-PRESTAMO   principal a partir del cual el alta
      *                        necesita un supervisor (BANKPRE)
      *      RECARGO-DEMORA    puntos basicos sobre el tipo del
      *                        prestamo para la demora (BANKPRE)
      *      SESION-MINUTOS    minutos tras los que la cadena nocturna
      *                        da por abandonada una sesion de
      *                        cajero (BANKNOCH)
      *      ENTIDAD-N43       codigo de entidad de los ficheros
      *      OFICINA-N43       y de oficina Norma 43 (BANKN43)
      *      EMBARGO-DIAS      dias entre remesas de un embargo aun
      *                        no cubierto (BANKEMR)
      *      INFORME-VARIACION variacion en % sobre la semana
      *                        anterior que se marca (BANKGES)
      *      INFORME-MINIMO    operaciones minimas para marcar una
      *                        variacion (BANKGES)
      *      ASISTENCIA-DIAS   dias hacia atras de los eventos que
      *                        entran en el informe de asistencia
      *                        (BANKASI)
      *    Los LIMITE-* solo se cambian con la aprobacion de un
      *    segundo operador supervisor (ver BANKIDE).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           05 FILLER               PIC  X(6) VALUE "PARAM ".
           05 AUD-TIPO-PARAM       PIC  X(14).

      *    Operador identificado al entrar (ver BANKIDE).
       01 IDENT-OPERADOR.
           05 IDO-MODO             PIC  X(1).
               88 IDO-ENTRADA            VALUE "E".
               88 IDO-AUTORIZACION       VALUE "A".
           05 IDO-ROL-MINIMO       PIC  X(1).
           05 IDO-PROGRAMA         PIC  X(08).
           05 IDO-MOTIVO           PIC  X(40).
           05 IDO-OPERADOR         PIC  X(08).
           05 IDO-AUTORIZADOR      PIC  X(08).
           05 IDO-RESULTADO        PIC  X(1).
               88 IDO-ACEPTADO           VALUE "S".

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.


       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKPAR"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

               CLOSE PARAMETROS
               GO TO CANCELADO.

      *    Los limites LIMITE-* tienen doble control: el cambio no se
      *    graba sin la aprobacion de un segundo operador supervisor.
           MOVE SPACES TO IDO-AUTORIZADOR.
           IF NOMBRE-CONSULTA(1:7) = "LIMITE-"
                   AND (PARAMETRO-NUEVO OR VALOR-NUEVO NOT = PAR-VALOR)
               MOVE "A" TO IDO-MODO
               MOVE SPACES TO IDO-MOTIVO
               STRING "Cambio del parametro " DELIMITED BY SIZE
                      NOMBRE-CONSULTA         DELIMITED BY SIZE
                   INTO IDO-MOTIVO
               CALL "BANKIDE" USING IDENT-OPERADOR
               IF NOT IDO-ACEPTADO
                   CLOSE PARAMETROS
                   GO TO NO-AUTORIZADO
               END-IF
           END-IF.

           MOVE VALOR-NUEVO       TO PAR-VALOR.
           MOVE DESCRIPCION-NUEVA TO PAR-DESCRIPCION.
           IF PARAMETRO-NUEVO
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       NO-AUTORIZADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambio no autorizado por un supervisor" LINE 10
               COL 21 WITH FOREGROUND-COLOR IS BLACK
                           BACKGROUND-COLOR IS RED.
           DISPLAY "No se ha modificado nada" LINE 12 COL 28.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha modificado nada"
           MOVE NOMBRE-CONSULTA(1:14) TO AUD-TIPO-PARAM.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKPAR"           TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR        TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR     TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

