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
       77 MAX-INTENTOS             PIC  9(1)  VALUE 3.
       77 LAST-AUD-NUM             PIC  9(35).

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
      *    fila de intentos sin crear, que mandaba al cliente nuevo
      *    directo al error interno en su primer inicio de sesion.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKALTA" TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE SEGUNDOS       TO AUD-SEG.
           MOVE "ALTA TARJETA"  TO AUD-TIPO.
           MOVE "BANKALTA"     TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

