       DATA DIVISION.
       FILE SECTION.
      *    Diario electronico de sesiones de cliente: una fila por
      *    operacion pedida en BANK2-BANK9 y por alta de beneficiario
      *    en BANKBEN, tambien las denegadas, con el resultado y el
      *    movimiento posteado si lo hubo.
       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).


       WORKING-STORAGE SECTION.
               10 TD-IMPORTE-ENT    PIC S9(7).
               10 TD-IMPORTE-DEC    PIC  9(2).
               10 TD-MOVNUM         PIC  9(35).
               10 TD-TERMINAL       PIC  X(04).

       77 TOTAL-DCL                 PIC 9(5)  VALUE 0.
       77 HAY-MAS-DCL               PIC X(1)  VALUE "N".
       77 FILA-BASE                 PIC 9(5).
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).
       77 LINEA-CAJERO              PIC 9(2).

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
      *    su resultado y el movimiento posteado si lo hubo; es la
      *    referencia objetiva para resolver reclamaciones en BANKRCL.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKDIA"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE DCL-IMPORTE-ENT TO TD-IMPORTE-ENT(TD-IDX).
           MOVE DCL-IMPORTE-DEC TO TD-IMPORTE-DEC(TD-IDX).
           MOVE DCL-MOVNUM      TO TD-MOVNUM(TD-IDX).
           MOVE DCL-TERMINAL    TO TD-TERMINAL(TD-IDX).

           GO TO LECTURA-DIARIO.

           IF TD-MOVNUM(TD-IDX) > 0
               DISPLAY TD-MOVNUM(TD-IDX)(30:6) LINE LINEA-PANTALLA
                   COL 74.
      *    el cajero va debajo de la tarjeta, en la linea libre
           IF TD-TERMINAL(TD-IDX) NOT = SPACES
               COMPUTE LINEA-CAJERO = LINEA-PANTALLA + 1
               DISPLAY "cajero" LINE LINEA-CAJERO COL 18
               DISPLAY TD-TERMINAL(TD-IDX) LINE LINEA-CAJERO COL 25.

       MOSTRAR-LINEA-DCL-EXIT.
           EXIT.
