           02 JUS-SALDO-ENT        PIC S9(9).
           02 JUS-SALDO-DEC        PIC   9(2).
           02 JUS-MOVNUM           PIC  9(35).
      *    comision cobrada por la operacion (ver BANKCOM), en
      *    centimos; cero si la operacion no tiene comision.
           02 JUS-COMISION-CENT    PIC  9(9).
      *    Cajero que emitio el justificante (ver BANKTER).
           02 JUS-TERMINAL         PIC  X(04).


       WORKING-STORAGE SECTION.

       77 PRESSED-KEY              PIC  9(4).
       77 REFERENCIA-CONSULTA      PIC  9(16).
       77 COMISION-ENT             PIC  9(7).
       77 COMISION-DEC             PIC  9(2).

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
      *    operacion por la referencia impresa en el comprobante del
      *    cliente, sin tener que bucear en los movimientos.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKJUS"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY "," LINE 14 COL 38.
           DISPLAY JUS-IMPORTE-DEC LINE 14 COL 39.
           DISPLAY "EUR" LINE 14 COL 42.
           IF JUS-COMISION-CENT > 0
               COMPUTE COMISION-ENT = JUS-COMISION-CENT / 100
               MOVE FUNCTION MOD(JUS-COMISION-CENT, 100)
                   TO COMISION-DEC
               DISPLAY "Comision:" LINE 15 COL 15
               DISPLAY COMISION-ENT LINE 15 COL 31
               DISPLAY "," LINE 15 COL 38
               DISPLAY COMISION-DEC LINE 15 COL 39
               DISPLAY "EUR" LINE 15 COL 42.
           DISPLAY "Saldo resultante:" LINE 16 COL 15.
           DISPLAY JUS-SALDO-ENT LINE 16 COL 33.
           DISPLAY "," LINE 16 COL 43.
           IF JUS-MOVNUM > 0
               DISPLAY "Movimiento:" LINE 18 COL 15
               DISPLAY JUS-MOVNUM(20:16) LINE 18 COL 30.
           IF JUS-TERMINAL NOT = SPACES
               DISPLAY "Cajero:" LINE 19 COL 15
               DISPLAY JUS-TERMINAL LINE 19 COL 30.
           DISPLAY "Enter - Otra consulta" LINE 24 COL 30.
           GO TO FIN-ENTER.

