           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).


       WORKING-STORAGE SECTION.

       77 PRESSED-KEY              PIC   9(4).

      *    Filtros del supervisor: tarjeta a cero = todas, tipo y
      *    operador en blanco = todos, fechas a cero = sin acotar.
       77 FILTRO-TARJETA            PIC  9(16).
       77 FILTRO-TIPO               PIC  X(20).
       77 FILTRO-OPERADOR           PIC  X(08).
       77 FILTRO-DESDE              PIC  9(8).
       77 FILTRO-HASTA              PIC  9(8).
       77 F-AUD                     PIC  9(8).
               10 TA-TARJETA        PIC  9(16).
               10 TA-TIPO           PIC  X(20).
               10 TA-PROGRAMA       PIC  X(8).
               10 TA-OPERADOR       PIC  X(8).
               10 TA-AUTORIZADOR    PIC  X(8).

       77 TOTAL-AUD                 PIC 9(5)  VALUE 0.
       77 HAY-MAS-AUD               PIC X(1)  VALUE "N".
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).

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
               PIC 9(8) USING FILTRO-DESDE.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 45
               PIC 9(8) USING FILTRO-HASTA.
           05 FILLER AUTO LINE 16 COL 45
               PIC X(08) USING FILTRO-OPERADOR.


       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKAUD"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY "Tipo (blanco = todos):" LINE 10 COL 15.
           DISPLAY "Desde (AAAAMMDD, 0 = inicio):" LINE 12 COL 15.
           DISPLAY "Hasta (AAAAMMDD, 0 = fin):" LINE 14 COL 15.
           DISPLAY "Operador (blanco = todos):" LINE 16 COL 15.
           DISPLAY "Enter - Buscar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

                   AND AUD-TIPO NOT = FILTRO-TIPO
               GO TO LECTURA-AUDITORIA.

      *    el operador filtra tanto al que actuo como al que autorizo
           IF FILTRO-OPERADOR NOT = SPACES
                   AND AUD-OPERADOR NOT = FILTRO-OPERADOR
                   AND AUD-AUTORIZADOR NOT = FILTRO-OPERADOR
               GO TO LECTURA-AUDITORIA.

           COMPUTE F-AUD = (AUD-ANO * 10000) + (AUD-MES * 100)
                           + AUD-DIA.
           IF FILTRO-DESDE NOT = 0 AND F-AUD < FILTRO-DESDE
           MOVE AUD-TARJETA  TO TA-TARJETA(TA-IDX).
           MOVE AUD-TIPO     TO TA-TIPO(TA-IDX).
           MOVE AUD-PROGRAMA TO TA-PROGRAMA(TA-IDX).
           MOVE AUD-OPERADOR TO TA-OPERADOR(TA-IDX).
           MOVE AUD-AUTORIZADOR TO TA-AUTORIZADOR(TA-IDX).

           GO TO LECTURA-AUDITORIA.

           DISPLAY TA-TARJETA(TA-IDX) LINE LINEA-PANTALLA COL 24.
           DISPLAY TA-TIPO(TA-IDX) LINE LINEA-PANTALLA COL 44.
           DISPLAY TA-PROGRAMA(TA-IDX) LINE LINEA-PANTALLA COL 68.
      *    debajo, quien actuo desde oficina y quien lo autorizo
           ADD 1 TO LINEA-PANTALLA.
           IF TA-OPERADOR(TA-IDX) NOT = SPACES
               DISPLAY "Operador:" LINE LINEA-PANTALLA COL 24
               DISPLAY TA-OPERADOR(TA-IDX) LINE LINEA-PANTALLA COL 34.
           IF TA-AUTORIZADOR(TA-IDX) NOT = SPACES
               DISPLAY "Autorizado por:" LINE LINEA-PANTALLA COL 44
               DISPLAY TA-AUTORIZADOR(TA-IDX) LINE LINEA-PANTALLA
                   COL 60.
           SUBTRACT 1 FROM LINEA-PANTALLA.

       MOSTRAR-LINEA-AUD-EXIT.
           EXIT.
