           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Contadores centrales de numeracion (ver BANKCNT): una fila
      *    por secuencia con el ultimo numero ya usado, para repartir
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).


       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.



       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANK9"         TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK9"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

