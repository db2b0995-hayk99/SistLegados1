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
           PERFORM PINTAR-ENTRADAS THRU PINTAR-ENTRADAS-EXIT.
           DISPLAY "6 - Recibos domiciliados (mandatos)" LINE 17
               COL 15.
           DISPLAY "7 - Avisos por SMS" LINE 18 COL 15.

           DISPLAY "Elija que ajuste cambiar:" LINE 20 COL 15.
           DISPLAY "ESC - Volver" LINE 24 COL 33.
                   CLOSE CONTROLES
                   CALL "BANKMAN" USING TNUM
                   GO TO VOLVER-AJUSTES
      *    igual con los avisos por SMS (ver BANKAVI)
               WHEN 7
                   CLOSE CONTROLES
                   CALL "BANKAVI" USING TNUM
                   GO TO VOLVER-AJUSTES
               WHEN OTHER
                   CLOSE CONTROLES
                   GO TO VOLVER-AJUSTES
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKCFG"       TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

