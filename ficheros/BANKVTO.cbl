
       77 F-HOY                    PIC  9(8).
       77 F-LIMITE                 PIC  9(8).
      *    solo se avisa por SMS de las que caducan pasados treinta
      *    dias: las demas ya salieron en la relacion del mes pasado
       77 F-AVISO                  PIC  9(8).
       77 DIAS-ENTEROS             PIC  9(7).
       77 CONTADOR-LISTADAS        PIC  9(5) VALUE 0.
       77 CONTADOR-AVISOS          PIC  9(5) VALUE 0.

      *    Peticion de aviso por SMS al cliente (ver BANKNOT): el
      *    aviso solo se deja si la tarjeta lo tiene pedido.
       01 PETICION-AVISO.
           05 PAV-TARJETA          PIC  9(16).
           05 PAV-EVENTO           PIC  X(2).
           05 PAV-DESCRIPCION      PIC  X(60).
           05 PAV-IMPORTE-CENT     PIC S9(9).
           05 PAV-SALDO-CENT       PIC S9(9).
           05 PAV-PROGRAMA         PIC  X(08).
           05 PAV-REFERENCIA       PIC  9(35).

       01 LIN-CABECERA.
           05 FILLER               PIC  X(42)
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(F-HOY) + 60.
           COMPUTE F-LIMITE = FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(F-HOY) + 30.
           COMPUTE F-AVISO = FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           DISPLAY "Se listan caducidades entre " F-HOY " y "
               F-LIMITE.

           PERFORM 2000-DIRECCION-ENVIO
               THRU 2000-DIRECCION-ENVIO-EXIT.
           ADD 1 TO CONTADOR-LISTADAS.
           IF TFCADUCA > F-AVISO
               PERFORM 3000-AVISO-CADUCIDAD
                   THRU 3000-AVISO-CADUCIDAD-EXIT.

           GO TO 1000-RECORRER-TARJETAS.

       2000-DIRECCION-ENVIO-EXIT.
           EXIT.

      *    Aviso por SMS de la caducidad, si la tarjeta lo tiene
      *    pedido (lo decide BANKNOT).
       3000-AVISO-CADUCIDAD.
           MOVE TNUM         TO PAV-TARJETA.
           MOVE "CD"         TO PAV-EVENTO.
           MOVE SPACES       TO PAV-DESCRIPCION.
           STRING "Tarjeta caduca el "    DELIMITED BY SIZE
                  TFCADUCA(7:2)          DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  TFCADUCA(5:2)          DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  TFCADUCA(1:4)          DELIMITED BY SIZE
                  "; recoja la nueva en oficina"
                                         DELIMITED BY SIZE
               INTO PAV-DESCRIPCION.
           MOVE 0            TO PAV-IMPORTE-CENT.
           MOVE 0            TO PAV-SALDO-CENT.
           MOVE "BANKVTO"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       3000-AVISO-CADUCIDAD-EXIT.
           EXIT.

       9000-FIN.
           CLOSE TARJETAS.
           CLOSE VENCIMIENTOS.
           IF CLIENTES-OK
               CLOSE CLIENTES.
           DISPLAY "Tarjetas listadas: " CONTADOR-LISTADAS.
           DISPLAY "Avisos por SMS:    " CONTADOR-AVISOS.

       9999-EXIT.
           GOBACK.
