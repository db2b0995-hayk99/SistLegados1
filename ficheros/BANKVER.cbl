           02 PEN-CONT-ENT         PIC   9(7).
           02 PEN-CONT-DEC         PIC   9(2).
           02 PEN-ESTADO           PIC  X(1).
      *    Cajero en cuyo cajetin de deposito entro el sobre (ver
      *    BANKTER).
           02 PEN-TERMINAL         PIC  X(04).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
      *    Tipo de apunte: los informes clasifican por este codigo
      *    y no por el texto del concepto. El importe con signo en
      *    centimos es el que se suma; la parte entera y decimal se
      *    conservan para la presentacion. La contrapartida es la
      *    otra tarjeta, la cuenta externa o el acreedor, si lo hay.
           02 MOV-TIPO             PIC  X(2).
               88 MOV-ES-SALDO-ANTERIOR  VALUE "SA".
               88 MOV-ES-RETIRADA        VALUE "RE".
               88 MOV-ES-INGRESO         VALUE "IN".
               88 MOV-ES-TRANSF-ENV      VALUE "TE".
               88 MOV-ES-TRANSF-REC      VALUE "TR".
               88 MOV-ES-TRASPASO-ENV    VALUE "XE".
               88 MOV-ES-TRASPASO-REC    VALUE "XR".
               88 MOV-ES-PROGRAMADA-ENV  VALUE "PE".
               88 MOV-ES-PROGRAMADA-REC  VALUE "PR".
               88 MOV-ES-INTERBANC-ENV   VALUE "IE".
               88 MOV-ES-INTERBANC-REC   VALUE "IR".
               88 MOV-ES-RECIBO          VALUE "RB".
               88 MOV-ES-ENTRADAS        VALUE "EN".
               88 MOV-ES-DEVOL-ENTRADAS  VALUE "DE".
               88 MOV-ES-INTERES         VALUE "IA".
               88 MOV-ES-INTERES-DEUDOR  VALUE "ID".
               88 MOV-ES-COMISION        VALUE "CM".
               88 MOV-ES-ABONO-RECLAM    VALUE "RC".
               88 MOV-ES-SUSTIT-SALIDA   VALUE "SS".
               88 MOV-ES-SUSTIT-ENTRADA  VALUE "SE".
               88 MOV-ES-COMISION-OPER   VALUE "CO".
               88 MOV-ES-APERTURA-PLAZO  VALUE "PF".
               88 MOV-ES-REEMBOLSO-PLAZO VALUE "VF".
               88 MOV-ES-INTERES-PLAZO   VALUE "IF".
               88 MOV-ES-PENALIZ-PLAZO   VALUE "PP".
               88 MOV-ES-DISPOSIC-PREST  VALUE "PD".
               88 MOV-ES-CAPITAL-PREST   VALUE "CP".
               88 MOV-ES-INTERES-PREST   VALUE "IP".
               88 MOV-ES-DEMORA-PREST    VALUE "DM".
               88 MOV-ES-PAGO-EMISORA    VALUE "PG".
               88 MOV-ES-DEVOL-INTERBANC VALUE "DI".
               88 MOV-ES-RETIRO-OFICINA  VALUE "RO".
           02 MOV-IMPORTE-CENT     PIC S9(9).
           02 MOV-CONTRAPARTIDA    PIC  X(16).
      *    Operador de oficina que posteo el apunte (ver BANKIDE); en
      *    blanco en las operaciones del cliente y de los procesos.
           02 MOV-OPERADOR         PIC  X(08).
      *    Cajero en el que se hizo la operacion (ver BANKTER); en
      *    blanco en las de oficina y en las de los procesos.
           02 MOV-TERMINAL         PIC  X(04).

       FD CUENTAS
           LABEL RECORD STANDARD
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO               PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).
       77 CENT-DECLARADO           PIC S9(9).

       77 MSJ-INGRESO              PIC  X(35)
           VALUE "Ingreso de efectivo".

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

      *    Captura del abono para los embargos de la tarjeta (ver
      *    BANKEMC), con el saldo que deja el ingreso.
       01 PETICION-EMBARGO.
           05 PEM-TARJETA          PIC  9(16).
           05 PEM-IMPORTE-CENT     PIC  9(9).
           05 PEM-SALDO-CENT       PIC S9(9).
           05 PEM-PROGRAMA         PIC  X(08).
           05 PEM-CAPTURADO-CENT   PIC  9(9).
           05 PEM-EMBARGOS         PIC  9(3).

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
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKVER"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE CONT-ENT-USUARIO TO MOV-IMPORTE-ENT.
           MOVE CONT-DEC-USUARIO TO MOV-IMPORTE-DEC.
           MOVE MSJ-INGRESO      TO MOV-CONCEPTO.
           MOVE "IN"             TO MOV-TIPO.
           MOVE CENT-IMPORTE     TO MOV-IMPORTE-CENT.
           MOVE SPACES           TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR     TO MOV-OPERADOR.
           MOVE PEN-TERMINAL     TO MOV-TERMINAL.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
           MOVE "V" TO PEN-ESTADO.
           REWRITE PENDIENTES-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM AVISO-SOBRE THRU AVISO-SOBRE-EXIT.

           CLOSE PENDIENTES.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

           PERFORM CAPTURA-EMBARGO THRU CAPTURA-EMBARGO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso verificado y abonado al cliente" LINE 10
               COL 21.
           IF PEM-CAPTURADO-CENT > 0
               DISPLAY "Parte del ingreso queda retenida por embargo"
                   LINE 12 COL 18 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Aviso por SMS del resultado de la revision del sobre, si
      *    la tarjeta lo tiene pedido (lo decide BANKNOT): un sobre
      *    sin efectivo cuenta como rechazado; si no, se avisa de lo
      *    abonado, diciendo si la oficina corrigio lo declarado.
       AVISO-SOBRE.
           MOVE PEN-TARJETA  TO PAV-TARJETA.
           COMPUTE CENT-DECLARADO = (PEN-IMPORTE-ENT * 100)
                                    + PEN-IMPORTE-DEC.
           IF CENT-IMPORTE = 0
               MOVE "SR" TO PAV-EVENTO
               MOVE "Sobre rechazado: no contenia efectivo"
                   TO PAV-DESCRIPCION
               MOVE CENT-DECLARADO TO PAV-IMPORTE-CENT
           ELSE
               MOVE "SV" TO PAV-EVENTO
               MOVE CENT-IMPORTE TO PAV-IMPORTE-CENT
               IF CENT-IMPORTE = CENT-DECLARADO
                   MOVE "Sobre revisado y abonado:"
                       TO PAV-DESCRIPCION
               ELSE
                   MOVE "Sobre revisado, importe corregido a"
                       TO PAV-DESCRIPCION
               END-IF
           END-IF.
           MOVE CENT-SALDO   TO PAV-SALDO-CENT.
           MOVE "BANKVER"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.

       AVISO-SOBRE-EXIT.
           EXIT.

      *    El importe abonado queda retenido para los embargos sin
      *    cubrir de la tarjeta, si los tiene (lo decide BANKEMC).
       CAPTURA-EMBARGO.
           MOVE PEN-TARJETA  TO PEM-TARJETA.
           MOVE CENT-IMPORTE TO PEM-IMPORTE-CENT.
           MOVE CENT-SALDO   TO PEM-SALDO-CENT.
           MOVE "BANKVER"    TO PEM-PROGRAMA.
           CALL "BANKEMC" USING PETICION-EMBARGO.

       CAPTURA-EMBARGO-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       RESERVAR-MOV-NUM.
