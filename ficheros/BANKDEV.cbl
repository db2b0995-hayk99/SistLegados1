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
       77 CONTADOR-DEVUELTAS       PIC  9(5) VALUE 0.
       77 CONTADOR-YA-DEVUELTAS    PIC  9(5) VALUE 0.
       77 TOTAL-DEVUELTO-CENT      PIC S9(9) VALUE 0.
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

       77 MSJ-DEVOLUCION           PIC  X(35)
           VALUE "Devolucion entrada".
           MOVE ENT-PRECIO-ENT TO MOV-IMPORTE-ENT.
           MOVE ENT-PRECIO-DEC TO MOV-IMPORTE-DEC.
           MOVE MSJ-DEVOLUCION TO MOV-CONCEPTO.
           MOVE "DE"           TO MOV-TIPO.
           MOVE CENT-IMPORTE   TO MOV-IMPORTE-CENT.
           MOVE ENT-EVENTO     TO MOV-CONTRAPARTIDA.
           MOVE SPACES         TO MOV-OPERADOR.
           MOVE SPACES         TO MOV-TERMINAL.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
           ADD 1 TO CONTADOR-DEVUELTAS.
           ADD CENT-IMPORTE TO TOTAL-DEVUELTO-CENT.

      *    aviso por SMS al comprador, si lo tiene pedido (lo decide
      *    BANKNOT)
           MOVE ENT-TARJETA  TO PAV-TARJETA.
           MOVE "EC"         TO PAV-EVENTO.
           MOVE SPACES       TO PAV-DESCRIPCION.
           STRING "Cancelado " DELIMITED BY SIZE
                  EVE-NOMBRE   DELIMITED BY "  "
                  ", devuelto:" DELIMITED BY SIZE
               INTO PAV-DESCRIPCION.
           MOVE CENT-IMPORTE TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO   TO PAV-SALDO-CENT.
           MOVE "BANKDEV"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       2000-DEVOLVER-ENTRADA-EXIT.
           EXIT.

           DISPLAY " ".
           DISPLAY "Entradas devueltas:      " CONTADOR-DEVUELTAS.
           DISPLAY "Total abonado (centimos): " TOTAL-DEVUELTO-CENT.
           DISPLAY "Avisos por SMS:          " CONTADOR-AVISOS.
           IF CONTADOR-YA-DEVUELTAS > 0
               DISPLAY "Ya devueltas antes:      "
                   CONTADOR-YA-DEVUELTAS.
