           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSH.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Descubierto autorizado por tarjeta (ver BANKSUP): la
      *    programada se cubre tambien con el descubierto, igual que
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Retenciones de saldo (ver BANK6, BANKEMB y BANKEMI): el
      *    importe de una retencion activa ("A") no esta disponible
      *    para la programada aunque siga en el saldo.
       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
       01 RETENCIONES-REG.
           02 RET-NUM              PIC  9(35).
           02 RET-TARJETA          PIC  9(16).
           02 RET-ANO              PIC   9(4).
           02 RET-MES              PIC   9(2).
           02 RET-DIA              PIC   9(2).
           02 RET-IMPORTE-ENT      PIC   9(7).
           02 RET-IMPORTE-DEC      PIC   9(2).
           02 RET-ESTADO           PIC  X(1).

      *    Parametros de explotacion (ver BANKPAR): dias habiles de
      *    reintento de una programada sin saldo (DIAS-REINTENTO);
      *    el valor por defecto compilado rige si falta el parametro.
       77 FSH                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSR                      PIC  X(2).

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
       77 CONTADOR-SIN-SALDO       PIC  9(7) VALUE 0.
       77 CONTADOR-CANCELADAS      PIC  9(7) VALUE 0.
       77 CONTADOR-SALTADAS        PIC  9(7) VALUE 0.
       77 CONTADOR-AVISOS          PIC  9(7) VALUE 0.
       77 CONTADOR-EMBARGADAS      PIC  9(7) VALUE 0.
       77 CHK-ULTIMO-PROG-WS       PIC  9(35) VALUE 0.
       77 DIA-MAX-MES              PIC  9(2).
       77 CANT-RESERVA             PIC  9(2).
      *    habiles de reintento antes de cancelarla (DIAS-REINTENTO
      *    en parametros.ubd; el VALUE es el valor por defecto).
       77 CENT-SALDO-ORIG          PIC S9(9).
       77 CENT-RETENIDO-ORIG       PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 DIAS-REINTENTO           PIC  9(2) VALUE 3.
       77 LAST-AUD-NUM             PIC  9(35).
      *    linea que se escribe en el informe de operaciones
       77 TIPO-ANOTACION           PIC  X(1).

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

      *    Captura de lo recibido para los embargos de la tarjeta
      *    destino (ver BANKEMC), con el saldo que deja el abono.
       01 PETICION-EMBARGO.
           05 PEM-TARJETA          PIC  9(16).
           05 PEM-IMPORTE-CENT     PIC  9(9).
           05 PEM-SALDO-CENT       PIC S9(9).
           05 PEM-PROGRAMA         PIC  X(08).
           05 PEM-CAPTURADO-CENT   PIC  9(9).
           05 PEM-EMBARGOS         PIC  9(3).

       01 LIN-CANCELADA.
           05 FILLER               PIC  X(11)
               VALUE "PROGRAMADA ".
      *    vez de dejar el saldo en negativo sin permiso de nadie
           PERFORM 3500-COMPROBAR-FONDOS
               THRU 3500-COMPROBAR-FONDOS-EXIT.
           IF CENT-IMPORTE-TRAS > (CENT-SALDO-ORIG - CENT-RETENIDO-ORIG
                                   + CENT-DESCUBIERTO)
                   OR ((CENT-SALDO-ORIG - CENT-IMPORTE-TRAS) < 0
                       AND (CENT-SALDO-ORIG - CENT-IMPORTE-TRAS)
                           > -100)
           COMPUTE MOV-IMPORTE-DEC = PROG-IMPORTE-DEC.

           MOVE "transfiero programada"       TO MOV-CONCEPTO.
           MOVE "PE"                          TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPORTE-TRAS.
           MOVE PROG-TARJETA-D                TO MOV-CONTRAPARTIDA.
           MOVE SPACES                        TO MOV-OPERADOR.
           MOVE SPACES                        TO MOV-TERMINAL.

      *    el signo del saldo viaja en la parte entera y los
      *    centimos son magnitud, igual que en los importes
           MOVE PROG-IMPORTE-DEC TO MOV-IMPORTE-DEC.

           MOVE "nos transfieren programada"       TO MOV-CONCEPTO.
           MOVE "PR"                               TO MOV-TIPO.
           MOVE CENT-IMPORTE-TRAS                  TO MOV-IMPORTE-CENT.
           MOVE PROG-TARJETA-O                     TO MOV-CONTRAPARTIDA.
           MOVE SPACES                             TO MOV-OPERADOR.
           MOVE SPACES                             TO MOV-TERMINAL.

           IF SALDO-D-ENT < 0
               COMPUTE SALDO-ORIGEN = (SALDO-D-ENT * 100)
           PERFORM 5500-ACTUALIZAR-CUENTA
               THRU 5500-ACTUALIZAR-CUENTA-EXIT.

      *    lo recibido queda retenido para los embargos sin cubrir de
      *    la tarjeta destino, si los tiene
           MOVE PROG-TARJETA-D    TO PEM-TARJETA.
           MOVE CENT-IMPORTE-TRAS TO PEM-IMPORTE-CENT.
           MOVE SALDO-ORIGEN      TO PEM-SALDO-CENT.
           MOVE "BANKLOTE"        TO PEM-PROGRAMA.
           CALL "BANKEMC" USING PETICION-EMBARGO.
           IF PEM-CAPTURADO-CENT > 0
               ADD 1 TO CONTADOR-EMBARGADAS.

       5000-REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.

       6100-AJUSTAR-DIA-MENSUAL-EXIT.
            EXIT.

      *    Prepara el control de fondos: saldo de origen, retenciones
      *    activas y descubierto autorizado en centimos, con el signo
      *    del saldo en la parte entera y los centimos como magnitud.
       3500-COMPROBAR-FONDOS.
           IF SALDO-O-ENT < 0
               COMPUTE CENT-SALDO-ORIG = (SALDO-O-ENT * 100)
           COMPUTE CENT-IMPORTE-TRAS = (PROG-IMPORTE-ENT * 100)
                                       + PROG-IMPORTE-DEC.

           PERFORM 3600-SUMAR-RETENCIONES
               THRU 3600-SUMAR-RETENCIONES-EXIT.

           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSH NOT = 00 AND FSH NOT = 05
       3500-COMPROBAR-FONDOS-EXIT.
           EXIT.

      *    Lo retenido en la tarjeta de origen (ordenes interbancarias
      *    aparcadas, embargos) no puede salir por una programada: se
      *    suman las retenciones activas por la clave RET-TARJETA; sin
      *    fichero de retenciones no hay nada retenido.
       3600-SUMAR-RETENCIONES.
           MOVE 0 TO CENT-RETENIDO-ORIG.
           OPEN INPUT RETENCIONES.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO 3600-SUMAR-RETENCIONES-EXIT.
           MOVE PROG-TARJETA-O TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               CLOSE RETENCIONES
               GO TO 3600-SUMAR-RETENCIONES-EXIT.

       3610-SUMAR-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO 3620-SUMAR-RETENCIONES-FIN.
           IF RET-TARJETA NOT = PROG-TARJETA-O
               GO TO 3620-SUMAR-RETENCIONES-FIN.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO-ORIG = CENT-RETENIDO-ORIG
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           GO TO 3610-SUMAR-RETENCIONES-BUCLE.

       3620-SUMAR-RETENCIONES-FIN.
           CLOSE RETENCIONES.

       3600-SUMAR-RETENCIONES-EXIT.
           EXIT.

      *    Programada sin fondos: mientras queden reintentos se rueda
      *    la fecha al primer dia habil posterior a hoy. Agotados los
      *    reintentos, la de un solo uso queda cancelada ("X"); la
               MOVE "S" TO TIPO-ANOTACION
               PERFORM 6700-ANOTAR-CANCELACION
                   THRU 6700-ANOTAR-CANCELACION-EXIT
               PERFORM 6800-AVISO-CANCELACION
                   THRU 6800-AVISO-CANCELACION-EXIT
               GO TO 6500-REINTENTO-EXIT.

           MOVE "X" TO PROG-ESTADO.
           MOVE "C" TO TIPO-ANOTACION.
           PERFORM 6700-ANOTAR-CANCELACION
               THRU 6700-ANOTAR-CANCELACION-EXIT.
           PERFORM 6800-AVISO-CANCELACION
               THRU 6800-AVISO-CANCELACION-EXIT.

       6500-REINTENTO-EXIT.
           EXIT.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKLOTE"      TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       6700-ANOTAR-CANCELACION-EXIT.
           EXIT.

      *    Aviso por SMS al ordenante de la cancelacion o de la
      *    mensualidad saltada, si la tarjeta lo tiene pedido (lo
      *    decide BANKNOT), con el saldo que impidio el cargo.
       6800-AVISO-CANCELACION.
           MOVE PROG-TARJETA-O TO PAV-TARJETA.
           MOVE "PC"           TO PAV-EVENTO.
           IF TIPO-ANOTACION = "S"
               MOVE "Mensualidad de programada no cubierta:"
                   TO PAV-DESCRIPCION
           ELSE
               MOVE "Programada cancelada por falta de saldo:"
                   TO PAV-DESCRIPCION
           END-IF.
           COMPUTE PAV-IMPORTE-CENT = (PROG-IMPORTE-ENT * 100)
                                      + PROG-IMPORTE-DEC.
           MOVE CENT-SALDO-ORIG TO PAV-SALDO-CENT.
           MOVE "BANKLOTE"      TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       6800-AVISO-CANCELACION-EXIT.
           EXIT.

      *    Carga los dias de reintento desde parametros.ubd (ver
      *    BANKPAR); sin fichero o sin fila rige el valor por defecto
      *    compilado.
           IF CONTADOR-SALTADAS > 0 OR CONTADOR-CANCELADAS > 0
               DISPLAY "Ver loterror.lst para avisar a los "
                   "clientes".
           IF CONTADOR-AVISOS > 0
               DISPLAY "Avisos por SMS dejados en la bandeja:  "
                   CONTADOR-AVISOS.
           IF CONTADOR-EMBARGADAS > 0
               DISPLAY "Abonos retenidos para embargos:        "
                   CONTADOR-EMBARGADAS.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que el
