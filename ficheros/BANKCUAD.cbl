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

      *    Resumen del pase que lee el orquestador de la cadena
      *    nocturna: una fila por fecha de proceso con el numero de
               MOVE TOTAL-TARJETAS TO TS-IDX-WS
               MOVE MOV-TARJETA TO TS-TARJETA(TS-IDX-WS)

               MOVE MOV-IMPORTE-CENT TO CENT-SALDO-CALC
      *    el saldo acumulado se guarda como los saldos grabados:
      *    signo en la parte entera y centimos como magnitud
               IF CENT-SALDO-CALC < 0
               COMPUTE CENT-SALDO-CALC = (TS-SALDO-ENT(TS-POS) * 100)
                                           + TS-SALDO-DEC(TS-POS)
           END-IF.
           MOVE MOV-IMPORTE-CENT TO CENT-DELTA.
           ADD CENT-DELTA TO CENT-SALDO-CALC.
           IF CENT-SALDO-CALC < 0
               COMPUTE TS-SALDO-ENT(TS-POS) =
      *    fecha de corte) pero no sirven de referencia de ultimo
      *    saldo: llevan numero alto y saldo antiguo, y tomarlos como
      *    referencia descuadraria todas las tarjetas con actividad.
           IF MOV-ES-SALDO-ANTERIOR
               GO TO 1300-ACUMULAR-TARJETA-EXIT.
           IF MOV-NUM > TS-ULTMOV-NUM(TS-POS)
               MOVE MOV-NUM          TO TS-ULTMOV-NUM(TS-POS)
