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

      *    Historico de movimientos (ver BANKARCH), para la actividad
      *    anterior al ejercicio en linea.
           02 MOVH-CONCEPTO        PIC  X(35).
           02 MOVH-SALDOPOS-ENT    PIC  S9(9).
           02 MOVH-SALDOPOS-DEC    PIC   9(2).
           02 MOVH-TIPO            PIC  X(2).
           02 MOVH-IMPORTE-CENT    PIC S9(9).
           02 MOVH-CONTRAPARTIDA   PIC  X(16).
           02 MOVH-OPERADOR        PIC  X(08).
           02 MOVH-TERMINAL        PIC  X(04).

       FD CUENTAS
           LABEL RECORD STANDARD
           READ TARJETAS NEXT RECORD AT END
               GO TO 9000-FIN.

      *    la suspendida por fraude (ver BANKFRA) conserva su marca:
      *    pasarla a durmiente la dejaria operar sin revision
           IF TESTADO = "C" OR TESTADO = "R" OR TESTADO = "S"
               GO TO 1000-RECORRER-TARJETAS.

           ADD 1 TO CONTADOR-EXAMINADAS.
               GO TO 2200-ACTIVIDAD-HIST.
           IF MOV-TARJETA NOT = TARJETA-PROCESO
               GO TO 2200-ACTIVIDAD-HIST.
           IF MOV-ES-SALDO-ANTERIOR
               GO TO 2100-ACTIVIDAD-LINEA.
           COMPUTE F-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
                           + MOV-DIA.
               GO TO 2000-ULTIMA-ACTIVIDAD-EXIT.
           IF MOVH-TARJETA NOT = TARJETA-PROCESO
               GO TO 2000-ULTIMA-ACTIVIDAD-EXIT.
           IF MOVH-TIPO = "SA"
               GO TO 2300-ACTIVIDAD-HIST-BUCLE.
           COMPUTE F-MOV = (MOVH-ANO * 10000) + (MOVH-MES * 100)
                           + MOVH-DIA.
