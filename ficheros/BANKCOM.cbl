       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSA.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.


       DATA DIVISION.
       FILE SECTION.
      *    Tarifa de comisiones por operacion y canal (mantenimiento
      *    en BANKTAR): la operacion lleva el mismo nombre que en el
      *    diario electronico y el canal es el programa que la hace.
      *    Modo "F" importe fijo o "P" porcentaje del importe de la
      *    operacion en puntos basicos (150 = 1,50%); el resultado se
      *    lleva al minimo y al maximo (0 = sin maximo). Las primeras
      *    TAR-EXENTAS operaciones del mes de la tarjeta no pagan.
      *    Sin fichero o sin fila la operacion no tiene comision.
       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFAS-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION    PIC  X(20).
               03 TAR-CANAL        PIC  X(08).
           02 TAR-MODO             PIC  X(1).
               88 TAR-ES-FIJA            VALUE "F".
               88 TAR-ES-PORCENTAJE      VALUE "P".
           02 TAR-FIJO-CENT        PIC  9(7).
           02 TAR-PORCEN-PB        PIC  9(5).
           02 TAR-MINIMO-CENT      PIC  9(7).
           02 TAR-MAXIMO-CENT      PIC  9(7).
           02 TAR-EXENTAS          PIC  9(3).
           02 TAR-DESCRIPCION      PIC  X(35).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
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


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FSM                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 OPERACIONES-MES          PIC  9(5).
       77 CENT-CALCULO             PIC  9(11).
       77 MSJ-COMISION-OPER        PIC  X(35)
           VALUE "Comision por operacion".

       LINKAGE SECTION.
      *    Peticion del programa llamante: operacion y canal (clave
      *    de la tarifa), tarjeta, importe de la operacion en
      *    centimos y tipo de movimiento con el que se cuentan las
      *    operaciones ya hechas en el mes (en blanco si el canal no
      *    lleva operaciones exentas). Vuelve la comision en
      *    centimos (0 si no hay) y el concepto para su movimiento.
       01 CALCULO-COMISION.
           05 CCO-OPERACION        PIC  X(20).
           05 CCO-CANAL            PIC  X(08).
           05 CCO-TARJETA          PIC  9(16).
           05 CCO-IMPORTE-CENT     PIC S9(9).
           05 CCO-TIPO-MOV         PIC  X(2).
           05 CCO-COMISION-CENT    PIC  9(9).
           05 CCO-CONCEPTO         PIC  X(35).


      *    CALCULO DE COMISIONES POR OPERACION -- rutina comun a los
      *    canales que cobran comision (BANK4, BANK6, BANK8 y
      *    BANKRBO): busca la tarifa de la operacion y el canal,
      *    descuenta las operaciones exentas del mes y aplica el
      *    minimo y el maximo. No escribe nada: el movimiento de la
      *    comision lo postea el llamante junto a la operacion.
       PROCEDURE DIVISION USING CALCULO-COMISION.
       0000-MAINLINE.
           MOVE 0 TO CCO-COMISION-CENT.
           MOVE MSJ-COMISION-OPER TO CCO-CONCEPTO.

           OPEN INPUT TARIFAS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO 9999-EXIT.

           MOVE CCO-OPERACION TO TAR-OPERACION.
           MOVE CCO-CANAL     TO TAR-CANAL.
           READ TARIFAS INVALID KEY
               CLOSE TARIFAS
               GO TO 9999-EXIT.
           CLOSE TARIFAS.

           IF TAR-DESCRIPCION NOT = SPACES
               MOVE TAR-DESCRIPCION TO CCO-CONCEPTO.

           IF TAR-EXENTAS > 0 AND CCO-TIPO-MOV NOT = SPACES
               PERFORM 2000-CONTAR-MES THRU 2000-CONTAR-MES-EXIT
               IF OPERACIONES-MES < TAR-EXENTAS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

      *    el porcentaje se trunca al centimo, igual que los
      *    intereses de BANKINT
           IF TAR-ES-PORCENTAJE
               IF CCO-IMPORTE-CENT < 0
                   COMPUTE CENT-CALCULO = ((0 - CCO-IMPORTE-CENT)
                                           * TAR-PORCEN-PB) / 10000
               ELSE
                   COMPUTE CENT-CALCULO = (CCO-IMPORTE-CENT
                                           * TAR-PORCEN-PB) / 10000
               END-IF
           ELSE
               MOVE TAR-FIJO-CENT TO CENT-CALCULO
           END-IF.

           IF CENT-CALCULO < TAR-MINIMO-CENT
               MOVE TAR-MINIMO-CENT TO CENT-CALCULO.
           IF TAR-MAXIMO-CENT > 0 AND CENT-CALCULO > TAR-MAXIMO-CENT
               MOVE TAR-MAXIMO-CENT TO CENT-CALCULO.

           MOVE CENT-CALCULO TO CCO-COMISION-CENT.
           GO TO 9999-EXIT.

      *    Cuenta los movimientos del tipo indicado que la tarjeta ya
      *    tiene este mes, posicionandose por la clave alternativa
      *    MOV-TARJETA; sin fichero cuenta cero y la operacion
      *    queda exenta, que es la lectura favorable al cliente.
       2000-CONTAR-MES.
           MOVE 0 TO OPERACIONES-MES.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO 2000-CONTAR-MES-EXIT.
           MOVE CCO-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO 2000-CONTAR-MES-FIN.

       2000-CONTAR-MES-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO 2000-CONTAR-MES-FIN.
           IF MOV-TARJETA NOT = CCO-TARJETA
               GO TO 2000-CONTAR-MES-FIN.
           IF MOV-ANO = ANO AND MOV-MES = MES
                   AND MOV-TIPO = CCO-TIPO-MOV
               ADD 1 TO OPERACIONES-MES.
           GO TO 2000-CONTAR-MES-BUCLE.

       2000-CONTAR-MES-FIN.
           CLOSE F-MOVIMIENTOS.

       2000-CONTAR-MES-EXIT.
           EXIT.

       9999-EXIT.
           EXIT PROGRAM.
