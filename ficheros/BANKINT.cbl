           RECORD KEY IS PRG-NOMBRE
           FILE STATUS IS FSG.

           SELECT OPTIONAL CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-TARJETA
           FILE STATUS IS FSI.


       DATA DIVISION.
       FILE SECTION.
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

      *    Parametros de la campana, editables por operaciones sin
      *    recompilar: tipo de interes acreedor anual en puntos
           02 PRG-VALOR            PIC  9(9).
           02 PRG-DESCRIPCION      PIC  X(35).

      *    Cuentas cerradas con liquidacion (ver BANKCIE): el cierre
      *    ya abono y cargo el mes hasta la fecha de cierre y dejo la
      *    cuenta a cero, asi que estas tarjetas no se liquidan.
       FD CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
       01 CIERRES-REG.
           02 CIE-TARJETA          PIC  9(16).
           02 CIE-ANO              PIC   9(4).
           02 CIE-MES              PIC   9(2).
           02 CIE-DIA              PIC   9(2).
           02 CIE-SALDO-CENT       PIC S9(11).
           02 CIE-INTERES-CENT     PIC  9(9).
           02 CIE-COMISION-CENT    PIC  9(9).
           02 CIE-LIQUIDO-CENT     PIC S9(11).
           02 CIE-FORMA-PAGO       PIC  X(1).
           02 CIE-CUENTA-EXT       PIC  9(16).
           02 CIE-ORDEN            PIC  9(35).
           02 CIE-OPERADOR         PIC  X(08).
           02 CIE-AUTORIZADOR      PIC  X(08).


       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSI                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 CENT-SALDO               PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).
       77 TIPO-APUNTE              PIC  X(2).
       77 CENT-CARGADO             PIC S9(9).
       77 CONTADOR-AVISOS          PIC  9(5) VALUE 0.

       77 CONTADOR-ABONOS          PIC  9(5) VALUE 0.
       77 CONTADOR-COMISIONES      PIC  9(5) VALUE 0.
       77 CONTADOR-COM-SIN-SALDO   PIC  9(5) VALUE 0.
       77 CONTADOR-DEUDORES        PIC  9(5) VALUE 0.
       77 CONTADOR-CERRADAS        PIC  9(5) VALUE 0.
       77 CIERRES-DISPONIBLE       PIC  X(1) VALUE "N".
           88 CIERRES-OK             VALUE "S".
       77 TOTAL-INTERES-CENT       PIC S9(9) VALUE 0.
       77 TOTAL-COMISION-CENT      PIC S9(9) VALUE 0.
       77 TOTAL-DEUDOR-CENT        PIC S9(9) VALUE 0.

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

       77 MSJ-INTERES              PIC  X(35)
           VALUE "Abono intereses".
       77 MSJ-COMISION             PIC  X(35)
      *    movimientos normales para que salgan en el extracto y
      *    cuadren en el proceso nocturno como cualquier otro apunte.
      *    Lanzarlo dos veces el mismo mes duplicaria los apuntes.
      *    Las cuentas cerradas con liquidacion (cierres.ubd, ver
      *    BANKCIE) se saltan.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKINT - Liquidacion de intereses y comisiones".
           MOVE PAR-COMISION-CENT TO COMISION-CENT-WS.
           CLOSE PARAMETROS.

      *    el interes deudor sale del fichero general de parametros
      *    (ver BANKPAR); sin fila no se carga nada, como hasta ahora
           OPEN INPUT PARAMGEN.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

      *    sin fichero de cierres no hay cuentas cerradas que saltar
           OPEN INPUT CIERRES.
           IF FSI = 00 OR FSI = 05
               MOVE "S" TO CIERRES-DISPONIBLE.

           MOVE 0 TO LAST-MOV-NUM.

       2000-RECORRER-CUENTAS.
           READ CUENTAS NEXT RECORD AT END
               GO TO 9000-FIN.

           IF CIERRES-OK
               MOVE CTA-TARJETA TO CIE-TARJETA
               READ CIERRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-CERRADAS
                       GO TO 2000-RECORRER-CUENTAS
               END-READ
           END-IF.

           MOVE CTA-TARJETA TO TARJETA-PROCESO.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud: con descubierto autorizado el saldo puede
                                    + CTA-SALDO-DEC
           END-IF.

           MOVE 0 TO CENT-CARGADO.
           PERFORM 3000-ABONAR-INTERES THRU 3000-ABONAR-INTERES-EXIT.
           PERFORM 3500-CARGAR-DEUDOR THRU 3500-CARGAR-DEUDOR-EXIT.
           PERFORM 4000-CARGAR-COMISION
               THRU 4000-CARGAR-COMISION-EXIT.
           IF CENT-CARGADO > 0
               PERFORM 6000-AVISO-SALDO-BAJO
                   THRU 6000-AVISO-SALDO-BAJO-EXIT.

           GO TO 2000-RECORRER-CUENTAS.


           MOVE CENT-INTERES TO CENT-IMPORTE.
           MOVE MSJ-INTERES  TO MOV-CONCEPTO.
           MOVE "IA"         TO TIPO-APUNTE.
           PERFORM 5000-REGISTRAR-MOVIMIENTO
               THRU 5000-REGISTRAR-MOVIMIENTO-EXIT.

      *    Interes deudor del mes sobre el saldo en descubierto
      *    (descubierto autorizado, ver BANKSUP): la doceava parte
      *    del tipo anual sobre el saldo negativo, truncando al
      *    centimo. El importe con signo del movimiento permite
      *    cargar tambien los intereses de menos de 1 EUR.
       3500-CARGAR-DEUDOR.
           IF INTERES-DEUDOR-PB = 0 OR CENT-SALDO >= 0
               GO TO 3500-CARGAR-DEUDOR-EXIT.

           COMPUTE CENT-INTERES = ((0 - CENT-SALDO)
                                   * INTERES-DEUDOR-PB) / 120000.
           IF CENT-INTERES <= 0
               GO TO 3500-CARGAR-DEUDOR-EXIT.

           COMPUTE CENT-IMPORTE = 0 - CENT-INTERES.
           MOVE MSJ-DEUDOR TO MOV-CONCEPTO.
           MOVE "ID"       TO TIPO-APUNTE.
           PERFORM 5000-REGISTRAR-MOVIMIENTO
               THRU 5000-REGISTRAR-MOVIMIENTO-EXIT.

           ADD 1 TO CONTADOR-DEUDORES.
           ADD CENT-INTERES TO TOTAL-DEUDOR-CENT.
           ADD CENT-INTERES TO CENT-CARGADO.

       3500-CARGAR-DEUDOR-EXIT.
           EXIT.

      *    Comision mensual de mantenimiento. Nunca se carga en
      *    descubierto: el maestro CUENTAS no sabe representar un
      *    saldo negativo con centimos (el signo viaja solo en la
      *    parte entera), asi que la comision que no cabe en el saldo
      *    se deja sin cargar y se cuenta aparte, como hace el cobro
      *    de recibos con sus devoluciones.

           COMPUTE CENT-IMPORTE = 0 - COMISION-CENT-WS.
           MOVE MSJ-COMISION TO MOV-CONCEPTO.
           MOVE "CM"         TO TIPO-APUNTE.
           PERFORM 5000-REGISTRAR-MOVIMIENTO
               THRU 5000-REGISTRAR-MOVIMIENTO-EXIT.

           ADD 1 TO CONTADOR-COMISIONES.
           ADD COMISION-CENT-WS TO TOTAL-COMISION-CENT.
           ADD COMISION-CENT-WS TO CENT-CARGADO.

       4000-CARGAR-COMISION-EXIT.
           EXIT.
      *    Postea CENT-IMPORTE (en centimos, con signo) sobre la
      *    tarjeta en proceso con el concepto ya preparado, dejando el
      *    saldo posterior en el movimiento y en el maestro CUENTAS.
      *    El signo viaja en MOV-IMPORTE-CENT; la parte entera y
      *    decimal llevan la magnitud para la presentacion, asi que
      *    los cargos de menos de 1 EUR conservan el signo.
       5000-REGISTRAR-MOVIMIENTO.
           MOVE 1 TO CANT-RESERVA.
           PERFORM 8000-RESERVAR-MOV-NUM
               COMPUTE MOV-IMPORTE-DEC = FUNCTION MOD(CENT-IMPORTE,
                   100)
           END-IF.
           MOVE TIPO-APUNTE     TO MOV-TIPO.
           MOVE CENT-IMPORTE    TO MOV-IMPORTE-CENT.
           MOVE SPACES          TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

           ADD CENT-IMPORTE TO CENT-SALDO.
           IF CENT-SALDO < 0
       5000-REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.

      *    Aviso por SMS de saldo bajo tras los cargos del mes, si la
      *    tarjeta lo tiene pedido y el saldo queda por debajo de su
      *    umbral (lo decide BANKNOT).
       6000-AVISO-SALDO-BAJO.
           MOVE TARJETA-PROCESO TO PAV-TARJETA.
           MOVE "SB"            TO PAV-EVENTO.
           MOVE "Cargos de liquidacion mensual" TO PAV-DESCRIPCION.
           MOVE CENT-CARGADO    TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO      TO PAV-SALDO-CENT.
           MOVE "BANKINT"       TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       6000-AVISO-SALDO-BAJO-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento consecutivos en
      *    el fichero de contadores y deja en LAST-MOV-NUM el ultimo
      *    numero ya usado antes de la reserva, igual que dejaba el
       9000-FIN.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           IF CIERRES-OK
               CLOSE CIERRES.
           DISPLAY " ".
           DISPLAY "Abonos de intereses:   " CONTADOR-ABONOS
               " por " TOTAL-INTERES-CENT " centimos".
           IF CONTADOR-COM-SIN-SALDO > 0
               DISPLAY "Comisiones sin cargar por falta de saldo: "
                   CONTADOR-COM-SIN-SALDO.
           IF CONTADOR-AVISOS > 0
               DISPLAY "Avisos de saldo bajo:  " CONTADOR-AVISOS.
           IF CONTADOR-CERRADAS > 0
               DISPLAY "Cuentas cerradas sin liquidar: "
                   CONTADOR-CERRADAS.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
       9500-ERROR.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           IF CIERRES-OK
               CLOSE CIERRES.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
