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

      *    Historico de movimientos (ver BANKARCH): el ejercicio
      *    certificado puede estar ya archivado cuando corre el pase.
           02 MOVH-CONCEPTO        PIC  X(35).
           02 MOVH-SALDOPOS-ENT    PIC  S9(9).
           02 MOVH-SALDOPOS-DEC    PIC   9(2).
           02 MOVH-TIPO            PIC  X(2).
           02 MOVH-IMPORTE-CENT    PIC S9(9).
           02 MOVH-CONTRAPARTIDA   PIC  X(16).
           02 MOVH-OPERADOR        PIC  X(08).
           02 MOVH-TERMINAL        PIC  X(04).

      *    Certificado fiscal imprimible; se abre un fichero por
      *    cuenta con el nombre fiscalNNNN...N.lst construido en
               10 TC-INTERES-CENT   PIC  9(11).
               10 TC-DEUDOR-CENT    PIC  9(11).
               10 TC-COMISION-CENT  PIC  9(11).
               10 TC-COMOPER-CENT   PIC  9(11).
               10 TC-PLAZO-CENT     PIC  9(11).
               10 TC-PENPLAZO-CENT  PIC  9(11).
               10 TC-PRESTAMO-CENT  PIC  9(11).

       77 TOTAL-CUENTAS-FIS        PIC  9(5) VALUE 0.
       77 TC-IDX-WS                PIC  9(5).
           88 HISTORICO-OK          VALUE "S".
       77 CONTADOR-CERTIFICADOS    PIC  9(5) VALUE 0.

       01 LIN-CAB.
           05 FILLER               PIC  X(45) VALUE
               "UNIZARBANK - CERTIFICADO FISCAL DEL EJERCICIO".
      *    CERTIFICADO FISCAL ANUAL -- barre los movimientos del
      *    ejercicio cerrado (en linea y en el historico) sumando los
      *    abonos de intereses, los intereses deudores y las
      *    comisiones de mantenimiento que posteo BANKINT, mas las
      *    comisiones por operacion de la tarifa (ver BANKCOM), los
      *    intereses de los depositos a plazo y sus penalizaciones
      *    por cancelacion anticipada (ver BANKDEP y BANKPLZ),
      *    agrupa por NUMERO-CUENTA igual que el extracto mensual y
      *    deja un certificado imprimible por cuenta listo para
      *    entregar en enero, en vez de rehacer estas cuentas a mano
      *    extracto a extracto.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKFIS - Certificado fiscal anual".
           GO TO 2600-RECORRER-HIST-BUCLE.

      *    Clasifica el movimiento en proceso: 1 interes abonado,
      *    2 interes deudor, 3 comision de mantenimiento, 4 comision
      *    por operacion, 5 interes de deposito a plazo, 6
      *    penalizacion de deposito a plazo, 7 interes ordinario o de
      *    demora de prestamo; 0 no entra en el certificado. Deja el
      *    importe en centimos (magnitud) en CENT-OPERACION.
       2800-CLASIFICAR-LINEA.
           MOVE 0 TO CLASE-APUNTE.
           IF MOV-ES-INTERES
               MOVE 1 TO CLASE-APUNTE.
           IF MOV-ES-INTERES-DEUDOR
               MOVE 2 TO CLASE-APUNTE.
           IF MOV-ES-COMISION
               MOVE 3 TO CLASE-APUNTE.
           IF MOV-ES-COMISION-OPER
               MOVE 4 TO CLASE-APUNTE.
           IF MOV-ES-INTERES-PLAZO
               MOVE 5 TO CLASE-APUNTE.
           IF MOV-ES-PENALIZ-PLAZO
               MOVE 6 TO CLASE-APUNTE.
           IF MOV-ES-INTERES-PREST OR MOV-ES-DEMORA-PREST
               MOVE 7 TO CLASE-APUNTE.
           IF CLASE-APUNTE = 0
               GO TO 2800-CLASIFICAR-LINEA-EXIT.

           IF MOV-IMPORTE-CENT < 0
               COMPUTE CENT-OPERACION = 0 - MOV-IMPORTE-CENT
           ELSE
               MOVE MOV-IMPORTE-CENT TO CENT-OPERACION
           END-IF.

       2800-CLASIFICAR-LINEA-EXIT.
           MOVE 0 TO TC-INTERES-CENT(TC-POS).
           MOVE 0 TO TC-DEUDOR-CENT(TC-POS).
           MOVE 0 TO TC-COMISION-CENT(TC-POS).
           MOVE 0 TO TC-COMOPER-CENT(TC-POS).
           MOVE 0 TO TC-PLAZO-CENT(TC-POS).
           MOVE 0 TO TC-PENPLAZO-CENT(TC-POS).
           MOVE 0 TO TC-PRESTAMO-CENT(TC-POS).

       3500-SUMAR.
           IF CLASE-APUNTE = 1
               ADD CENT-OPERACION TO TC-DEUDOR-CENT(TC-POS).
           IF CLASE-APUNTE = 3
               ADD CENT-OPERACION TO TC-COMISION-CENT(TC-POS).
           IF CLASE-APUNTE = 4
               ADD CENT-OPERACION TO TC-COMOPER-CENT(TC-POS).
           IF CLASE-APUNTE = 5
               ADD CENT-OPERACION TO TC-PLAZO-CENT(TC-POS).
           IF CLASE-APUNTE = 6
               ADD CENT-OPERACION TO TC-PENPLAZO-CENT(TC-POS).
           IF CLASE-APUNTE = 7
               ADD CENT-OPERACION TO TC-PRESTAMO-CENT(TC-POS).

       3000-ACUMULAR-EXIT.
           EXIT.
               TO TOT-DEC.
           WRITE LINEA-CERT FROM LIN-TOTAL.

           MOVE "COMISIONES POR OPERACION:         "
               TO TOT-ETIQUETA.
           COMPUTE TOT-ENT = TC-COMOPER-CENT(TC-IDX-WS) / 100.
           MOVE FUNCTION MOD(TC-COMOPER-CENT(TC-IDX-WS), 100)
               TO TOT-DEC.
           WRITE LINEA-CERT FROM LIN-TOTAL.

           MOVE "INTERESES DE DEPOSITOS A PLAZO:   "
               TO TOT-ETIQUETA.
           COMPUTE TOT-ENT = TC-PLAZO-CENT(TC-IDX-WS) / 100.
           MOVE FUNCTION MOD(TC-PLAZO-CENT(TC-IDX-WS), 100)
               TO TOT-DEC.
           WRITE LINEA-CERT FROM LIN-TOTAL.

           MOVE "PENALIZACIONES PLAZO ANTICIPADO:  "
               TO TOT-ETIQUETA.
           COMPUTE TOT-ENT = TC-PENPLAZO-CENT(TC-IDX-WS) / 100.
           MOVE FUNCTION MOD(TC-PENPLAZO-CENT(TC-IDX-WS), 100)
               TO TOT-DEC.
           WRITE LINEA-CERT FROM LIN-TOTAL.

           MOVE "INTERESES DE PRESTAMOS PAGADOS:   "
               TO TOT-ETIQUETA.
           COMPUTE TOT-ENT = TC-PRESTAMO-CENT(TC-IDX-WS) / 100.
           MOVE FUNCTION MOD(TC-PRESTAMO-CENT(TC-IDX-WS), 100)
               TO TOT-DEC.
           WRITE LINEA-CERT FROM LIN-TOTAL.

           CLOSE CERTIFICADO.
           ADD 1 TO CONTADOR-CERTIFICADOS.
           GO TO 4100-SIGUIENTE-CUENTA.
