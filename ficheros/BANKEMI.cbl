       FILE SECTION.
      *    Ordenes interbancarias salientes aparcadas por BANK6:
      *    estado "P" pendiente de exportar, "E" exportada (cliente ya
      *    debitado), "R" rechazada por falta de saldo al exportar,
      *    "D" devuelta por el banco destino y reabonada (BANKDVO),
      *    "C" retenida por cumplimiento porque el beneficiario esta
      *    en la lista de vigilancia (BANKCMP la libera o la rechaza).
       FD INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
           02 INT-IMPORTE-ENT      PIC   9(7).
           02 INT-IMPORTE-DEC      PIC   9(2).
           02 INT-ESTADO           PIC  X(1).
      *    comision de la orden segun tarifa (ver BANKCOM), en
      *    centimos; BANKEMI la carga aparte al exportar la orden.
           02 INT-COMISION-CENT    PIC  9(9).

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
       77 CENT-SALDO               PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 CENT-TOTAL-ORDEN         PIC S9(9).

       77 CONTADOR-EXPORTADAS      PIC  9(5) VALUE 0.
       77 CONTADOR-RECHAZADAS      PIC  9(5) VALUE 0.
       77 CONTADOR-CUMPLIMIENTO    PIC  9(5) VALUE 0.

      *    Comisiones de las ordenes (calculadas en BANK6 al dar la
      *    orden y guardadas en INT-COMISION-CENT): se cargan como
      *    movimiento propio junto al de la orden y no viajan en la
      *    remesa, que solo lleva lo que recibe el beneficiario.
       77 CONTADOR-COMISIONES      PIC  9(5)  VALUE 0.
       77 TOTAL-CENT-COMISIONES    PIC  9(13) VALUE 0.

       77 RETENCIONES-DISPONIBLE   PIC  X(1) VALUE "N".
           88 RETENCIONES-OK        VALUE "S".

       77 MSJ-EMITIDA              PIC  X(35)
           VALUE "Transferencia emitida".
       77 MSJ-COMISION-EMITIDA     PIC  X(35)
           VALUE "Comision transferencia emitida".

      *    Peticion de filtro contra la lista de vigilancia (ver
      *    BANKFIL); la orden ya liberada por cumplimiento no vuelve
      *    a quedar retenida.
       01 PETICION-FILTRO.
           05 PFL-NOMBRE           PIC  X(35).
           05 PFL-ORIGEN           PIC  X(1).
           05 PFL-PROGRAMA         PIC  X(08).
           05 PFL-REFERENCIA       PIC  9(35).
           05 PFL-TARJETA          PIC  9(16).
           05 PFL-CUENTA-EXT       PIC  9(16).
           05 PFL-IMPORTE-CENT     PIC  9(9).
           05 PFL-CONCEPTO         PIC  X(35).
           05 PFL-ACREEDOR         PIC  X(16).
           05 PFL-RESULTADO        PIC  X(1).
               88 PFL-RETENIDA           VALUE "S".
           05 PFL-CASO             PIC  9(35).
           05 PFL-VIG-CODIGO       PIC  X(12).
           05 PFL-VIG-NOMBRE       PIC  X(35).

       01 LIN-RECH.
           05 FILLER               PIC  X(6) VALUE "ORDEN ".

      *    EXPORTACION NOCTURNA DE ORDENES INTERBANCARIAS -- recorre
      *    interout.ubd, y por cada orden pendiente debita al cliente
      *    (movimiento + maestro CUENTAS, y otro movimiento con la
      *    comision de la orden si la tiene), escribe la linea de la
      *    remesa para la camara y marca la orden como exportada. Una
      *    orden sin saldo suficiente para importe y comision queda
      *    rechazada y listada en emirech.lst para que la oficina
      *    avise al cliente. Antes de debitarla se vuelve a filtrar
      *    al beneficiario contra la lista de vigilancia, que puede
      *    haber cambiado desde que se dio la orden: si coincide, la
      *    orden queda retenida por cumplimiento ("C") con su importe
      *    todavia retenido y no se envia.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKEMI - Exportacion de ordenes interbancarias".
           IF INT-ESTADO NOT = "P"
               GO TO 1000-RECORRER-ORDENES.

           PERFORM 1500-FILTRAR-ORDEN THRU 1500-FILTRAR-ORDEN-EXIT.
           IF PFL-RETENIDA
               MOVE "C" TO INT-ESTADO
               REWRITE INTERCAMBIO-REG INVALID KEY
                   DISPLAY "Error reteniendo la orden " INT-NUM
               END-REWRITE
               ADD 1 TO CONTADOR-CUMPLIMIENTO
               GO TO 1000-RECORRER-ORDENES.

           PERFORM 2000-EXPORTAR-ORDEN
               THRU 2000-EXPORTAR-ORDEN-EXIT.
           GO TO 1000-RECORRER-ORDENES.

      *    Filtro del beneficiario de la orden (ver BANKFIL).
       1500-FILTRAR-ORDEN.
           MOVE INT-NOMBRE          TO PFL-NOMBRE.
           MOVE "O"                 TO PFL-ORIGEN.
           MOVE "BANKEMI"           TO PFL-PROGRAMA.
           MOVE INT-NUM             TO PFL-REFERENCIA.
           MOVE INT-TARJETA-O       TO PFL-TARJETA.
           MOVE INT-CUENTA-EXT      TO PFL-CUENTA-EXT.
           COMPUTE PFL-IMPORTE-CENT = (INT-IMPORTE-ENT * 100)
                                      + INT-IMPORTE-DEC.
           MOVE SPACES              TO PFL-CONCEPTO.
           MOVE SPACES              TO PFL-ACREEDOR.
           CALL "BANKFIL" USING PETICION-FILTRO.

       1500-FILTRAR-ORDEN-EXIT.
           EXIT.

      *    Debita la orden pendiente contra el maestro CUENTAS; sin
      *    saldo suficiente en el momento del envio la orden queda
      *    rechazada (no se manda a la camara ni se debita).
           END-IF.
           COMPUTE CENT-IMPORTE = (INT-IMPORTE-ENT * 100)
                                  + INT-IMPORTE-DEC.
           COMPUTE CENT-TOTAL-ORDEN = CENT-IMPORTE
                                      + INT-COMISION-CENT.

           PERFORM 7800-LEER-DESCUBIERTO
               THRU 7800-LEER-DESCUBIERTO-EXIT.
      *    la orden puede dejar la cuenta hasta su descubierto
      *    autorizado, pero nunca con un resto entre -1 y -99
      *    centimos, que el registro de saldos no sabe representar
      *    (ni tras el cargo de la orden ni tras el de su comision)
           IF CENT-TOTAL-ORDEN > (CENT-SALDO + CENT-DESCUBIERTO)
                   OR ((CENT-SALDO - CENT-IMPORTE) < 0
                       AND (CENT-SALDO - CENT-IMPORTE) > -100)
                   OR ((CENT-SALDO - CENT-TOTAL-ORDEN) < 0
                       AND (CENT-SALDO - CENT-TOTAL-ORDEN) > -100)
               MOVE "R" TO INT-ESTADO
               REWRITE INTERCAMBIO-REG INVALID KEY
                   DISPLAY "Error marcando la orden " INT-NUM
               GO TO 2000-EXPORTAR-ORDEN-EXIT.

           MOVE 1 TO CANT-RESERVA.
           IF INT-COMISION-CENT > 0
               MOVE 2 TO CANT-RESERVA.
           PERFORM 8000-RESERVAR-MOV-NUM
               THRU 8000-RESERVAR-MOV-NUM-EXIT.

           COMPUTE MOV-IMPORTE-ENT = 0 - INT-IMPORTE-ENT.
           MOVE INT-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE MSJ-EMITIDA     TO MOV-CONCEPTO.
           MOVE "IE"            TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPORTE.
           MOVE INT-CUENTA-EXT  TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

           SUBTRACT CENT-IMPORTE FROM CENT-SALDO.
           IF CENT-SALDO < 0
                   INT-NUM
               GO TO 9500-ERROR.

           IF INT-COMISION-CENT > 0
               PERFORM 2500-CARGAR-COMISION
                   THRU 2500-CARGAR-COMISION-EXIT.

           MOVE INT-TARJETA-O    TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
       2000-EXPORTAR-ORDEN-EXIT.
           EXIT.

      *    Movimiento de la comision de la orden, con el segundo
      *    numero reservado y la fecha y hora del cargo de la orden;
      *    la contrapartida es el canal que la cobro (BANK6). Deja en
      *    MOV-SALDOPOS el saldo final para el maestro.
       2500-CARGAR-COMISION.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM   TO MOV-NUM.
           COMPUTE MOV-IMPORTE-ENT = 0 - (INT-COMISION-CENT / 100).
           MOVE FUNCTION MOD(INT-COMISION-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-COMISION-EMITIDA TO MOV-CONCEPTO.
           MOVE "CO"            TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - INT-COMISION-CENT.
           MOVE "BANK6"         TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

           SUBTRACT INT-COMISION-CENT FROM CENT-SALDO.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo la comision de la orden "
                   INT-NUM
               GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-COMISIONES.
           ADD INT-COMISION-CENT TO TOTAL-CENT-COMISIONES.

       2500-CARGAR-COMISION-EXIT.
           EXIT.

      *    Cabecera del tramo saliente: la secuencia sale del fichero
      *    de contadores (secuencia REMESA-OUT) para que cada entrega
      *    a la camara lleve un numero nuevo y correlativo.
               CLOSE RETENCIONES.
           DISPLAY "Ordenes exportadas: " CONTADOR-EXPORTADAS.
           DISPLAY "Ordenes rechazadas: " CONTADOR-RECHAZADAS.
           DISPLAY "Ordenes retenidas por cumplimiento: "
               CONTADOR-CUMPLIMIENTO.
           DISPLAY "Comisiones cargadas: " CONTADOR-COMISIONES
               " por " TOTAL-CENT-COMISIONES " centimos".
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que la cadena
