           RECORD KEY IS CTL-TARJETA
           FILE STATUS IS FSG.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT OPTIONAL PLANO ASSIGN TO DISK
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
           02 CTL-TRANSFER         PIC  X(1).
           02 CTL-ENTRADAS         PIC  X(1).

      *    Retenciones de saldo (ver BANK6, BANKEMB y BANKEMI): el
      *    importe de una retencion activa ("A") no esta disponible
      *    aunque siga en el saldo.
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

      *    Plano de butacas del evento (ver BANKEVT): una fila por
      *    seccion con su tramo de filas y las butacas por fila; un
      *    evento sin plano se vende sin numerar, como siempre.
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).


      *    Justificantes de operacion (ver BANKJUS): una fila por
           02 JUS-SALDO-ENT        PIC S9(9).
           02 JUS-SALDO-DEC        PIC   9(2).
           02 JUS-MOVNUM           PIC  9(35).
      *    comision cobrada por la operacion (ver BANKCOM), en
      *    centimos; cero si la operacion no tiene comision.
           02 JUS-COMISION-CENT    PIC  9(9).
      *    Cajero que emitio el justificante (ver BANKTER).
           02 JUS-TERMINAL         PIC  X(04).

       FD IMPRESOS
           LABEL RECORD STANDARD
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSW                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 SALDO-ENT                PIC S9(9).
       77 SALDO-DEC                PIC  9(2).
       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-RETENIDO-USER       PIC S9(9).
       77 CENT-PRECIO              PIC S9(9).

      *    Comision de la compra segun la tarifa (ver BANKCOM y
      *    BANKTAR): se ensena antes de confirmar, cuenta para el
      *    saldo y se postea como movimiento propio junto al cargo de
      *    las entradas.
       01 CALCULO-COMISION.
           05 CCO-OPERACION        PIC  X(20).
           05 CCO-CANAL            PIC  X(08).
           05 CCO-TARJETA          PIC  9(16).
           05 CCO-IMPORTE-CENT     PIC S9(9).
           05 CCO-TIPO-MOV         PIC  X(2).
           05 CCO-COMISION-CENT    PIC  9(9).
           05 CCO-CONCEPTO         PIC  X(35).
       77 CENT-COMISION            PIC S9(9).
       77 COMISION-ENT             PIC  9(7).
       77 COMISION-DEC             PIC  9(2).
       77 MOV-NUM-COMPRA           PIC  9(35).

       77 MSJ-ENTRADA               PIC  X(35)
           VALUE "Compra de entradas".

       77 JUS-SALDO-ENT-REG        PIC S9(9).
       77 JUS-SALDO-DEC-REG        PIC  9(2).
       77 JUS-MOVNUM-REG           PIC  9(35).
       77 JUS-COMISION-CENT-REG    PIC  9(9)  VALUE 0.

       01 LIN-JUS-SEP              PIC  X(60) VALUE ALL "-".

           05 FILLER               PIC  X(12)
               VALUE "************".
           05 JUS-P-T4             PIC  X(4).
           05 FILLER               PIC  X(9)  VALUE "  CAJERO ".
           05 JUS-P-TERMINAL       PIC  X(4).

       01 LIN-JUS-OPE.
           05 FILLER               PIC  X(11)
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(14) VALUE SPACES.

       01 LIN-JUS-COM.
           05 FILLER               PIC  X(9) VALUE "COMISION:".
           05 JUS-P-COM-ENT        PIC -9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 JUS-P-COM-DEC        PIC  9(2).
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(36) VALUE SPACES.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               PIC 9(3) USING BUTACA-ELEGIDA.


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

                   COL 20 WITH BACKGROUND-COLOR RED
               GO TO CONFIRMAR-COMPRA.

           COMPUTE CENT-PRECIO = ((TE-PRECIO-ENT(TE-IDX) * 100)
                                   + TE-PRECIO-DEC(TE-IDX))
                                   * CANTIDAD-COMPRA.
           MOVE "COMPRA ENTRADAS"  TO CCO-OPERACION.
           MOVE "BANK8"            TO CCO-CANAL.
           MOVE TNUM               TO CCO-TARJETA.
           MOVE CENT-PRECIO        TO CCO-IMPORTE-CENT.
           MOVE "EN"               TO CCO-TIPO-MOV.
           CALL "BANKCOM" USING CALCULO-COMISION.
           MOVE CCO-COMISION-CENT TO CENT-COMISION.
           IF CENT-COMISION > 0
               COMPUTE COMISION-ENT = CENT-COMISION / 100
               MOVE FUNCTION MOD(CENT-COMISION, 100) TO COMISION-DEC
               DISPLAY "Comision de la compra:" LINE 16 COL 20
               DISPLAY COMISION-ENT LINE 16 COL 43
               DISPLAY "," LINE 16 COL 50
               DISPLAY COMISION-DEC LINE 16 COL 51
               DISPLAY "EUR" LINE 16 COL 54
           END-IF.

           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO MOSTRAR-PAGINA

      *    Una unica comprobacion para toda la compra: tiene que
      *    haber aforo para todas las entradas pedidas y saldo para
      *    el importe conjunto mas la comision.
       VERIFICAR-FONDOS.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
               COMPUTE CENT-SALDO-USER = (SALDO-ENT * 100) + SALDO-DEC
           END-IF.

      *    lo retenido (ordenes aparcadas, embargos) no se puede
      *    gastar en entradas
           PERFORM SUMAR-RETENCIONES THRU SUMAR-RETENCIONES-EXIT.

           IF CANTIDAD-COMPRA > TE-DISPONIBLES(TE-IDX)
                   OR (CENT-PRECIO + CENT-COMISION) >
                      (CENT-SALDO-USER - CENT-RETENIDO-USER)
               GO TO SIN-FONDOS-O-AFORO.

       RELEER-EVENTO.
               GO TO PSYS-ERR.

           MOVE 1 TO CANT-RESERVA.
           IF CENT-COMISION > 0
               MOVE 2 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

       LECTURA-MOVIMIENTOS-EXIT.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-PRECIO / 100).
           MOVE FUNCTION MOD(CENT-PRECIO, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-ENTRADA TO MOV-CONCEPTO.
           MOVE "EN"        TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-PRECIO.
           MOVE TE-NUM(TE-IDX) TO MOV-CONTRAPARTIDA.
           MOVE SPACES         TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           SUBTRACT CENT-PRECIO FROM CENT-SALDO-USER.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION MOD(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM TO MOV-NUM-COMPRA.

      *    la comision va en su propio movimiento, con el segundo
      *    numero reservado; la contrapartida es el canal que la
      *    cobra
           IF CENT-COMISION > 0
               ADD 1 TO LAST-MOV-NUM
               MOVE LAST-MOV-NUM TO MOV-NUM
               COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-COMISION / 100)
               MOVE FUNCTION MOD(CENT-COMISION, 100)
                   TO MOV-IMPORTE-DEC
               MOVE CCO-CONCEPTO TO MOV-CONCEPTO
               MOVE "CO"         TO MOV-TIPO
               COMPUTE MOV-IMPORTE-CENT = 0 - CENT-COMISION
               MOVE "BANK8"      TO MOV-CONTRAPARTIDA
               SUBTRACT CENT-COMISION FROM CENT-SALDO-USER
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION MOD(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
               WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR
           END-IF.

           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.
           COMPUTE DCL-IMPORTE-ENT-REG = CENT-PRECIO / 100.
           MOVE FUNCTION MOD(CENT-PRECIO, 100)
               TO DCL-IMPORTE-DEC-REG.
           MOVE MOV-NUM-COMPRA TO DCL-MOVNUM-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           MOVE "COMPRA ENTRADAS" TO JUS-OPERACION-REG.
               TO JUS-IMPORTE-DEC-REG.
           MOVE SALDO-ENT TO JUS-SALDO-ENT-REG.
           MOVE SALDO-DEC TO JUS-SALDO-DEC-REG.
           MOVE MOV-NUM-COMPRA TO JUS-MOVNUM-REG.
           MOVE CENT-COMISION TO JUS-COMISION-CENT-REG.
           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.

       VERIFICAR-CONTROLES-EXIT.
           EXIT.

      *    Suma las retenciones activas de la tarjeta posicionandose
      *    por la clave alternativa RET-TARJETA; sin fichero de
      *    retenciones no hay nada retenido.
       SUMAR-RETENCIONES.
           MOVE 0 TO CENT-RETENIDO-USER.
           OPEN INPUT RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               GO TO SUMAR-RETENCIONES-EXIT.
           MOVE TNUM TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               CLOSE RETENCIONES
               GO TO SUMAR-RETENCIONES-EXIT.

       SUMAR-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO SUMAR-RETENCIONES-FIN.
           IF RET-TARJETA NOT = TNUM
               GO TO SUMAR-RETENCIONES-FIN.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO-USER = CENT-RETENIDO-USER
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC
           END-IF.
           GO TO SUMAR-RETENCIONES-BUCLE.

       SUMAR-RETENCIONES-FIN.
           CLOSE RETENCIONES.

       SUMAR-RETENCIONES-EXIT.
           EXIT.

       OPERACION-DESHABILITADA.
           MOVE "COMPRA ENTRADAS" TO DCL-OPERACION-REG.
           MOVE "VE" TO DCL-RESULTADO-REG.
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK8"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

           MOVE JUS-SALDO-ENT-REG   TO JUS-SALDO-ENT.
           MOVE JUS-SALDO-DEC-REG   TO JUS-SALDO-DEC.
           MOVE JUS-MOVNUM-REG      TO JUS-MOVNUM.
           MOVE JUS-COMISION-CENT-REG TO JUS-COMISION-CENT.
           MOVE TERMINAL-CAJERO       TO JUS-TERMINAL.
           WRITE JUSTIFIC-REG.
           CLOSE JUSTIFIC.

           MOVE HORAS TO JUS-P-HOR.
           MOVE MINUTOS TO JUS-P-MIN.
           MOVE TNUM(13:4) TO JUS-P-T4.
           MOVE TERMINAL-CAJERO TO JUS-P-TERMINAL.
           WRITE LINEA-IMPRESO FROM LIN-JUS-FEC.
           MOVE JUS-OPERACION-REG TO JUS-P-OPERACION.
           WRITE LINEA-IMPRESO FROM LIN-JUS-OPE.
           MOVE JUS-SALDO-ENT-REG   TO JUS-P-SAL-ENT.
           MOVE JUS-SALDO-DEC-REG   TO JUS-P-SAL-DEC.
           WRITE LINEA-IMPRESO FROM LIN-JUS-IMP.
           IF JUS-COMISION-CENT-REG > 0
               COMPUTE JUS-P-COM-ENT = JUS-COMISION-CENT-REG / 100
               MOVE FUNCTION MOD(JUS-COMISION-CENT-REG, 100)
                   TO JUS-P-COM-DEC
               WRITE LINEA-IMPRESO FROM LIN-JUS-COM.
           CLOSE IMPRESOS.

       EMITIR-JUSTIFICANTE-EXIT.
