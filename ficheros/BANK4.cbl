           SELECT CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

           SELECT OPTIONAL CONTROLES ASSIGN TO DISK
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
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Inventario fisico de cada cajero (ver BANKCAJ): una fila
      *    por terminal y denominacion con los billetes disponibles;
      *    la fila 000 es el cajetin de deposito y aqui no se usa.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

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
       77 MSJ-RETIRADA             PIC  X(35)
           VALUE "Retirada de efectivo".

      *    Comision de la retirada segun la tarifa (ver BANKCOM y
      *    BANKTAR): se ensena antes de confirmar, cuenta para el
      *    limite diario y el saldo, y se postea como movimiento
      *    propio junto a la retirada. Las comisiones de retirada ya
      *    cobradas hoy cuentan para el limite igual que el efectivo.
       01 CALCULO-COMISION.
           05 CCO-OPERACION        PIC  X(20).
           05 CCO-CANAL            PIC  X(08).
           05 CCO-TARJETA          PIC  9(16).
           05 CCO-IMPORTE-CENT     PIC S9(9).
           05 CCO-TIPO-MOV         PIC  X(2).
           05 CCO-COMISION-CENT    PIC  9(9).
           05 CCO-CONCEPTO         PIC  X(35).
       77 CENT-COMISION            PIC S9(9).
       77 CENT-TOTAL-USER          PIC S9(9).
       77 COMISION-ENT             PIC  9(7).
       77 COMISION-DEC             PIC  9(2).
       77 MOV-NUM-RETIRADA         PIC  9(35).

      *    Billetera para componer la retirada: denominaciones de
      *    mayor a menor, billetes disponibles segun el inventario y
      *    billetes a usar calculados para el importe pedido.
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

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 10 COL 45 VALUE "EUR".


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

               GO TO LECTURA-MOVIMIENTOS-EXIT.

           IF MOV-ANO = ANO AND MOV-MES = MES AND MOV-DIA = DIA
                   AND MOV-ES-RETIRADA
               COMPUTE CENT-RETIRADO-HOY = CENT-RETIRADO-HOY
                   - MOV-IMPORTE-CENT
           END-IF.
           IF MOV-ANO = ANO AND MOV-MES = MES AND MOV-DIA = DIA
                   AND MOV-ES-COMISION-OPER
                   AND MOV-CONTRAPARTIDA = "BANK4"
               COMPUTE CENT-RETIRADO-HOY = CENT-RETIRADO-HOY
                   - MOV-IMPORTE-CENT
           END-IF.

           GO TO LECTURA-MOVIMIENTOS.
               GO TO PEDIR-IMPORTE.

           COMPUTE CENT-RETIRADA-USER = EURENT-USUARIO * 100.

           MOVE "RETIRADA"         TO CCO-OPERACION.
           MOVE "BANK4"            TO CCO-CANAL.
           MOVE TNUM               TO CCO-TARJETA.
           MOVE CENT-RETIRADA-USER TO CCO-IMPORTE-CENT.
           MOVE "RE"               TO CCO-TIPO-MOV.
           CALL "BANKCOM" USING CALCULO-COMISION.
           MOVE CCO-COMISION-CENT TO CENT-COMISION.
           COMPUTE CENT-TOTAL-USER = CENT-RETIRADA-USER
                                     + CENT-COMISION.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud, igual que en los importes: con descubierto
      *    autorizado el saldo puede venir negativo
      *    registro de saldos no sabe representar ese resto con
      *    signo (mismo motivo por el que BANKINT no carga
      *    comisiones menores de 1 EUR)
           IF CENT-TOTAL-USER >
                   (CENT-SALDO-USER - CENT-RETENIDO-USER
                    + CENT-DESCUBIERTO)
               DISPLAY "Saldo insuficiente" LINE 6 COL 27
               PERFORM DIARIO-RETIRADA THRU DIARIO-RETIRADA-EXIT
               GO TO PEDIR-IMPORTE.

      *    con comision tambien el saldo intermedio, el que queda
      *    apuntado tras la retirada y antes de la comision
           IF ((CENT-SALDO-USER - CENT-TOTAL-USER) < 0
                   AND (CENT-SALDO-USER - CENT-TOTAL-USER) > -100)
               OR ((CENT-SALDO-USER - CENT-RETIRADA-USER) < 0
                   AND (CENT-SALDO-USER - CENT-RETIRADA-USER) > -100)
               DISPLAY "Saldo insuficiente" LINE 6 COL 27
                   WITH BACKGROUND-COLOR RED
               MOVE "SF" TO DCL-RESULTADO-REG
               PERFORM DIARIO-RETIRADA THRU DIARIO-RETIRADA-EXIT
               GO TO PEDIR-IMPORTE.

           IF (CENT-RETIRADO-HOY + CENT-TOTAL-USER) >
                   CENT-LIMITE-DIARIO
               DISPLAY "Ha superado el limite diario de retirada"
                   LINE 6 COL 20
               PERFORM DIARIO-RETIRADA THRU DIARIO-RETIRADA-EXIT
               GO TO PEDIR-IMPORTE.

           IF CENT-COMISION > 0
               GO TO CONFIRMAR-COMISION.
           GO TO REGISTAR-MOVIMIENTO.

      *    Con comision el cliente la ve y confirma antes de que se
      *    toque nada; sin comision la retirada sigue sin pregunta.
       CONFIRMAR-COMISION.
           COMPUTE COMISION-ENT = CENT-COMISION / 100.
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO COMISION-DEC.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar efectivo" LINE 8 COL 32.
           DISPLAY "Importe a retirar:" LINE 11 COL 19.
           DISPLAY EURENT-USUARIO LINE 11 COL 41.
           DISPLAY "EUR" LINE 11 COL 50.
           DISPLAY "Comision de la operacion:" LINE 13 COL 19.
           DISPLAY COMISION-ENT LINE 13 COL 45.
           DISPLAY "," LINE 13 COL 52.
           DISPLAY COMISION-DEC LINE 13 COL 53.
           DISPLAY "EUR" LINE 13 COL 56.
           DISPLAY CCO-CONCEPTO LINE 15 COL 19.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       CONFIRMAR-COMISION-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO CONFIRMAR-COMISION-ENTER.

       REGISTAR-MOVIMIENTO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

           MOVE 1 TO CANT-RESERVA.
           IF CENT-COMISION > 0
               MOVE 2 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           COMPUTE MOV-IMPORTE-ENT = EURENT-USUARIO * -1.
           MOVE 0 TO MOV-IMPORTE-DEC.
           MOVE MSJ-RETIRADA TO MOV-CONCEPTO.
           MOVE "RE"         TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-RETIRADA-USER.
           MOVE SPACES       TO MOV-CONTRAPARTIDA.
           MOVE SPACES       TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           SUBTRACT CENT-RETIRADA-USER FROM CENT-SALDO-USER.
           IF CENT-SALDO-USER < 0
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM TO MOV-NUM-RETIRADA.

           IF CENT-COMISION > 0
               PERFORM REGISTRAR-COMISION
                   THRU REGISTRAR-COMISION-EXIT.

           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

       P-EXITO.
           MOVE "OK" TO DCL-RESULTADO-REG.
           MOVE MOV-NUM-RETIRADA TO DCL-MOVNUM-REG.
           PERFORM DIARIO-RETIRADA THRU DIARIO-RETIRADA-EXIT.

           MOVE "RETIRADA" TO JUS-OPERACION-REG.
           MOVE 0 TO JUS-IMPORTE-DEC-REG.
           MOVE SALDO-ENT TO JUS-SALDO-ENT-REG.
           MOVE SALDO-DEC TO JUS-SALDO-DEC-REG.
           MOVE MOV-NUM-RETIRADA TO JUS-MOVNUM-REG.
           MOVE CENT-COMISION TO JUS-COMISION-CENT-REG.
           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.
           PERFORM AVISO-RETIRADA THRU AVISO-RETIRADA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar efectivo" LINE 8 COL 32.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *    Aviso por SMS de la retirada cuando supera el umbral que
      *    el cliente tiene pedido (lo decide BANKNOT).
       AVISO-RETIRADA.
           MOVE TNUM               TO PAV-TARJETA.
           MOVE "MV"               TO PAV-EVENTO.
           MOVE "Retirada de efectivo" TO PAV-DESCRIPCION.
           MOVE CENT-RETIRADA-USER TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO-USER    TO PAV-SALDO-CENT.
           MOVE "BANK4"            TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.

       AVISO-RETIRADA-EXIT.
           EXIT.

      *    Movimiento propio de la comision, a continuacion de la
      *    retirada y con el segundo numero reservado; la
      *    contrapartida es el canal que la cobra. Deja en
      *    MOV-SALDOPOS el saldo final para el maestro.
       REGISTRAR-COMISION.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-COMISION / 100).
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO MOV-IMPORTE-DEC.
           MOVE CCO-CONCEPTO TO MOV-CONCEPTO.
           MOVE "CO"         TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-COMISION.
           MOVE "BANK4"      TO MOV-CONTRAPARTIDA.
           MOVE SPACES       TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           SUBTRACT CENT-COMISION FROM CENT-SALDO-USER.
           IF CENT-SALDO-USER < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   0 - ((0 - CENT-SALDO-USER) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO-USER), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100)
               MOVE FUNCTION MOD(CENT-SALDO-USER, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

       REGISTRAR-COMISION-EXIT.
           EXIT.

      *    Refleja el saldo del ultimo movimiento escrito en el
      *    maestro CUENTAS con una lectura/escritura por clave.
       ACTUALIZAR-CUENTA.
               CLOSE CAJETIN
               MOVE 0 TO CJ-DESDE
               GO TO PROBAR-COMPOSICION.
           MOVE TERMINAL-CAJERO TO CAJ-TERMINAL.
           MOVE CJ-DENOM(CJ-IDX-WS) TO CAJ-DENOMINACION.
           READ CAJETIN INVALID KEY
               MOVE 0 TO CJ-DISP(CJ-IDX-WS)
               GO TO DESCONTAR-BILLETES-EXIT.
           IF CJ-USAR(CJ-IDX-WS) = 0
               GO TO DESCONTAR-BILLETES-BUCLE.
           MOVE TERMINAL-CAJERO TO CAJ-TERMINAL.
           MOVE CJ-DENOM(CJ-IDX-WS) TO CAJ-DENOMINACION.
           READ CAJETIN INVALID KEY
               GO TO DESCONTAR-BILLETES-BUCLE.
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK4"             TO DCL-PROGRAMA.
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
