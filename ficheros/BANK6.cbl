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

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Contadores centrales de numeracion (ver BANKCNT): una fila
      *    por secuencia con el ultimo numero ya usado, para repartir
               03 BEN-ALIAS        PIC  X(15).
           02 BEN-DESTINO          PIC  9(16).
           02 BEN-NOMBRE           PIC  X(35).
      *    Tipo de entrada: en blanco o "T" una cuenta de destino de
      *    transferencias, "E" una emisora de recibos y tributos (ver
      *    BANKPAG), con el codigo de emisora en BEN-DESTINO y la
      *    referencia de pagador en BEN-REFERENCIA.
           02 BEN-TIPO             PIC  X(1).
               88 BEN-ES-EMISORA         VALUE "E".
           02 BEN-REFERENCIA       PIC  9(13).

      *    Ordenes interbancarias salientes (ver BANKEMI): la orden a
      *    una cuenta de otro banco se aparca aqui en estado "P" y el
      *    lote nocturno la exporta a la remesa de la camara,
      *    debitando al cliente en ese momento. Si el beneficiario
      *    esta en la lista de vigilancia se aparca en "C", retenida
      *    hasta que cumplimiento la libere o la rechace (BANKCMP).
       FD INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
           02 INT-IMPORTE-ENT      PIC   9(7).
           02 INT-IMPORTE-DEC      PIC   9(2).
           02 INT-ESTADO           PIC  X(1).
      *    comision de la orden segun tarifa (ver BANKCOM), en
      *    centimos; BANKEMI la carga aparte al exportar la orden.
           02 INT-COMISION-CENT    PIC  9(9).

      *    Ajustes de tarjeta del propio cliente (ver BANKCFG):
      *    bloqueo temporal y canal deshabilitado ("N") se comprueban
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
      *    PIC S9(9).
       77 MAX-SALDO-CENT           PIC S9(9)    VALUE 999999999.

      *    Comision de la orden interbancaria segun la tarifa (ver
      *    BANKCOM y BANKTAR): se ensena antes de confirmar, cuenta
      *    para el limite diario y el saldo, queda en la orden y en
      *    la retencion junto al importe, y BANKEMI la carga como
      *    movimiento propio al exportar la orden.
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

       77 MSJ-ORD                  PIC  X(35) VALUE "Transferimos".
       77 MSJ-DST                  PIC  X(35) VALUE "Nos transfieren".

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

      *    Peticion de filtro contra la lista de vigilancia (ver
      *    BANKFIL): si el beneficiario coincide, la orden se aparca
      *    retenida por cumplimiento con su caso abierto.
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

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 10 COL 45 VALUE "EUR".


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

               GO TO CARGAR-BEN-SEL-FIN.
           IF BEN-TARJETA NOT = TNUM
               GO TO CARGAR-BEN-SEL-FIN.
      *    las emisoras de recibos se pagan en BANKPAG, no aqui
           IF BEN-ES-EMISORA
               GO TO CARGAR-BEN-SEL.
           IF TOTAL-BEN-SEL >= 10
               MOVE "S" TO HAY-MAS-BEN
               GO TO CARGAR-BEN-SEL-FIN.
               GO TO SUMA-TRANSFERIDO-HOY-EXIT.

           IF MOV-ANO = ANO AND MOV-MES = MES AND MOV-DIA = DIA
                   AND MOV-ES-TRANSF-ENV
               COMPUTE CENT-TRANSFERIDO-HOY = CENT-TRANSFERIDO-HOY
                   - MOV-IMPORTE-CENT
           END-IF.

           GO TO SUMA-TRANSFERIDO-HOY.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.

           MOVE MSJ-ORD        TO MOV-CONCEPTO.
           MOVE "TE"           TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPOR-USER.
           MOVE CUENTA-DESTINO TO MOV-CONTRAPARTIDA.
           MOVE SPACES         TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER.

           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.

           MOVE MSJ-DST        TO MOV-CONCEPTO.
           MOVE "TR"           TO MOV-TIPO.
           MOVE CENT-IMPOR-USER TO MOV-IMPORTE-CENT.
           MOVE TNUM           TO MOV-CONTRAPARTIDA.
           MOVE SPACES         TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER.
           IF CENT-SALDO-DST-USER < 0
           MOVE FUNCTION MOD(CENT-SALDO-ORD-USER, 100)
               TO JUS-SALDO-DEC-REG.
           MOVE LAST-MOV-NUM TO JUS-MOVNUM-REG.
           MOVE 0 TO JUS-COMISION-CENT-REG.
           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.
           MOVE "Transferencia ordenada" TO PAV-DESCRIPCION.
           PERFORM AVISO-TRANSFERENCIA THRU AVISO-TRANSFERENCIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANK6"         TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

           COMPUTE MOV-IMPORTE-ENT = 0 - EURENT-USUARIO.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.
           MOVE MSJ-TRASP-ORD  TO MOV-CONCEPTO.
           MOVE "XE"           TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPOR-USER.
           MOVE TMT-TARJETA(MT-ELEGIDA) TO MOV-CONTRAPARTIDA.
           MOVE SPACES                  TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO         TO MOV-TERMINAL.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ORD-USER.
           IF CENT-SALDO-ORD-USER < 0
           MOVE EURENT-USUARIO TO MOV-IMPORTE-ENT.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.
           MOVE MSJ-TRASP-DST  TO MOV-CONCEPTO.
           MOVE "XR"           TO MOV-TIPO.
           MOVE CENT-IMPOR-USER TO MOV-IMPORTE-CENT.
           MOVE TNUM           TO MOV-CONTRAPARTIDA.
           MOVE SPACES         TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST-USER.
           IF CENT-SALDO-DST-USER < 0
           MOVE FUNCTION MOD(CENT-SALDO-ORD-USER, 100)
               TO JUS-SALDO-DEC-REG.
           MOVE LAST-MOV-NUM TO JUS-MOVNUM-REG.
           MOVE 0 TO JUS-COMISION-CENT-REG.
           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.

               DISPLAY "Enter - Salir" LINE 24 COL 33
               GO TO EXIT-ENTER.

      *    la comision se suma al importe para el limite diario y
      *    para el saldo disponible, con las mismas reglas que la
      *    transferencia interna
           MOVE "ORDEN INTERBANCARIA" TO CCO-OPERACION.
           MOVE "BANK6"           TO CCO-CANAL.
           MOVE TNUM              TO CCO-TARJETA.
           MOVE CENT-IMPOR-USER   TO CCO-IMPORTE-CENT.
           MOVE "IE"              TO CCO-TIPO-MOV.
           CALL "BANKCOM" USING CALCULO-COMISION.
           MOVE CCO-COMISION-CENT TO CENT-COMISION.
           COMPUTE CENT-TOTAL-USER = CENT-IMPOR-USER + CENT-COMISION.

           IF (CENT-TRANSFERIDO-HOY + CENT-TOTAL-USER) >
                   CENT-LIMITE-DIARIO
               GO TO LIMITE-DIARIO-EXCEDIDO.
           IF (CENT-SALDO-ORD-USER - CENT-RETENIDO-USER
                   - CENT-TOTAL-USER) < (0 - CENT-DESCUBIERTO)
               GO TO IMPORTE-FUERA-DE-RANGO.
           IF (CENT-SALDO-ORD-USER - CENT-TOTAL-USER) < 0
                   AND (CENT-SALDO-ORD-USER - CENT-TOTAL-USER) > -100
               GO TO IMPORTE-FUERA-DE-RANGO.
           IF (CENT-SALDO-ORD-USER - CENT-IMPOR-USER) < 0
                   AND (CENT-SALDO-ORD-USER - CENT-IMPOR-USER) > -100
               GO TO IMPORTE-FUERA-DE-RANGO.

           COMPUTE COMISION-ENT = CENT-COMISION / 100.
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO COMISION-DEC.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Transferencia a otra entidad" LINE 8 COL 26.
           DISPLAY "La cuenta no pertenece a UnizarBank:" LINE 10
           DISPLAY "," LINE 14 COL 36.
           DISPLAY EURDEC-USUARIO LINE 14 COL 37.
           DISPLAY "EUR" LINE 14 COL 40.
           DISPLAY "Comision:" LINE 15 COL 19.
           DISPLAY COMISION-ENT LINE 15 COL 29.
           DISPLAY "," LINE 15 COL 36.
           DISPLAY COMISION-DEC LINE 15 COL 37.
           DISPLAY "EUR" LINE 15 COL 40.
           DISPLAY "El cargo se hara al enviarse la remesa nocturna"
               LINE 16 COL 19.
           DISPLAY "Confirma el envio interbancario (S/N):" LINE 18
               EXIT PROGRAM.

           PERFORM RESERVAR-INT-NUM THRU RESERVAR-INT-NUM-EXIT.
           PERFORM FILTRAR-ORDEN THRU FILTRAR-ORDEN-EXIT.

           OPEN I-O INTERCAMBIO.
           IF FSY NOT = 00 AND FSY NOT = 05
           MOVE DIA            TO INT-DIA.
           MOVE EURENT-USUARIO TO INT-IMPORTE-ENT.
           MOVE EURDEC-USUARIO TO INT-IMPORTE-DEC.
           IF PFL-RETENIDA
               MOVE "C"        TO INT-ESTADO
           ELSE
               MOVE "P"        TO INT-ESTADO.
           MOVE CENT-COMISION  TO INT-COMISION-CENT.

           WRITE INTERCAMBIO-REG INVALID KEY
               CLOSE INTERCAMBIO
               GO TO PSYS-ERR.
           CLOSE INTERCAMBIO.

      *    el importe y la comision quedan retenidos hasta que
      *    BANKEMI exporte o rechace la orden, o hasta que cumplimiento
      *    decida la que ha quedado retenida: asi no se puede gastar
      *    dos veces
           PERFORM GRABAR-RETENCION THRU GRABAR-RETENCION-EXIT.

           MOVE "ORDEN INTERBANCARIA" TO DCL-OPERACION-REG.
           MOVE FUNCTION MOD(CENT-SALDO-ORD-USER, 100)
               TO JUS-SALDO-DEC-REG.
           MOVE 0 TO JUS-MOVNUM-REG.
           MOVE CENT-COMISION TO JUS-COMISION-CENT-REG.
           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.
      *    la orden retenida por cumplimiento no se avisa por SMS
           MOVE "Orden de transferencia a otra entidad"
               TO PAV-DESCRIPCION.
           IF NOT PFL-RETENIDA
               PERFORM AVISO-TRANSFERENCIA
                   THRU AVISO-TRANSFERENCIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden interbancaria registrada con numero"
           IF LAST-JUS-NUM > 0
               DISPLAY "Justificante:" LINE 13 COL 19
               DISPLAY LAST-JUS-NUM(20:16) LINE 13 COL 34.
      *    al cliente no se le dice el motivo de la revision
           IF PFL-RETENIDA
               DISPLAY "Queda pendiente de revision antes de su envio"
                   LINE 14 COL 19
               DISPLAY "y el importe sigue retenido en su cuenta"
                   LINE 15 COL 19
           ELSE
               DISPLAY "Se enviara a la camara con la remesa de esta"
                   LINE 14 COL 19
               DISPLAY "noche y entonces se cargara en su cuenta"
                   LINE 15 COL 19
           END-IF.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *    Filtra al beneficiario contra la lista de vigilancia antes
      *    de aparcar la orden (ver BANKFIL); la orden lleva el numero
      *    que se acaba de reservar.
       FILTRAR-ORDEN.
           MOVE NOMBRE-DESTINO      TO PFL-NOMBRE.
           MOVE "O"                 TO PFL-ORIGEN.
           MOVE "BANK6"             TO PFL-PROGRAMA.
           COMPUTE PFL-REFERENCIA = LAST-INT-NUM + 1.
           MOVE TNUM                TO PFL-TARJETA.
           MOVE CUENTA-DESTINO      TO PFL-CUENTA-EXT.
           MOVE CENT-IMPOR-USER     TO PFL-IMPORTE-CENT.
           MOVE SPACES              TO PFL-CONCEPTO.
           MOVE SPACES              TO PFL-ACREEDOR.
           CALL "BANKFIL" USING PETICION-FILTRO.

       FILTRAR-ORDEN-EXIT.
           EXIT.

      *    Aviso por SMS de la transferencia cuando supera el umbral
      *    que el cliente tiene pedido (lo decide BANKNOT); el texto
      *    lo deja preparado el llamante en PAV-DESCRIPCION.
       AVISO-TRANSFERENCIA.
           MOVE TNUM                TO PAV-TARJETA.
           MOVE "MV"                TO PAV-EVENTO.
           MOVE CENT-IMPOR-USER     TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO-ORD-USER TO PAV-SALDO-CENT.
           MOVE "BANK6"             TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.

       AVISO-TRANSFERENCIA-EXIT.
           EXIT.

      *    Retiene el importe de la orden interbancaria recien
      *    aparcada mas su comision, con el mismo numero de la orden;
      *    la libera BANKEMI al exportarla o rechazarla (o BANKCMP al
      *    rechazar la orden retenida por cumplimiento).
       GRABAR-RETENCION.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
           MOVE ANO            TO RET-ANO.
           MOVE MES            TO RET-MES.
           MOVE DIA            TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-TOTAL-USER / 100.
           MOVE FUNCTION MOD(CENT-TOTAL-USER, 100) TO RET-IMPORTE-DEC.
           MOVE "A"            TO RET-ESTADO.

           WRITE RETENCIONES-REG INVALID KEY
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK6"             TO DCL-PROGRAMA.
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
