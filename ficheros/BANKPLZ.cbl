       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPLZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSP.

           SELECT OPTIONAL PRODPLAZO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSR.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSC.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT OPTIONAL FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSF.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.


       DATA DIVISION.
       FILE SECTION.
      *    Depositos a plazo fijo (ver BANKDEP): el principal esta
      *    fuera del saldo de la tarjeta hasta que se paga.
      *    Instruccion "P" pagar a la tarjeta o "R" renovar; estado
      *    "A" activo, "V" vencido y pagado, "C" cancelado antes.
       FD DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositos.ubd".
       01 DEPOSITOS-REG.
           02 DEP-NUM              PIC  9(35).
           02 DEP-TARJETA          PIC  9(16).
           02 DEP-PRODUCTO         PIC  X(04).
           02 DEP-IMPORTE-CENT     PIC  9(9).
           02 DEP-TIPO-PB          PIC  9(5).
           02 DEP-MESES            PIC  9(3).
           02 DEP-PENAL-PB         PIC  9(5).
           02 DEP-F-APERTURA       PIC  9(8).
           02 DEP-F-VENCIMIENTO    PIC  9(8).
           02 DEP-INSTRUCCION      PIC  X(1).
               88 DEP-REEMBOLSAR         VALUE "P".
               88 DEP-RENOVAR            VALUE "R".
           02 DEP-ESTADO           PIC  X(1).
               88 DEP-ACTIVO             VALUE "A".
               88 DEP-VENCIDO            VALUE "V".
               88 DEP-CANCELADO          VALUE "C".
           02 DEP-F-CIERRE         PIC  9(8).
           02 DEP-INTERES-CENT     PIC  9(9).
           02 DEP-PENAL-CENT       PIC  9(9).
           02 DEP-RENOVACIONES     PIC  9(3).

      *    Tabla publicada de productos de plazo fijo (ver BANKPRD):
      *    la renovacion toma las condiciones vigentes del producto.
       FD PRODPLAZO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prodplazo.ubd".
       01 PRODPLAZO-REG.
           02 PRD-CODIGO           PIC  X(04).
           02 PRD-DESCRIPCION      PIC  X(30).
           02 PRD-MESES            PIC  9(03).
           02 PRD-TIPO-PB          PIC  9(05).
           02 PRD-MINIMO-CENT      PIC  9(09).
           02 PRD-PENAL-PB         PIC  9(05).

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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAS-REG.
           02 CTA-TARJETA          PIC  9(16).
           02 CTA-SALDO-ENT        PIC S9(9).
           02 CTA-SALDO-DEC        PIC  9(2).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Calendario de dias habiles (ver BANKFES): una fila por
      *    festivo; los sabados y domingos no necesitan fila, la
      *    regla de fin de semana va en el codigo.
       FD FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVOS-REG.
           02 FES-FECHA            PIC  9(8).
           02 FES-DESCRIPCION      PIC  X(35).

      *    Maestro de tarjetas: el vencimiento solo se paga a una
      *    tarjeta que siga viva.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM         PIC 9(16).
           02 TPIN         PIC  9(8).
           02 TNOMBRE      PIC  X(35).
           02 NUMERO-CUENTA PIC 9(16).
      *    ver BANK1: alta, caducidad y estado de la tarjeta
           02 TFALTA       PIC  9(8).
           02 TFCADUCA     PIC  9(8).
           02 TESTADO      PIC  X(1).


       WORKING-STORAGE SECTION.
       77 FSP                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FST                      PIC  X(2).

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

       77 F-ACTUAL                 PIC  9(8).
       77 F-PROG                   PIC  9(8).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO-TARJETA       PIC S9(9).
       77 CENT-INTERES             PIC  9(9).
       77 CENT-CALCULO             PIC  9(15).
       77 DIAS-PLAZO               PIC  9(5).

       77 CONTADOR-VENCIDOS        PIC  9(7) VALUE 0.
       77 CONTADOR-PAGADOS         PIC  9(7) VALUE 0.
       77 CONTADOR-RENOVADOS       PIC  9(7) VALUE 0.
       77 CONTADOR-SIN-PRODUCTO    PIC  9(7) VALUE 0.
       77 CONTADOR-SIN-TARJETA     PIC  9(7) VALUE 0.
       77 TOTAL-INTERES-CENT       PIC  9(11) VALUE 0.
       77 TOTAL-PRINCIPAL-CENT     PIC  9(11) VALUE 0.

       77 MSJ-REEMBOLSO            PIC  X(35)
           VALUE "Reembolso deposito plazo fijo".
       77 MSJ-INTERES              PIC  X(35)
           VALUE "Intereses deposito plazo fijo".

       01 FECHA-VALOR.
           05 VAL-ANO              PIC  9(4).
           05 VAL-MES              PIC  9(2).
           05 VAL-DIA              PIC  9(2).
       01 F-VALOR REDEFINES FECHA-VALOR PIC 9(8).

       77 DIA-ENTERO               PIC  9(7).
       77 DIA-SEMANA               PIC  9(1).
       77 CALENDARIO-DISPONIBLE    PIC  X(1) VALUE "N".
           88 CALENDARIO-OK         VALUE "S".

      *    Vencimiento de partida y de llegada de una renovacion
       01 FECHA-BASE.
           05 FB-ANO               PIC  9(4).
           05 FB-MES               PIC  9(2).
           05 FB-DIA               PIC  9(2).
       01 F-BASE REDEFINES FECHA-BASE PIC 9(8).

       01 FECHA-VTO.
           05 FV-ANO               PIC  9(4).
           05 FV-MES               PIC  9(2).
           05 FV-DIA               PIC  9(2).
       01 F-VTO REDEFINES FECHA-VTO PIC 9(8).

       77 MESES-SUMAR              PIC  9(3).
       77 MESES-TOTAL              PIC  9(5).
       77 DIA-MAX-MES              PIC  9(2).

      *    VENCIMIENTO DE DEPOSITOS A PLAZO FIJO -- se lanza una vez
      *    al dia en la cadena nocturna y liquida todo deposito activo
      *    cuyo vencimiento ya haya llegado: abona los intereses del
      *    plazo pactado y, segun la instruccion del cliente, devuelve
      *    el principal a la tarjeta o lo renueva por otro plazo igual
      *    a las condiciones vigentes del producto. El vencimiento que
      *    cae en sabado, domingo o festivo se paga el siguiente dia
      *    habil, con esa fecha valor. El deposito cuya tarjeta ya no
      *    existe, esta cancelada o denunciada no se paga ni se
      *    renueva: sigue activo y sale como aviso cada noche hasta
      *    que la oficina lo resuelva.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKPLZ - Vencimiento de depositos a plazo".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

      *    sin fichero de depositos no hay nada que vencer
           OPEN I-O DEPOSITOS.
           IF FSP = 35
               DISPLAY "Sin depositos a plazo"
               GO TO 9999-EXIT.
           IF FSP NOT = 00
               DISPLAY "No se ha podido abrir depositos.ubd FSP=" FSP
               GO TO 9500-ERROR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               CLOSE DEPOSITOS
               GO TO 9500-ERROR.

           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               DISPLAY "No se ha podido abrir cuentas.ubd FSC=" FSC
               CLOSE DEPOSITOS
               CLOSE F-MOVIMIENTOS
               GO TO 9500-ERROR.

           OPEN INPUT PRODPLAZO.
           IF FSR NOT = 00 AND FSR NOT = 05
               DISPLAY "No se ha podido abrir prodplazo.ubd FSR=" FSR
               CLOSE DEPOSITOS
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               GO TO 9500-ERROR.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd FST=" FST
               CLOSE DEPOSITOS
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               CLOSE PRODPLAZO
               GO TO 9500-ERROR.

      *    sin fichero de festivos solo aplica la regla de fin de
      *    semana; el lote no se cae por eso
           MOVE "N" TO CALENDARIO-DISPONIBLE.
           OPEN INPUT FESTIVOS.
           IF FSF = 00 OR FSF = 05
               MOVE "S" TO CALENDARIO-DISPONIBLE
           ELSE
               DISPLAY "festivos.ubd no disponible FSF=" FSF
                   ", solo regla de fin de semana".

           MOVE 0 TO LAST-MOV-NUM.

       2000-RECORRER-DEPOSITOS.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO 9000-FIN.

           IF NOT DEP-ACTIVO
               GO TO 2000-RECORRER-DEPOSITOS.

           MOVE DEP-F-VENCIMIENTO TO F-PROG.
           PERFORM 2500-CALCULAR-VALOR THRU 2500-CALCULAR-VALOR-EXIT.
           IF F-VALOR > F-ACTUAL
               GO TO 2000-RECORRER-DEPOSITOS.

      *    una tarjeta cancelada (cerrada en BANKCIE o sustituida) o
      *    denunciada no debe recibir el vencimiento: el deposito se
      *    queda como esta y se avisa
           MOVE DEP-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "C" TO TESTADO.
           IF TESTADO = "C" OR TESTADO = "R"
               ADD 1 TO CONTADOR-SIN-TARJETA
               DISPLAY "AVISO: deposito " DEP-NUM(20:16)
                   " no pagado, tarjeta " DEP-TARJETA
                   " no activa"
               GO TO 2000-RECORRER-DEPOSITOS.

           ADD 1 TO CONTADOR-VENCIDOS.

      *    los intereses son los del plazo pactado, de la apertura
      *    (o la ultima renovacion) al vencimiento contractual: los
      *    dias que se espera a un dia habil no devengan
           COMPUTE DIAS-PLAZO =
               FUNCTION INTEGER-OF-DATE(DEP-F-VENCIMIENTO)
             - FUNCTION INTEGER-OF-DATE(DEP-F-APERTURA).
           COMPUTE CENT-CALCULO = (DEP-IMPORTE-CENT * DEP-TIPO-PB
                                   * DIAS-PLAZO) / 3650000.
           MOVE CENT-CALCULO TO CENT-INTERES.

      *    la renovacion necesita que el producto siga publicado; si
      *    se ha retirado de la tabla, el deposito se paga
           IF DEP-RENOVAR
               MOVE DEP-PRODUCTO TO PRD-CODIGO
               READ PRODPLAZO INVALID KEY
                   ADD 1 TO CONTADOR-SIN-PRODUCTO
                   MOVE "P" TO DEP-INSTRUCCION
               END-READ
           END-IF.

           MOVE 0 TO CANT-RESERVA.
           IF CENT-INTERES > 0
               ADD 1 TO CANT-RESERVA.
           IF DEP-REEMBOLSAR
               ADD 1 TO CANT-RESERVA.
           IF CANT-RESERVA > 0
               PERFORM 8000-RESERVAR-MOV-NUM
                   THRU 8000-RESERVAR-MOV-NUM-EXIT
               PERFORM 3000-SALDO-TARJETA
                   THRU 3000-SALDO-TARJETA-EXIT.

           IF CENT-INTERES > 0
               PERFORM 5000-ABONAR-INTERES
                   THRU 5000-ABONAR-INTERES-EXIT.

           ADD CENT-INTERES TO DEP-INTERES-CENT.
           ADD CENT-INTERES TO TOTAL-INTERES-CENT.

           IF DEP-REEMBOLSAR
               PERFORM 5100-REEMBOLSAR THRU 5100-REEMBOLSAR-EXIT
           ELSE
               PERFORM 6000-RENOVAR THRU 6000-RENOVAR-EXIT.

           REWRITE DEPOSITOS-REG INVALID KEY
               DISPLAY "Error actualizando deposito DEP-NUM=" DEP-NUM
               GO TO 9500-ERROR.

           GO TO 2000-RECORRER-DEPOSITOS.

      *    El saldo de la tarjeta se obtiene con una lectura por
      *    clave sobre el maestro CUENTAS, en centimos con el signo
      *    en la parte entera.
       3000-SALDO-TARJETA.
           MOVE DEP-TARJETA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO-TARJETA = (CTA-SALDO-ENT * 100)
                                            - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO-TARJETA = (CTA-SALDO-ENT * 100)
                                            + CTA-SALDO-DEC
           END-IF.

       3000-SALDO-TARJETA-EXIT.
           EXIT.

       5000-ABONAR-INTERES.
           ADD CENT-INTERES TO CENT-SALDO-TARJETA.
           PERFORM 5200-PREPARAR-MOVIMIENTO
               THRU 5200-PREPARAR-MOVIMIENTO-EXIT.
           COMPUTE MOV-IMPORTE-ENT = CENT-INTERES / 100.
           MOVE FUNCTION MOD(CENT-INTERES, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-INTERES  TO MOV-CONCEPTO.
           MOVE "IF"         TO MOV-TIPO.
           MOVE CENT-INTERES TO MOV-IMPORTE-CENT.
           PERFORM 5300-GRABAR-MOVIMIENTO
               THRU 5300-GRABAR-MOVIMIENTO-EXIT.

       5000-ABONAR-INTERES-EXIT.
           EXIT.

      *    Devuelve el principal a la tarjeta y cierra el deposito.
       5100-REEMBOLSAR.
           ADD DEP-IMPORTE-CENT TO CENT-SALDO-TARJETA.
           PERFORM 5200-PREPARAR-MOVIMIENTO
               THRU 5200-PREPARAR-MOVIMIENTO-EXIT.
           COMPUTE MOV-IMPORTE-ENT = DEP-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(DEP-IMPORTE-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-REEMBOLSO    TO MOV-CONCEPTO.
           MOVE "VF"             TO MOV-TIPO.
           MOVE DEP-IMPORTE-CENT TO MOV-IMPORTE-CENT.
           PERFORM 5300-GRABAR-MOVIMIENTO
               THRU 5300-GRABAR-MOVIMIENTO-EXIT.

           MOVE "V"      TO DEP-ESTADO.
           MOVE F-VALOR  TO DEP-F-CIERRE.
           ADD 1 TO CONTADOR-PAGADOS.
           ADD DEP-IMPORTE-CENT TO TOTAL-PRINCIPAL-CENT.

       5100-REEMBOLSAR-EXIT.
           EXIT.

      *    Cabecera comun de los movimientos del lote: tarjeta del
      *    deposito, fecha valor real y el numero de deposito como
      *    contrapartida.
       5200-PREPARAR-MOVIMIENTO.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE DEP-TARJETA     TO MOV-TARJETA.
           MOVE VAL-ANO         TO MOV-ANO.
           MOVE VAL-MES         TO MOV-MES.
           MOVE VAL-DIA         TO MOV-DIA.
           MOVE 00              TO MOV-HOR.
           MOVE 00              TO MOV-MIN.
           MOVE 00              TO MOV-SEG.
           MOVE DEP-NUM(20:16)  TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

       5200-PREPARAR-MOVIMIENTO-EXIT.
           EXIT.

      *    el signo del saldo viaja en la parte entera y los
      *    centimos son magnitud, igual que en los importes
       5300-GRABAR-MOVIMIENTO.
           IF CENT-SALDO-TARJETA < 0
               COMPUTE MOV-SALDOPOS-ENT =
                   0 - ((0 - CENT-SALDO-TARJETA) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO-TARJETA), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-TARJETA / 100)
               MOVE FUNCTION MOD(CENT-SALDO-TARJETA, 100)
                   TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimiento DEP-NUM="
                   DEP-NUM
               GO TO 9500-ERROR.
           PERFORM 5500-ACTUALIZAR-CUENTA
               THRU 5500-ACTUALIZAR-CUENTA-EXIT.

       5300-GRABAR-MOVIMIENTO-EXIT.
           EXIT.

       5500-ACTUALIZAR-CUENTA.
           MOVE MOV-TARJETA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               GO TO 5500-ACTUALIZAR-CUENTA-NUEVA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY
               DISPLAY "Error actualizando cuenta " MOV-TARJETA
               GO TO 9500-ERROR.
           GO TO 5500-ACTUALIZAR-CUENTA-EXIT.

       5500-ACTUALIZAR-CUENTA-NUEVA.
           MOVE MOV-TARJETA TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           WRITE CUENTAS-REG INVALID KEY
               DISPLAY "Error creando cuenta " MOV-TARJETA
               GO TO 9500-ERROR.

       5500-ACTUALIZAR-CUENTA-EXIT.
           EXIT.

      *    Renovacion: el principal sigue fuera de la tarjeta y
      *    empieza otro plazo el dia del vencimiento contractual, con
      *    el tipo, los meses y la penalizacion vigentes del producto
      *    (PRODPLAZO-REG queda leido en 2000-RECORRER-DEPOSITOS).
       6000-RENOVAR.
           MOVE DEP-F-VENCIMIENTO TO DEP-F-APERTURA.
           MOVE DEP-F-VENCIMIENTO TO F-BASE.
           MOVE PRD-TIPO-PB       TO DEP-TIPO-PB.
           MOVE PRD-MESES         TO DEP-MESES.
           MOVE PRD-PENAL-PB      TO DEP-PENAL-PB.
           MOVE DEP-MESES         TO MESES-SUMAR.
           PERFORM 6100-SUMAR-MESES THRU 6100-SUMAR-MESES-EXIT.
           MOVE F-VTO             TO DEP-F-VENCIMIENTO.
           ADD 1 TO DEP-RENOVACIONES.
           ADD 1 TO CONTADOR-RENOVADOS.

       6000-RENOVAR-EXIT.
           EXIT.

      *    Suma MESES-SUMAR meses a F-BASE y deja el resultado en
      *    F-VTO, recortando el dia al ultimo del mes de llegada. La
      *    logica se repite en BANKDEP porque la working-storage no
      *    se comparte.
       6100-SUMAR-MESES.
           COMPUTE MESES-TOTAL = FB-MES - 1 + MESES-SUMAR.
           COMPUTE FV-ANO = FB-ANO + (MESES-TOTAL / 12).
           COMPUTE FV-MES = FUNCTION MOD(MESES-TOTAL, 12) + 1.

           EVALUATE FV-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIA-MAX-MES
               WHEN 2
                   IF FUNCTION MOD(FV-ANO, 400) = 0
                       MOVE 29 TO DIA-MAX-MES
                   ELSE
                       IF FUNCTION MOD(FV-ANO, 100) = 0
                           MOVE 28 TO DIA-MAX-MES
                       ELSE
                           IF FUNCTION MOD(FV-ANO, 4) = 0
                               MOVE 29 TO DIA-MAX-MES
                           ELSE
                               MOVE 28 TO DIA-MAX-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIA-MAX-MES
           END-EVALUATE.

           MOVE FB-DIA TO FV-DIA.
           IF FV-DIA > DIA-MAX-MES
               MOVE DIA-MAX-MES TO FV-DIA.

       6100-SUMAR-MESES-EXIT.
           EXIT.

      *    Fecha valor del vencimiento: se rueda al siguiente dia
      *    habil saltando fines de semana y festivos del calendario.
       2500-CALCULAR-VALOR.
           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(F-PROG).

       2510-PROBAR-DIA.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-ENTERO, 7).
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               ADD 1 TO DIA-ENTERO
               GO TO 2510-PROBAR-DIA.

           COMPUTE F-VALOR = FUNCTION DATE-OF-INTEGER(DIA-ENTERO).

           IF NOT CALENDARIO-OK
               GO TO 2500-CALCULAR-VALOR-EXIT.

           MOVE F-VALOR TO FES-FECHA.
           READ FESTIVOS INVALID KEY
               GO TO 2500-CALCULAR-VALOR-EXIT.
           ADD 1 TO DIA-ENTERO.
           GO TO 2510-PROBAR-DIA.

       2500-CALCULAR-VALOR-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento consecutivos en
      *    el fichero de contadores y deja en LAST-MOV-NUM el ultimo
      *    numero ya usado antes de la reserva.
       8000-RESERVAR-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               GO TO 9500-ERROR.
           MOVE "MOVIMIENTOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               DISPLAY "Falta el contador MOVIMIENTOS, lanzar BANKCNT"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-MOV-NUM.
           ADD CANT-RESERVA TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando numeros de movimiento"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

       8000-RESERVAR-MOV-NUM-EXIT.
           EXIT.

       9000-FIN.
           CLOSE DEPOSITOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE PRODPLAZO.
           CLOSE TARJETAS.
           IF CALENDARIO-OK
               CLOSE FESTIVOS.
           DISPLAY "Depositos vencidos hoy:                "
               CONTADOR-VENCIDOS.
           DISPLAY "Pagados a la tarjeta:                  "
               CONTADOR-PAGADOS.
           DISPLAY "Renovados:                             "
               CONTADOR-RENOVADOS.
           IF CONTADOR-SIN-PRODUCTO > 0
               DISPLAY "Pagados por producto ya retirado:      "
                   CONTADOR-SIN-PRODUCTO.
           IF CONTADOR-SIN-TARJETA > 0
               DISPLAY "Sin pagar por tarjeta no activa:       "
                   CONTADOR-SIN-TARJETA.
           DISPLAY "Intereses abonados (centimos):         "
               TOTAL-INTERES-CENT.
           DISPLAY "Principal devuelto (centimos):         "
               TOTAL-PRINCIPAL-CENT.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que el
      *    orquestador de la cadena nocturna sepa que este trabajo no
      *    termino bien y corte la cadena en este punto.
       9500-ERROR.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
