       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCUO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSQ.

           SELECT PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           ALTERNATE RECORD KEY IS PRE-TARJETA WITH DUPLICATES
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSH.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.


       DATA DIVISION.
       FILE SECTION.
      *    Cuadro de amortizacion de los prestamos (alta en BANKPRE):
      *    una fila por cuota con lo cobrado de cada parte y la
      *    demora devengada. Estado "P" por cobrar (con sus
      *    reintentos), "M" en mora, "C" cobrada.
       FD CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotas.ubd".
       01 CUOTAS-REG.
           02 CUO-CLAVE.
               03 CUO-PRESTAMO     PIC  9(35).
               03 CUO-NUMERO       PIC  9(3).
           02 CUO-F-VENCIMIENTO    PIC  9(8).
           02 CUO-CAPITAL-CENT     PIC  9(9).
           02 CUO-INTERES-CENT     PIC  9(9).
           02 CUO-CUOTA-CENT       PIC  9(9).
           02 CUO-PENDIENTE-CENT   PIC  9(9).
           02 CUO-CAP-COBRADO-CENT PIC  9(9).
           02 CUO-INT-COBRADO-CENT PIC  9(9).
           02 CUO-DEMORA-CENT      PIC  9(9).
           02 CUO-DEM-COBRADA-CENT PIC  9(9).
           02 CUO-F-DEMORA         PIC  9(8).
           02 CUO-F-REINTENTO      PIC  9(8).
           02 CUO-REINTENTOS       PIC  9(2).
           02 CUO-ESTADO           PIC  X(1).
               88 CUO-POR-COBRAR         VALUE "P".
               88 CUO-EN-MORA            VALUE "M".
               88 CUO-COBRADA            VALUE "C".
           02 CUO-F-COBRO          PIC  9(8).

      *    Prestamos al consumo (ver BANKPRE): el capital pendiente
      *    baja con cada cobro de capital y el numero de cuotas en
      *    mora decide el estado "A" al corriente o "M" en mora;
      *    cobrado todo el capital el prestamo queda "L" liquidado.
       FD PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMOS-REG.
           02 PRE-NUM              PIC  9(35).
           02 PRE-TARJETA          PIC  9(16).
           02 PRE-PRINCIPAL-CENT   PIC  9(9).
           02 PRE-TIPO-PB          PIC  9(5).
           02 PRE-DEMORA-PB        PIC  9(5).
           02 PRE-PLAZO            PIC  9(3).
           02 PRE-F-PRIMER-VTO     PIC  9(8).
           02 PRE-F-ALTA           PIC  9(8).
           02 PRE-CUOTA-CENT       PIC  9(9).
           02 PRE-PENDIENTE-CENT   PIC  9(9).
           02 PRE-CUOTAS-MORA      PIC  9(3).
           02 PRE-ESTADO           PIC  X(1).
               88 PRE-AL-CORRIENTE       VALUE "A".
               88 PRE-EN-MORA            VALUE "M".
               88 PRE-LIQUIDADO          VALUE "L".
           02 PRE-F-LIQUIDACION    PIC  9(8).
           02 PRE-OPERADOR         PIC  X(08).
           02 PRE-AUTORIZADOR      PIC  X(08).

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

      *    Traza de auditoria: la cuota que entra en mora deja su
      *    fila, para que la oficina pueda avisar al cliente.
       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM              PIC  9(35).
           02 AUD-TARJETA          PIC  9(16).
           02 AUD-ANO              PIC   9(4).
           02 AUD-MES              PIC   9(2).
           02 AUD-DIA              PIC   9(2).
           02 AUD-HOR              PIC   9(2).
           02 AUD-MIN              PIC   9(2).
           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Descubierto autorizado por tarjeta (ver BANKSUP): la cuota
      *    se cubre tambien con el descubierto, igual que el resto de
      *    cargos del sistema.
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubier.ubd".
       01 DESCUBIERTOS-REG.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Parametros de explotacion (ver BANKPAR): dias habiles de
      *    reintento de una cuota sin saldo, los mismos que los de
      *    las programadas de BANKLOTE (DIAS-REINTENTO).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Relacion de morosos: se regenera cada noche con todas las
      *    cuotas en mora, lo impagado y la demora pendiente.
       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "morosidad.lst".
       01 LINEA-INFORME            PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSQ                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSI                      PIC  X(2).

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
       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).
       77 DIAS-REINTENTO           PIC  9(2) VALUE 3.

      *    Importes de la cuota en proceso, en centimos
       77 CENT-SALDO-TARJETA       PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 CENT-IMPAGADO            PIC S9(9).
       77 CENT-DEMORA-PEND         PIC S9(9).
       77 CENT-DEUDA               PIC S9(9).
       77 CENT-COBRO               PIC S9(9).
       77 CENT-RESTO               PIC S9(9).
       77 PAGO-DEMORA              PIC  9(9).
       77 PAGO-INTERES             PIC  9(9).
       77 PAGO-CAPITAL             PIC  9(9).
       77 CENT-APUNTE              PIC  9(9).
       77 CENT-CALCULO             PIC  9(15).
       77 DIAS-DEMORA              PIC  9(5).

      *    Apunte preparado para 5300-GRABAR-MOVIMIENTO
       77 TIPO-APUNTE              PIC  X(2).
       77 CONCEPTO-APUNTE          PIC  X(35).

       77 CONTADOR-VENCIDAS        PIC  9(7) VALUE 0.
       77 CONTADOR-COBRADAS        PIC  9(7) VALUE 0.
       77 CONTADOR-REINTENTOS      PIC  9(7) VALUE 0.
       77 CONTADOR-NUEVA-MORA      PIC  9(7) VALUE 0.
       77 CONTADOR-EN-MORA         PIC  9(7) VALUE 0.
       77 CONTADOR-LIQUIDADOS      PIC  9(7) VALUE 0.
       77 TOTAL-CAPITAL-CENT       PIC  9(11) VALUE 0.
       77 TOTAL-INTERES-CENT       PIC  9(11) VALUE 0.
       77 TOTAL-DEMORA-CENT        PIC  9(11) VALUE 0.
       77 TOTAL-IMPAGADO-CENT      PIC  9(11) VALUE 0.
       77 TOTAL-DEM-PEND-CENT      PIC  9(11) VALUE 0.

       77 MSJ-CAPITAL              PIC  X(35)
           VALUE "Cuota prestamo: capital".
       77 MSJ-INTERES              PIC  X(35)
           VALUE "Cuota prestamo: intereses".
       77 MSJ-DEMORA               PIC  X(35)
           VALUE "Intereses de demora prestamo".

       01 LIN-MOR-CAB.
           05 FILLER               PIC  X(34)
               VALUE "UNIZARBANK - PRESTAMOS EN MORA AL ".
           05 MOR-FECHA            PIC  9(8).
           05 FILLER               PIC  X(48) VALUE SPACES.

       01 LIN-MOR-TIT.
           05 FILLER               PIC  X(44) VALUE
               "PRESTAMO   CUO TARJETA          VENCIMIENTO ".
           05 FILLER               PIC  X(34) VALUE
               "DIAS   IMPAGADO     DEMORA TITULAR".
           05 FILLER               PIC  X(12) VALUE SPACES.

       01 LIN-MOR.
           05 MOR-NUM              PIC  9(10).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-CUOTA            PIC  9(3).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 MOR-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 MOR-ANO              PIC  9(4).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-DIAS             PIC  9(5).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-IMPAGADO-ENT     PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 MOR-IMPAGADO-DEC     PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-DEMORA-ENT       PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 MOR-DEMORA-DEC       PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 MOR-TITULAR          PIC  X(18).
           05 FILLER               PIC  X(1) VALUE SPACES.

       01 LIN-MOR-TOT.
           05 FILLER               PIC  X(16) VALUE "CUOTAS EN MORA: ".
           05 TOT-CUOTAS           PIC  9(7).
           05 FILLER               PIC  X(20)
               VALUE "   TOTAL IMPAGADO:  ".
           05 TOT-IMPAGADO-ENT     PIC  9(9).
           05 FILLER               PIC  X(1) VALUE ",".
           05 TOT-IMPAGADO-DEC     PIC  9(2).
           05 FILLER               PIC  X(10) VALUE "  DEMORA: ".
           05 TOT-DEMORA-ENT       PIC  9(9).
           05 FILLER               PIC  X(1) VALUE ",".
           05 TOT-DEMORA-DEC       PIC  9(2).
           05 FILLER               PIC  X(13) VALUE SPACES.

       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

      *    Fecha valor del cobro: el primer dia habil igual o
      *    posterior a la fecha pactada.
       01 FECHA-VALOR.
           05 VAL-ANO              PIC  9(4).
           05 VAL-MES              PIC  9(2).
           05 VAL-DIA              PIC  9(2).
       01 F-VALOR REDEFINES FECHA-VALOR PIC 9(8).

       01 FECHA-VTO.
           05 FV-ANO               PIC  9(4).
           05 FV-MES               PIC  9(2).
           05 FV-DIA               PIC  9(2).
       01 F-VTO REDEFINES FECHA-VTO PIC 9(8).

       77 DIA-ENTERO               PIC  9(7).
       77 DIA-SEMANA               PIC  9(1).
       77 CALENDARIO-DISPONIBLE    PIC  X(1) VALUE "N".
           88 CALENDARIO-OK         VALUE "S".
       77 TARJETAS-DISPONIBLE      PIC  X(1) VALUE "N".
           88 TARJETAS-OK           VALUE "S".

      *    COBRO DE CUOTAS DE PRESTAMOS -- se lanza una vez al dia en
      *    la cadena nocturna y cobra de CUENTAS cada cuota el dia de
      *    su vencimiento (el siguiente dia habil si cae en sabado,
      *    domingo o festivo). La cuota se cubre con el saldo mas el
      *    descubierto autorizado; si no llega se cobra lo que haya,
      *    primero la demora, luego los intereses y luego el capital,
      *    y el resto se reintenta los dias habiles siguientes igual
      *    que las programadas de BANKLOTE. Agotados los reintentos la
      *    cuota entra en mora: devenga intereses de demora al tipo
      *    del prestamo sobre lo impagado desde su vencimiento y se
      *    intenta cobrar cada dia habil hasta cubrirla. Al final se
      *    deja en morosidad.lst la relacion de cuotas en mora.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKCUO - Cobro de cuotas de prestamos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

      *    sin fichero de cuotas no hay prestamos que cobrar
           OPEN I-O CUOTAS.
           IF FSQ = 35
               DISPLAY "Sin prestamos"
               GO TO 9999-EXIT.
           IF FSQ NOT = 00
               DISPLAY "No se ha podido abrir cuotas.ubd FSQ=" FSQ
               GO TO 9500-ERROR.

           OPEN I-O PRESTAMOS.
           IF FSL NOT = 00
               DISPLAY "No se ha podido abrir prestamos.ubd FSL=" FSL
               CLOSE CUOTAS
               GO TO 9500-ERROR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               CLOSE CUOTAS
               CLOSE PRESTAMOS
               GO TO 9500-ERROR.

           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               DISPLAY "No se ha podido abrir cuentas.ubd FSC=" FSC
               CLOSE CUOTAS
               CLOSE PRESTAMOS
               CLOSE F-MOVIMIENTOS
               GO TO 9500-ERROR.

           OPEN OUTPUT INFORME.
           IF FSI NOT = 00
               DISPLAY "No se ha podido abrir morosidad.lst FSI=" FSI
               CLOSE CUOTAS
               CLOSE PRESTAMOS
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               GO TO 9500-ERROR.
           MOVE F-ACTUAL TO MOR-FECHA.
           WRITE LINEA-INFORME FROM LIN-MOR-CAB.
           WRITE LINEA-INFORME FROM LIN-BLANCA.
           WRITE LINEA-INFORME FROM LIN-MOR-TIT.

      *    el titular solo sirve para la relacion de morosos: sin
      *    maestro de tarjetas la linea sale sin nombre
           MOVE "N" TO TARJETAS-DISPONIBLE.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE "S" TO TARJETAS-DISPONIBLE.

      *    sin fichero de festivos solo aplica la regla de fin de
      *    semana; el lote no se cae por eso
           MOVE "N" TO CALENDARIO-DISPONIBLE.
           OPEN INPUT FESTIVOS.
           IF FSF = 00 OR FSF = 05
               MOVE "S" TO CALENDARIO-DISPONIBLE
           ELSE
               DISPLAY "festivos.ubd no disponible FSF=" FSF
                   ", solo regla de fin de semana".

           PERFORM 0500-LEER-PARAMETROS THRU 0500-LEER-PARAMETROS-EXIT.
           MOVE 0 TO LAST-MOV-NUM.

       2000-RECORRER-CUOTAS.
           READ CUOTAS NEXT RECORD AT END
               GO TO 9000-FIN.

           IF CUO-COBRADA
               GO TO 2000-RECORRER-CUOTAS.

      *    la cuota por cobrar se intenta en su fecha (la del
      *    vencimiento o la del reintento); la que esta en mora, cada
      *    dia habil
           IF CUO-EN-MORA
               MOVE F-ACTUAL TO F-PROG
           ELSE
               MOVE CUO-F-REINTENTO TO F-PROG.
           PERFORM 2500-CALCULAR-VALOR THRU 2500-CALCULAR-VALOR-EXIT.
           IF F-VALOR > F-ACTUAL
               GO TO 2900-ANOTAR-MORA.

           MOVE CUO-PRESTAMO TO PRE-NUM.
           READ PRESTAMOS INVALID KEY
               DISPLAY "Cuota sin prestamo PRE-NUM=" CUO-PRESTAMO
               GO TO 2000-RECORRER-CUOTAS.

           ADD 1 TO CONTADOR-VENCIDAS.

           IF CUO-EN-MORA
               PERFORM 4000-DEVENGAR-DEMORA
                   THRU 4000-DEVENGAR-DEMORA-EXIT.

           PERFORM 3000-SALDO-TARJETA THRU 3000-SALDO-TARJETA-EXIT.
           PERFORM 3500-COMPROBAR-FONDOS
               THRU 3500-COMPROBAR-FONDOS-EXIT.

           IF CENT-COBRO > 0
               PERFORM 5000-COBRAR THRU 5000-COBRAR-EXIT.

           IF CUO-CAP-COBRADO-CENT = CUO-CAPITAL-CENT
                   AND CUO-INT-COBRADO-CENT = CUO-INTERES-CENT
                   AND CUO-DEM-COBRADA-CENT = CUO-DEMORA-CENT
               PERFORM 6000-CUOTA-COBRADA
                   THRU 6000-CUOTA-COBRADA-EXIT
           ELSE
               IF CUO-POR-COBRAR
                   PERFORM 6500-REINTENTO THRU 6500-REINTENTO-EXIT
               END-IF
           END-IF.

           REWRITE CUOTAS-REG INVALID KEY
               DISPLAY "Error actualizando cuota PRE-NUM=" CUO-PRESTAMO
               GO TO 9500-ERROR.
           REWRITE PRESTAMOS-REG INVALID KEY
               DISPLAY "Error actualizando prestamo PRE-NUM=" PRE-NUM
               GO TO 9500-ERROR.

       2900-ANOTAR-MORA.
           IF CUO-EN-MORA
               PERFORM 7500-LINEA-MOROSO THRU 7500-LINEA-MOROSO-EXIT.
           GO TO 2000-RECORRER-CUOTAS.

      *    Fecha valor del cobro: se rueda al siguiente dia habil
      *    saltando fines de semana y festivos del calendario
      *    (INTEGER-OF-DATE parte del lunes 1-1-1601, asi que MOD 7 =
      *    6 es sabado y 0 es domingo).
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

      *    El saldo de la tarjeta se obtiene con una lectura por
      *    clave sobre el maestro CUENTAS, en centimos con el signo
      *    en la parte entera.
       3000-SALDO-TARJETA.
           MOVE PRE-TARJETA TO CTA-TARJETA.
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

      *    Lo que se puede cobrar hoy: la deuda entera si cabe en el
      *    saldo mas el descubierto, y si no lo que quepa. Igual que
      *    en BANKLOTE el cargo no puede dejar un saldo negativo de
      *    menos de un euro (el maestro no lo representa): en ese
      *    caso se cobra solo hasta dejar la cuenta a cero.
       3500-COMPROBAR-FONDOS.
           COMPUTE CENT-IMPAGADO = CUO-CUOTA-CENT
               - CUO-CAP-COBRADO-CENT - CUO-INT-COBRADO-CENT.
           COMPUTE CENT-DEMORA-PEND = CUO-DEMORA-CENT
               - CUO-DEM-COBRADA-CENT.
           COMPUTE CENT-DEUDA = CENT-IMPAGADO + CENT-DEMORA-PEND.

           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSH NOT = 00 AND FSH NOT = 05
               GO TO 3500-COMPROBAR-COBRO.
           MOVE PRE-TARJETA TO DSC-TARJETA.
           READ DESCUBIERTOS INVALID KEY
               CLOSE DESCUBIERTOS
               GO TO 3500-COMPROBAR-COBRO.
           MOVE DSC-LIMITE-CENT TO CENT-DESCUBIERTO.
           CLOSE DESCUBIERTOS.

       3500-COMPROBAR-COBRO.
           IF CENT-DEUDA > (CENT-SALDO-TARJETA + CENT-DESCUBIERTO)
               COMPUTE CENT-COBRO = CENT-SALDO-TARJETA
                                    + CENT-DESCUBIERTO
           ELSE
               MOVE CENT-DEUDA TO CENT-COBRO.

           IF (CENT-SALDO-TARJETA - CENT-COBRO) < 0
                   AND (CENT-SALDO-TARJETA - CENT-COBRO) > -100
               MOVE CENT-SALDO-TARJETA TO CENT-COBRO.

           IF CENT-COBRO < 0
               MOVE 0 TO CENT-COBRO.

       3500-COMPROBAR-FONDOS-EXIT.
           EXIT.

      *    Demora de la cuota en mora: lo impagado (capital mas
      *    intereses) por el tipo de demora del prestamo y los dias
      *    transcurridos desde la ultima liquidacion, truncada al
      *    centimo igual que los intereses de BANKINT.
       4000-DEVENGAR-DEMORA.
           IF F-VALOR NOT > CUO-F-DEMORA
               GO TO 4000-DEVENGAR-DEMORA-EXIT.

           COMPUTE DIAS-DEMORA =
               FUNCTION INTEGER-OF-DATE(F-VALOR)
             - FUNCTION INTEGER-OF-DATE(CUO-F-DEMORA).
           COMPUTE CENT-CALCULO = (CUO-CUOTA-CENT
               - CUO-CAP-COBRADO-CENT - CUO-INT-COBRADO-CENT)
               * PRE-DEMORA-PB * DIAS-DEMORA / 3650000.
           ADD CENT-CALCULO TO CUO-DEMORA-CENT.
           MOVE F-VALOR TO CUO-F-DEMORA.

       4000-DEVENGAR-DEMORA-EXIT.
           EXIT.

      *    Reparte lo cobrado entre demora, intereses y capital, por
      *    ese orden, y postea un movimiento por cada parte.
       5000-COBRAR.
           MOVE CENT-COBRO TO CENT-RESTO.

           MOVE CENT-DEMORA-PEND TO PAGO-DEMORA.
           IF PAGO-DEMORA > CENT-RESTO
               MOVE CENT-RESTO TO PAGO-DEMORA.
           SUBTRACT PAGO-DEMORA FROM CENT-RESTO.

           COMPUTE PAGO-INTERES = CUO-INTERES-CENT
                                  - CUO-INT-COBRADO-CENT.
           IF PAGO-INTERES > CENT-RESTO
               MOVE CENT-RESTO TO PAGO-INTERES.
           SUBTRACT PAGO-INTERES FROM CENT-RESTO.

           MOVE CENT-RESTO TO PAGO-CAPITAL.

           MOVE 0 TO CANT-RESERVA.
           IF PAGO-DEMORA > 0
               ADD 1 TO CANT-RESERVA.
           IF PAGO-INTERES > 0
               ADD 1 TO CANT-RESERVA.
           IF PAGO-CAPITAL > 0
               ADD 1 TO CANT-RESERVA.
           PERFORM 8000-RESERVAR-MOV-NUM
               THRU 8000-RESERVAR-MOV-NUM-EXIT.

           IF PAGO-DEMORA > 0
               MOVE PAGO-DEMORA TO CENT-APUNTE
               MOVE "DM"        TO TIPO-APUNTE
               MOVE MSJ-DEMORA  TO CONCEPTO-APUNTE
               PERFORM 5300-GRABAR-MOVIMIENTO
                   THRU 5300-GRABAR-MOVIMIENTO-EXIT
               ADD PAGO-DEMORA TO CUO-DEM-COBRADA-CENT
               ADD PAGO-DEMORA TO TOTAL-DEMORA-CENT.

           IF PAGO-INTERES > 0
               MOVE PAGO-INTERES TO CENT-APUNTE
               MOVE "IP"         TO TIPO-APUNTE
               MOVE MSJ-INTERES  TO CONCEPTO-APUNTE
               PERFORM 5300-GRABAR-MOVIMIENTO
                   THRU 5300-GRABAR-MOVIMIENTO-EXIT
               ADD PAGO-INTERES TO CUO-INT-COBRADO-CENT
               ADD PAGO-INTERES TO TOTAL-INTERES-CENT.

           IF PAGO-CAPITAL > 0
               MOVE PAGO-CAPITAL TO CENT-APUNTE
               MOVE "CP"         TO TIPO-APUNTE
               MOVE MSJ-CAPITAL  TO CONCEPTO-APUNTE
               PERFORM 5300-GRABAR-MOVIMIENTO
                   THRU 5300-GRABAR-MOVIMIENTO-EXIT
               ADD PAGO-CAPITAL TO CUO-CAP-COBRADO-CENT
               SUBTRACT PAGO-CAPITAL FROM PRE-PENDIENTE-CENT
               ADD PAGO-CAPITAL TO TOTAL-CAPITAL-CENT.

       5000-COBRAR-EXIT.
           EXIT.

      *    Cargo de CENT-APUNTE en la tarjeta del prestamo, con la
      *    fecha valor del cobro y el numero de prestamo como
      *    contrapartida; el signo del saldo viaja en la parte entera
      *    y los centimos son magnitud, igual que en los importes.
       5300-GRABAR-MOVIMIENTO.
           SUBTRACT CENT-APUNTE FROM CENT-SALDO-TARJETA.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE PRE-TARJETA     TO MOV-TARJETA.
           MOVE VAL-ANO         TO MOV-ANO.
           MOVE VAL-MES         TO MOV-MES.
           MOVE VAL-DIA         TO MOV-DIA.
           MOVE 00              TO MOV-HOR.
           MOVE 00              TO MOV-MIN.
           MOVE 00              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-APUNTE / 100).
           MOVE FUNCTION MOD(CENT-APUNTE, 100) TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.
           MOVE TIPO-APUNTE     TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-APUNTE.
           MOVE PRE-NUM(20:16)  TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

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
               DISPLAY "Error escribiendo movimiento PRE-NUM="
                   PRE-NUM
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

      *    Cuota cubierta del todo: sale de la mora si estaba en ella
      *    y, cobrado todo el capital, el prestamo queda liquidado.
       6000-CUOTA-COBRADA.
           IF CUO-EN-MORA
               SUBTRACT 1 FROM PRE-CUOTAS-MORA.
           MOVE "C"     TO CUO-ESTADO.
           MOVE F-VALOR TO CUO-F-COBRO.
           ADD 1 TO CONTADOR-COBRADAS.

           IF PRE-PENDIENTE-CENT = 0
               MOVE "L"     TO PRE-ESTADO
               MOVE F-VALOR TO PRE-F-LIQUIDACION
               ADD 1 TO CONTADOR-LIQUIDADOS
           ELSE
               IF PRE-CUOTAS-MORA = 0
                   MOVE "A" TO PRE-ESTADO
               END-IF
           END-IF.

       6000-CUOTA-COBRADA-EXIT.
           EXIT.

      *    Cuota sin cubrir: se reintenta el siguiente dia habil
      *    hasta DIAS-REINTENTO veces, como las programadas de
      *    BANKLOTE; agotados los reintentos entra en mora con traza
      *    de auditoria y empieza a devengar demora desde su
      *    vencimiento.
       6500-REINTENTO.
           ADD 1 TO CUO-REINTENTOS.

           IF CUO-REINTENTOS <= DIAS-REINTENTO
               PERFORM 6600-SIGUIENTE-HABIL
                   THRU 6600-SIGUIENTE-HABIL-EXIT
               MOVE F-VALOR TO CUO-F-REINTENTO
               ADD 1 TO CONTADOR-REINTENTOS
               GO TO 6500-REINTENTO-EXIT.

           MOVE "M" TO CUO-ESTADO.
           ADD 1 TO PRE-CUOTAS-MORA.
           MOVE "M" TO PRE-ESTADO.
           ADD 1 TO CONTADOR-NUEVA-MORA.
           PERFORM 4000-DEVENGAR-DEMORA
               THRU 4000-DEVENGAR-DEMORA-EXIT.
           MOVE "CUOTA EN MORA" TO AUD-TIPO-REG.
           PERFORM 6700-ESCRIBIR-AUDITORIA
               THRU 6700-ESCRIBIR-AUDITORIA-EXIT.

       6500-REINTENTO-EXIT.
           EXIT.

      *    Primer dia habil estrictamente posterior a hoy, con la
      *    misma regla de fin de semana y festivos del calculo de
      *    fecha valor.
       6600-SIGUIENTE-HABIL.
           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(F-ACTUAL)
                                + 1.

       6610-SIGUIENTE-HABIL-PROBAR.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-ENTERO, 7).
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               ADD 1 TO DIA-ENTERO
               GO TO 6610-SIGUIENTE-HABIL-PROBAR.

           COMPUTE F-VALOR = FUNCTION DATE-OF-INTEGER(DIA-ENTERO).

           IF NOT CALENDARIO-OK
               GO TO 6600-SIGUIENTE-HABIL-EXIT.

           MOVE F-VALOR TO FES-FECHA.
           READ FESTIVOS INVALID KEY
               GO TO 6600-SIGUIENTE-HABIL-EXIT.
           ADD 1 TO DIA-ENTERO.
           GO TO 6610-SIGUIENTE-HABIL-PROBAR.

       6600-SIGUIENTE-HABIL-EXIT.
           EXIT.

      *    Traza de auditoria con el tipo preparado en AUD-TIPO-REG,
      *    mismo esquema de contadores que el resto del sistema; si no
      *    se puede escribir se renuncia a la traza.
       6700-ESCRIBIR-AUDITORIA.
           MOVE 0 TO LAST-AUD-NUM.
           OPEN I-O AUDITORIA.
           IF FSD NOT = 00
               GO TO 6700-ESCRIBIR-AUDITORIA-EXIT.

           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               CLOSE AUDITORIA
               GO TO 6700-ESCRIBIR-AUDITORIA-EXIT.
           MOVE "AUDITORIA" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO 6700-ESCRIBIR-AUDITORIA-EXIT.
           MOVE CNT-ULTIMO TO LAST-AUD-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO 6700-ESCRIBIR-AUDITORIA-EXIT.
           CLOSE CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE PRE-TARJETA     TO AUD-TARJETA.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKCUO"       TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       6700-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

      *    Linea de la relacion de morosos para la cuota en mora que
      *    esta en CUOTAS-REG: dias desde el vencimiento, lo impagado
      *    de la cuota y la demora devengada aun sin cobrar.
       7500-LINEA-MOROSO.
           IF PRE-NUM NOT = CUO-PRESTAMO
               MOVE CUO-PRESTAMO TO PRE-NUM
               READ PRESTAMOS INVALID KEY
                   MOVE 0 TO PRE-TARJETA
               END-READ
           END-IF.

           MOVE CUO-PRESTAMO(26:10) TO MOR-NUM.
           MOVE CUO-NUMERO          TO MOR-CUOTA.
           MOVE PRE-TARJETA         TO MOR-TARJETA.
           MOVE CUO-F-VENCIMIENTO   TO F-VTO.
           MOVE FV-DIA              TO MOR-DIA.
           MOVE FV-MES              TO MOR-MES.
           MOVE FV-ANO              TO MOR-ANO.
           COMPUTE MOR-DIAS = FUNCTION INTEGER-OF-DATE(F-ACTUAL)
               - FUNCTION INTEGER-OF-DATE(CUO-F-VENCIMIENTO).
           COMPUTE CENT-IMPAGADO = CUO-CUOTA-CENT
               - CUO-CAP-COBRADO-CENT - CUO-INT-COBRADO-CENT.
           COMPUTE CENT-DEMORA-PEND = CUO-DEMORA-CENT
               - CUO-DEM-COBRADA-CENT.
           COMPUTE MOR-IMPAGADO-ENT = CENT-IMPAGADO / 100.
           MOVE FUNCTION MOD(CENT-IMPAGADO, 100) TO MOR-IMPAGADO-DEC.
           COMPUTE MOR-DEMORA-ENT = CENT-DEMORA-PEND / 100.
           MOVE FUNCTION MOD(CENT-DEMORA-PEND, 100) TO MOR-DEMORA-DEC.

           MOVE SPACES TO MOR-TITULAR.
           IF TARJETAS-OK
               MOVE PRE-TARJETA TO TNUM
               READ TARJETAS INVALID KEY
                   MOVE SPACES TO TNOMBRE
               END-READ
               MOVE TNOMBRE TO MOR-TITULAR
           END-IF.

           WRITE LINEA-INFORME FROM LIN-MOR.
           ADD 1 TO CONTADOR-EN-MORA.
           ADD CENT-IMPAGADO TO TOTAL-IMPAGADO-CENT.
           ADD CENT-DEMORA-PEND TO TOTAL-DEM-PEND-CENT.

       7500-LINEA-MOROSO-EXIT.
           EXIT.

      *    Carga los dias de reintento desde parametros.ubd (ver
      *    BANKPAR); sin fichero o sin fila rige el valor por defecto
      *    compilado.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "DIAS-REINTENTO" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 100
                   MOVE PAR-VALOR TO DIAS-REINTENTO
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
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
           WRITE LINEA-INFORME FROM LIN-BLANCA.
           MOVE CONTADOR-EN-MORA TO TOT-CUOTAS.
           COMPUTE TOT-IMPAGADO-ENT = TOTAL-IMPAGADO-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-IMPAGADO-CENT, 100)
               TO TOT-IMPAGADO-DEC.
           COMPUTE TOT-DEMORA-ENT = TOTAL-DEM-PEND-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-DEM-PEND-CENT, 100)
               TO TOT-DEMORA-DEC.
           WRITE LINEA-INFORME FROM LIN-MOR-TOT.

           CLOSE CUOTAS.
           CLOSE PRESTAMOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE INFORME.
           IF TARJETAS-OK
               CLOSE TARJETAS.
           IF CALENDARIO-OK
               CLOSE FESTIVOS.
           DISPLAY "Cuotas a cobrar hoy:                   "
               CONTADOR-VENCIDAS.
           DISPLAY "Cobradas por completo:                 "
               CONTADOR-COBRADAS.
           IF CONTADOR-REINTENTOS > 0
               DISPLAY "Sin cubrir, se reintentan:             "
                   CONTADOR-REINTENTOS.
           IF CONTADOR-NUEVA-MORA > 0
               DISPLAY "Entradas en mora hoy:                  "
                   CONTADOR-NUEVA-MORA.
           IF CONTADOR-LIQUIDADOS > 0
               DISPLAY "Prestamos liquidados:                  "
                   CONTADOR-LIQUIDADOS.
           DISPLAY "Capital cobrado (centimos):            "
               TOTAL-CAPITAL-CENT.
           DISPLAY "Intereses cobrados (centimos):         "
               TOTAL-INTERES-CENT.
           DISPLAY "Demora cobrada (centimos):             "
               TOTAL-DEMORA-CENT.
           IF CONTADOR-EN-MORA > 0
               DISPLAY "Cuotas en mora, ver morosidad.lst:     "
                   CONTADOR-EN-MORA.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que el
      *    orquestador de la cadena nocturna sepa que este trabajo no
      *    termino bien y corte la cadena en este punto.
       9500-ERROR.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
