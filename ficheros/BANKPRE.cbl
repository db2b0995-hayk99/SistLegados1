       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           ALTERNATE RECORD KEY IS PRE-TARJETA WITH DUPLICATES
           FILE STATUS IS FSL.

           SELECT OPTIONAL CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSQ.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSP.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT SALIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.


       DATA DIVISION.
       FILE SECTION.
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

      *    Prestamos al consumo (alta en BANKPRE, cobro de cuotas en
      *    BANKCUO): principal, tipo nominal anual y de demora en
      *    puntos basicos (750 = 7,50%), plazo en meses y primer
      *    vencimiento; el cuadro de cuotas va en cuotas.ubd. El
      *    capital pendiente baja con cada cobro de capital. Estado
      *    "A" al corriente, "M" con cuotas en mora, "L" liquidado.
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

      *    Cuadro de amortizacion (sistema frances): una fila por
      *    cuota con su vencimiento, el reparto capital/intereses y
      *    el capital pendiente tras ella. Lo cobrado de cada parte y
      *    la demora devengada los lleva BANKCUO. Estado "P" por
      *    cobrar (con sus reintentos), "M" en mora, "C" cobrada.
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

      *    Parametros de explotacion (ver BANKPAR): principal a
      *    partir del cual el alta pide supervisor (UMBRAL-PRESTAMO)
      *    y recargo de la demora sobre el tipo (RECARGO-DEMORA).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Traza de auditoria: cada alta de prestamo deja su fila con
      *    el operador y, por encima del umbral, el supervisor.
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

      *    Cuadro de amortizacion imprimible para entregar al
      *    cliente; un fichero por prestamo con el nombre construido
      *    en SALIDA-FICHERO.
       FD SALIDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS SALIDA-FICHERO.
       01 LINEA-SALIDA             PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSX                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       78 GREEN   VALUE 2.
       78 CYAN    VALUE 3.
       78 RED     VALUE 4.
       78 MAGENTA VALUE 5.
       78 YELLOW  VALUE 6.
       78 WHITE   VALUE 7.

       77 SALIDA-FICHERO           PIC  X(29).

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

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC   9(4).

       77 TARJETA-CONSULTA         PIC  9(16).
       77 TITULAR-CONSULTA         PIC  X(35).
       77 ESTADO-TARJETA           PIC  X(1).

      *    Prestamos de la tarjeta cargados en memoria para paginar
      *    igual que BANKDEP hace con los depositos.
       01 TABLA-PRE.
           05 TP-ENTRY OCCURS 50 TIMES INDEXED BY TP-IDX.
               10 TP-NUM            PIC  9(35).
               10 TP-PRINCIPAL-CENT PIC  9(9).
               10 TP-TIPO-PB        PIC  9(5).
               10 TP-PLAZO          PIC  9(3).
               10 TP-CUOTA-CENT     PIC  9(9).
               10 TP-PENDIENTE-CENT PIC  9(9).
               10 TP-ESTADO         PIC  X(1).

       77 TOTAL-PRE                 PIC 9(5)  VALUE 0.
       77 LINEAS-POR-PAGINA         PIC 9(2)  VALUE 5.
       77 PAGINA-ACTUAL             PIC 9(5)  VALUE 1.
       77 TOTAL-PAGINAS             PIC 9(5)  VALUE 1.
       77 FILA-BASE                 PIC 9(5).
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).
       77 IDX-SEL                   PIC 9(5).

       77 OPCION-PRESTAMO           PIC  X(1).
       77 EUROS-PRESTAMO            PIC  9(6).
       77 TIPO-PRESTAMO             PIC  9(4).
       77 MESES-PRESTAMO            PIC  9(3).
       77 NUM-CUADRO                PIC  9(10).
       77 CONFIRMADO-PRESTAMO       PIC  X(1).
           88 PRESTAMO-OK            VALUE "S" "s".

      *    Primer vencimiento tecleado (AAAAMMDD): el dia de cobro va
      *    del 1 al 28 para que exista en todos los meses del plazo.
       01 FECHA-PRIMER.
           05 FP-ANO               PIC  9(4).
           05 FP-MES               PIC  9(2).
           05 FP-DIA               PIC  9(2).
       01 F-PRIMER REDEFINES FECHA-PRIMER PIC 9(8).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-PRE-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).

      *    principal en centimos por encima del cual hace falta
      *    supervisor, y recargo de la demora en puntos basicos
       77 UMBRAL-PRESTAMO          PIC  9(9)  VALUE 300000.
       77 RECARGO-DEMORA           PIC  9(5)  VALUE 200.

      *    Calculo del cuadro: tipo mensual en tanto por uno y
      *    (1 + tipo mensual) elevado al numero de cuotas.
       77 TIPO-MENSUAL             PIC  9V9(12).
       77 FACTOR-PLAZO             PIC  9(5)V9(12).
       77 CAPITAL-VIVO             PIC  9(9).
       77 CENT-CAPITAL             PIC  9(9).
       77 CENT-INTERES             PIC  9(9).
       77 NUM-CUOTA                PIC  9(3).
       77 GRABAR-CUADRO            PIC  X(1).
           88 CUADRO-A-FICHERO       VALUE "S".
       77 TOTAL-INTERES-CENT       PIC  9(11).
       77 TOTAL-CAPITAL-CENT       PIC  9(11).
       77 TOTAL-CUOTA-CENT         PIC  9(11).

       77 CENT-SALDO               PIC S9(9).

      *    Presentacion de importes y tipos en pantalla
       77 IMPORTE-ENT-PANT         PIC  9(7).
       77 IMPORTE-DEC-PANT         PIC  9(2).
       77 TIPO-ENT-PANT            PIC  9(2).
       77 TIPO-DEC-PANT            PIC  9(2).

      *    Fechas de trabajo en formato AAAAMMDD con su desglose
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

       77 F-ACTUAL                 PIC  9(8).
       77 MESES-SUMAR              PIC  9(3).
       77 MESES-TOTAL              PIC  9(5).

       77 MSJ-DISPOSICION          PIC  X(35)
           VALUE "Disposicion prestamo".

      *    Lineas del cuadro de amortizacion imprimible
       01 LIN-CUA-CAB.
           05 FILLER               PIC  X(46)
               VALUE "UNIZARBANK - CUADRO DE AMORTIZACION AL       ".
           05 CAB-FECHA            PIC  9(8).
           05 FILLER               PIC  X(36) VALUE SPACES.

       01 LIN-CUA-PRE.
           05 FILLER               PIC  X(9) VALUE "PRESTAMO ".
           05 CAB-NUM              PIC  9(10).
           05 FILLER               PIC  X(9) VALUE " TARJETA ".
           05 CAB-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 CAB-TITULAR          PIC  X(35).
           05 FILLER               PIC  X(10) VALUE SPACES.

       01 LIN-CUA-CON.
           05 FILLER               PIC  X(10) VALUE "PRINCIPAL ".
           05 CON-PRINCIPAL-ENT    PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 CON-PRINCIPAL-DEC    PIC  9(2).
           05 FILLER               PIC  X(11) VALUE " EUR  TIPO ".
           05 CON-TIPO-ENT         PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ",".
           05 CON-TIPO-DEC         PIC  9(2).
           05 FILLER               PIC  X(10) VALUE "%  DEMORA ".
           05 CON-DEMORA-ENT       PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ",".
           05 CON-DEMORA-DEC       PIC  9(2).
           05 FILLER               PIC  X(9) VALUE "%  PLAZO ".
           05 CON-PLAZO            PIC  9(3).
           05 FILLER               PIC  X(6) VALUE " MESES".
           05 FILLER               PIC  X(21) VALUE SPACES.

       01 LIN-CUA-TIT.
           05 FILLER               PIC  X(41) VALUE
               "NUM  VENCIMIENTO     CUOTA  INTERESES    ".
           05 FILLER               PIC  X(26) VALUE
               "CAPITAL  PENDIENTE  ESTADO".
           05 FILLER               PIC  X(23) VALUE SPACES.

       01 LIN-CUA-DET.
           05 DET-NUMERO           PIC  9(3).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 DET-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 DET-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 DET-ANO              PIC  9(4).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 DET-CUOTA-ENT        PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 DET-CUOTA-DEC        PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 DET-INTERES-ENT      PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 DET-INTERES-DEC      PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 DET-CAPITAL-ENT      PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 DET-CAPITAL-DEC      PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 DET-PENDIENTE-ENT    PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 DET-PENDIENTE-DEC    PIC  9(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 DET-ESTADO           PIC  X(13).
           05 FILLER               PIC  X(16) VALUE SPACES.

       01 LIN-CUA-TOT.
           05 FILLER               PIC  X(15) VALUE "TOTALES".
           05 TOT-CUOTA-ENT        PIC  9(8).
           05 FILLER               PIC  X(1) VALUE ",".
           05 TOT-CUOTA-DEC        PIC  9(2).
           05 TOT-INTERES-ENT      PIC  9(8).
           05 FILLER               PIC  X(1) VALUE ",".
           05 TOT-INTERES-DEC      PIC  9(2).
           05 TOT-CAPITAL-ENT      PIC  9(8).
           05 FILLER               PIC  X(1) VALUE ",".
           05 TOT-CAPITAL-DEC      PIC  9(2).
           05 FILLER               PIC  X(42) VALUE SPACES.

       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

      *    Operador identificado al entrar (ver BANKIDE).
       01 IDENT-OPERADOR.
           05 IDO-MODO             PIC  X(1).
               88 IDO-ENTRADA            VALUE "E".
               88 IDO-AUTORIZACION       VALUE "A".
           05 IDO-ROL-MINIMO       PIC  X(1).
           05 IDO-PROGRAMA         PIC  X(08).
           05 IDO-MOTIVO           PIC  X(40).
           05 IDO-OPERADOR         PIC  X(08).
           05 IDO-AUTORIZADOR      PIC  X(08).
           05 IDO-RESULTADO        PIC  X(1).
               88 IDO-ACEPTADO           VALUE "S".

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 DATA-ACCEPT.
           05 TARJETA-ACCEPT BLANK ZERO AUTO LINE 08 COL 45
               PIC 9(16) USING TARJETA-CONSULTA.

       01 OPCION-ACCEPT.
           05 FILLER AUTO LINE 22 COL 53
               PIC X(1) USING OPCION-PRESTAMO.

       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 55
               PIC 9(6) USING EUROS-PRESTAMO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 55
               PIC 9(4) USING TIPO-PRESTAMO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 55
               PIC 9(3) USING MESES-PRESTAMO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 55
               PIC 9(8) USING F-PRIMER.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 20 COL 55
               PIC X(1) USING CONFIRMADO-PRESTAMO.

       01 CUADRO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(10) USING NUM-CUADRO.


      *    PRESTAMOS AL CONSUMO -- la oficina consulta los prestamos
      *    de una tarjeta, da de alta uno nuevo y saca su cuadro de
      *    amortizacion. El alta genera el cuadro completo en
      *    cuotas.ubd y abona el principal en la tarjeta con un
      *    movimiento; por encima del umbral necesita la aprobacion
      *    de un supervisor. Las cuotas las cobra cada noche BANKCUO,
      *    que tambien saca la relacion de morosos.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKPRE"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Prestamos al consumo" LINE 2 COL 23
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       P1.
           INITIALIZE TARJETA-CONSULTA.
           DISPLAY "Prestamos de la tarjeta: alta y cuadro"
               LINE 6 COL 21.
           DISPLAY "Numero de tarjeta:" LINE 8 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 33.
           ACCEPT DATA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO P1.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-CONSULTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "Tarjeta no encontrada" LINE 12 COL 30
                   WITH BACKGROUND-COLOR RED
               GO TO P1.
           MOVE TNOMBRE TO TITULAR-CONSULTA.
           MOVE TESTADO TO ESTADO-TARJETA.
           CLOSE TARJETAS.

       CARGAR-PRESTAMOS.
           MOVE 0 TO TOTAL-PRE.

           OPEN INPUT PRESTAMOS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO PSYS-ERR.
           MOVE TARJETA-CONSULTA TO PRE-TARJETA.
           START PRESTAMOS KEY IS = PRE-TARJETA INVALID KEY
               GO TO LECTURA-PRESTAMOS-EXIT.

       LECTURA-PRESTAMOS.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO LECTURA-PRESTAMOS-EXIT.
           IF PRE-TARJETA NOT = TARJETA-CONSULTA
               GO TO LECTURA-PRESTAMOS-EXIT.
           IF TOTAL-PRE >= 50
               GO TO LECTURA-PRESTAMOS-EXIT.

           ADD 1 TO TOTAL-PRE.
           SET TP-IDX TO TOTAL-PRE.
           MOVE PRE-NUM            TO TP-NUM(TP-IDX).
           MOVE PRE-PRINCIPAL-CENT TO TP-PRINCIPAL-CENT(TP-IDX).
           MOVE PRE-TIPO-PB        TO TP-TIPO-PB(TP-IDX).
           MOVE PRE-PLAZO          TO TP-PLAZO(TP-IDX).
           MOVE PRE-CUOTA-CENT     TO TP-CUOTA-CENT(TP-IDX).
           MOVE PRE-PENDIENTE-CENT TO TP-PENDIENTE-CENT(TP-IDX).
           MOVE PRE-ESTADO         TO TP-ESTADO(TP-IDX).
           GO TO LECTURA-PRESTAMOS.

       LECTURA-PRESTAMOS-EXIT.
           CLOSE PRESTAMOS.

           IF TOTAL-PRE = 0
               MOVE 1 TO TOTAL-PAGINAS
           ELSE
               COMPUTE TOTAL-PAGINAS =
                   ((TOTAL-PRE - 1) / LINEAS-POR-PAGINA) + 1.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Titular:" LINE 6 COL 4.
           DISPLAY TITULAR-CONSULTA LINE 6 COL 13.
           DISPLAY TARJETA-CONSULTA LINE 6 COL 55.
           DISPLAY "Numero" LINE 8 COL 2.
           DISPLAY "Principal" LINE 8 COL 14.
           DISPLAY "Tipo" LINE 8 COL 27.
           DISPLAY "Meses" LINE 8 COL 34.
           DISPLAY "Cuota" LINE 8 COL 42.
           DISPLAY "Pendiente" LINE 8 COL 55.
           DISPLAY "Estado" LINE 8 COL 68.

           IF TOTAL-PRE = 0
               DISPLAY "La tarjeta no tiene prestamos" LINE 12
                   COL 25.

           COMPUTE FILA-BASE = (PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA.

           MOVE 10 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 1.
           PERFORM MOSTRAR-LINEA-PRE THRU MOSTRAR-LINEA-PRE-EXIT.

           MOVE 12 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 2.
           PERFORM MOSTRAR-LINEA-PRE THRU MOSTRAR-LINEA-PRE-EXIT.

           MOVE 14 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 3.
           PERFORM MOSTRAR-LINEA-PRE THRU MOSTRAR-LINEA-PRE-EXIT.

           MOVE 16 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 4.
           PERFORM MOSTRAR-LINEA-PRE THRU MOSTRAR-LINEA-PRE-EXIT.

           MOVE 18 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 5.
           PERFORM MOSTRAR-LINEA-PRE THRU MOSTRAR-LINEA-PRE-EXIT.

           DISPLAY "Pagina" LINE 20 COL 30.
           DISPLAY PAGINA-ACTUAL LINE 20 COL 37.
           DISPLAY "de" LINE 20 COL 43.
           DISPLAY TOTAL-PAGINAS LINE 20 COL 46.

           DISPLAY "A Alta   C Cuadro   PgUp/PgDn Paginar"
               LINE 22 COL 4.
           DISPLAY "Opcion:" LINE 22 COL 45.
           DISPLAY "ESC - Otra tarjeta" LINE 24 COL 31.

       NAVEGAR.
           MOVE SPACE TO OPCION-PRESTAMO.
           ACCEPT OPCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE IF PGUP-PRESSED
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA
               ELSE IF PGDN-PRESSED
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA
               ELSE
                   GO TO NAVEGAR.

           IF OPCION-PRESTAMO = "A" OR OPCION-PRESTAMO = "a"
               GO TO ALTA-PRESTAMO.
           IF OPCION-PRESTAMO = "C" OR OPCION-PRESTAMO = "c"
               GO TO PEDIR-CUADRO.
           GO TO MOSTRAR-PAGINA.

       MOSTRAR-LINEA-PRE.
           IF FILA-TMP > TOTAL-PRE
               GO TO MOSTRAR-LINEA-PRE-EXIT.

           SET TP-IDX TO FILA-TMP.
           DISPLAY TP-NUM(TP-IDX)(26:10) LINE LINEA-PANTALLA COL 2.
           COMPUTE IMPORTE-ENT-PANT = TP-PRINCIPAL-CENT(TP-IDX) / 100.
           MOVE FUNCTION MOD(TP-PRINCIPAL-CENT(TP-IDX), 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 14.
           DISPLAY "," LINE LINEA-PANTALLA COL 21.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-PANTALLA COL 22.
           COMPUTE TIPO-ENT-PANT = TP-TIPO-PB(TP-IDX) / 100.
           MOVE FUNCTION MOD(TP-TIPO-PB(TP-IDX), 100)
               TO TIPO-DEC-PANT.
           DISPLAY TIPO-ENT-PANT LINE LINEA-PANTALLA COL 26.
           DISPLAY "," LINE LINEA-PANTALLA COL 28.
           DISPLAY TIPO-DEC-PANT LINE LINEA-PANTALLA COL 29.
           DISPLAY "%" LINE LINEA-PANTALLA COL 31.
           DISPLAY TP-PLAZO(TP-IDX) LINE LINEA-PANTALLA COL 35.
           COMPUTE IMPORTE-ENT-PANT = TP-CUOTA-CENT(TP-IDX) / 100.
           MOVE FUNCTION MOD(TP-CUOTA-CENT(TP-IDX), 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 40.
           DISPLAY "," LINE LINEA-PANTALLA COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-PANTALLA COL 48.
           COMPUTE IMPORTE-ENT-PANT = TP-PENDIENTE-CENT(TP-IDX) / 100.
           MOVE FUNCTION MOD(TP-PENDIENTE-CENT(TP-IDX), 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 55.
           DISPLAY "," LINE LINEA-PANTALLA COL 62.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-PANTALLA COL 63.
           IF TP-ESTADO(TP-IDX) = "M"
               DISPLAY "En mora" LINE LINEA-PANTALLA COL 68
                   WITH FOREGROUND-COLOR IS YELLOW
           ELSE IF TP-ESTADO(TP-IDX) = "L"
               DISPLAY "Liquidado" LINE LINEA-PANTALLA COL 68
           ELSE
               DISPLAY "Al corriente" LINE LINEA-PANTALLA COL 68.

       MOSTRAR-LINEA-PRE-EXIT.
           EXIT.

      *    Alta: importe en euros, tipo nominal anual en puntos
      *    basicos, plazo y primer vencimiento. Antes de grabar se
      *    ensena la cuota y el coste total para que el cliente lo
      *    acepte; la demora es el tipo del prestamo mas el recargo
      *    vigente en parametros.
       ALTA-PRESTAMO.
           IF ESTADO-TARJETA NOT = "A"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta no esta activa: no se puede"
                   LINE 10 COL 21 WITH BACKGROUND-COLOR RED
               DISPLAY "abonar en ella un prestamo" LINE 11 COL 21
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           INITIALIZE EUROS-PRESTAMO.
           INITIALIZE TIPO-PRESTAMO.
           INITIALIZE MESES-PRESTAMO.
           INITIALIZE F-PRIMER.

       ALTA-PEDIR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de prestamo al consumo" LINE 6 COL 27.
           DISPLAY "Titular:" LINE 8 COL 15.
           DISPLAY TITULAR-CONSULTA LINE 8 COL 24.
           DISPLAY "Importe del prestamo (EUR):" LINE 10 COL 15.
           DISPLAY "Tipo nominal anual (750 = 7,50%):" LINE 11
               COL 15.
           DISPLAY "Plazo en meses (1 a 120):" LINE 12 COL 15.
           DISPLAY "Primer vencimiento (AAAAMMDD):" LINE 13 COL 15.
           DISPLAY "Enter - Calcular   ESC - Volver" LINE 24 COL 24.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-PRESTAMOS
               ELSE
                   GO TO ALTA-PEDIR.

           IF EUROS-PRESTAMO = 0
                   OR MESES-PRESTAMO = 0 OR MESES-PRESTAMO > 120
                   OR FP-MES < 1 OR FP-MES > 12
                   OR FP-DIA < 1 OR FP-DIA > 28
                   OR F-PRIMER NOT > F-ACTUAL
               DISPLAY "Revise los datos: el dia de cobro va del 1"
                   LINE 15 COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "al 28 y el primer vencimiento es posterior a"
                   LINE 16 COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "hoy" LINE 17 COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               PERFORM ESPERAR-ENTER THRU ESPERAR-ENTER-EXIT
               GO TO ALTA-PEDIR.

           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.

           INITIALIZE PRESTAMOS-REG.
           MOVE TARJETA-CONSULTA TO PRE-TARJETA.
           COMPUTE PRE-PRINCIPAL-CENT = EUROS-PRESTAMO * 100.
           MOVE TIPO-PRESTAMO    TO PRE-TIPO-PB.
           COMPUTE PRE-DEMORA-PB = TIPO-PRESTAMO + RECARGO-DEMORA.
           MOVE MESES-PRESTAMO   TO PRE-PLAZO.
           MOVE F-PRIMER         TO PRE-F-PRIMER-VTO.

           PERFORM CALCULAR-CUOTA THRU CALCULAR-CUOTA-EXIT.
           MOVE "N" TO GRABAR-CUADRO.
           PERFORM CALCULAR-CUADRO THRU CALCULAR-CUADRO-EXIT.

           DISPLAY "Cuota mensual (EUR):" LINE 15 COL 15.
           COMPUTE IMPORTE-ENT-PANT = PRE-CUOTA-CENT / 100.
           MOVE FUNCTION MOD(PRE-CUOTA-CENT, 100) TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 15 COL 50.
           DISPLAY "," LINE 15 COL 57.
           DISPLAY IMPORTE-DEC-PANT LINE 15 COL 58.
           DISPLAY "Total intereses (EUR):" LINE 16 COL 15.
           COMPUTE IMPORTE-ENT-PANT = TOTAL-INTERES-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-INTERES-CENT, 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 16 COL 50.
           DISPLAY "," LINE 16 COL 57.
           DISPLAY IMPORTE-DEC-PANT LINE 16 COL 58.
           DISPLAY "Ultimo vencimiento:" LINE 17 COL 15.
           DISPLAY FV-DIA LINE 17 COL 50.
           DISPLAY "-" LINE 17 COL 52.
           DISPLAY FV-MES LINE 17 COL 53.
           DISPLAY "-" LINE 17 COL 55.
           DISPLAY FV-ANO LINE 17 COL 56.
           DISPLAY "Interes de demora anual:" LINE 18 COL 15.
           COMPUTE TIPO-ENT-PANT = PRE-DEMORA-PB / 100.
           MOVE FUNCTION MOD(PRE-DEMORA-PB, 100) TO TIPO-DEC-PANT.
           DISPLAY TIPO-ENT-PANT LINE 18 COL 50.
           DISPLAY "," LINE 18 COL 52.
           DISPLAY TIPO-DEC-PANT LINE 18 COL 53.
           DISPLAY "%" LINE 18 COL 55.

           DISPLAY "El cliente acepta las condiciones (S/N):" LINE 20
               COL 15.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 24.
           MOVE SPACE TO CONFIRMADO-PRESTAMO.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               GO TO ALTA-PEDIR.
           IF NOT PRESTAMO-OK
               GO TO CARGAR-PRESTAMOS.

      *    Un prestamo por encima del umbral tiene doble control: no
      *    se concede sin la aprobacion de un segundo operador
      *    supervisor.
           MOVE SPACES TO IDO-AUTORIZADOR.
           IF PRE-PRINCIPAL-CENT > UMBRAL-PRESTAMO
               MOVE "A" TO IDO-MODO
               MOVE SPACES TO IDO-MOTIVO
               STRING "Prestamo a la tarjeta " DELIMITED BY SIZE
                      TARJETA-CONSULTA         DELIMITED BY SIZE
                   INTO IDO-MOTIVO
               CALL "BANKIDE" USING IDENT-OPERADOR
               IF NOT IDO-ACEPTADO
                   GO TO PRESTAMO-NO-AUTORIZADO
               END-IF
           END-IF.

       GRABAR-PRESTAMO.
           PERFORM RESERVAR-PRE-NUM THRU RESERVAR-PRE-NUM-EXIT.
           MOVE LAST-PRE-NUM       TO PRE-NUM.
           MOVE F-ACTUAL           TO PRE-F-ALTA.
           MOVE PRE-PRINCIPAL-CENT TO PRE-PENDIENTE-CENT.
           MOVE 0                  TO PRE-CUOTAS-MORA.
           MOVE "A"                TO PRE-ESTADO.
           MOVE 0                  TO PRE-F-LIQUIDACION.
           MOVE IDO-OPERADOR       TO PRE-OPERADOR.
           MOVE IDO-AUTORIZADOR    TO PRE-AUTORIZADOR.

           OPEN I-O PRESTAMOS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO PSYS-ERR.
           WRITE PRESTAMOS-REG INVALID KEY
               CLOSE PRESTAMOS
               GO TO PSYS-ERR.
           CLOSE PRESTAMOS.

           OPEN I-O CUOTAS.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               GO TO PSYS-ERR.
           MOVE "S" TO GRABAR-CUADRO.
           PERFORM CALCULAR-CUADRO THRU CALCULAR-CUADRO-EXIT.
           CLOSE CUOTAS.

      *    Disposicion: el principal entra en la tarjeta como un
      *    movimiento del operador que da el alta.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               CLOSE F-MOVIMIENTOS
               GO TO PSYS-ERR.

           MOVE TARJETA-CONSULTA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           ADD PRE-PRINCIPAL-CENT TO CENT-SALDO.

           MOVE 1 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM       TO MOV-NUM.
           MOVE TARJETA-CONSULTA   TO MOV-TARJETA.
           MOVE ANO                TO MOV-ANO.
           MOVE MES                TO MOV-MES.
           MOVE DIA                TO MOV-DIA.
           MOVE HORAS              TO MOV-HOR.
           MOVE MINUTOS            TO MOV-MIN.
           MOVE SEGUNDOS           TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = PRE-PRINCIPAL-CENT / 100.
           MOVE FUNCTION MOD(PRE-PRINCIPAL-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE MSJ-DISPOSICION    TO MOV-CONCEPTO.
           MOVE "PD"               TO MOV-TIPO.
           MOVE PRE-PRINCIPAL-CENT TO MOV-IMPORTE-CENT.
           MOVE PRE-NUM(20:16)     TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR       TO MOV-OPERADOR.
           MOVE SPACES             TO MOV-TERMINAL.
      *    el signo del saldo viaja en la parte entera y los
      *    centimos son magnitud, igual que en los importes
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE TARJETA-CONSULTA TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY
               WRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

           MOVE "ALTA PRESTAMO" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CUADRO THRU IMPRIMIR-CUADRO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Prestamo" LINE 9 COL 22.
           DISPLAY PRE-NUM(26:10) LINE 9 COL 31.
           DISPLAY "dado de alta" LINE 9 COL 42.
           DISPLAY "Principal abonado en la tarjeta" LINE 11 COL 22.
           DISPLAY "Cuadro de amortizacion en" LINE 13 COL 22.
           DISPLAY SALIDA-FICHERO LINE 14 COL 22.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PRESTAMO-NO-AUTORIZADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Prestamo no autorizado por un supervisor"
               LINE 10 COL 20 WITH FOREGROUND-COLOR IS BLACK
                                   BACKGROUND-COLOR IS RED.
           DISPLAY "No se ha grabado nada" LINE 12 COL 29.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Cuadro de un prestamo ya concedido, con lo cobrado hasta
      *    hoy: se pide por los ultimos digitos de la relacion.
       PEDIR-CUADRO.
           IF TOTAL-PRE = 0
               GO TO MOSTRAR-PAGINA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuadro de amortizacion" LINE 6 COL 29.
           DISPLAY "Numero de prestamo:" LINE 10 COL 15.
           DISPLAY "Enter - Imprimir   ESC - Volver" LINE 24 COL 24.
           INITIALIZE NUM-CUADRO.
           ACCEPT CUADRO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO MOSTRAR-PAGINA
               ELSE
                   GO TO PEDIR-CUADRO.

           MOVE 1 TO IDX-SEL.

       BUSCAR-PRESTAMO.
           IF IDX-SEL > TOTAL-PRE
               DISPLAY "La tarjeta no tiene ese prestamo" LINE 12
                   COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.
           SET TP-IDX TO IDX-SEL.
           IF TP-NUM(TP-IDX)(26:10) NOT = NUM-CUADRO
               ADD 1 TO IDX-SEL
               GO TO BUSCAR-PRESTAMO.

           OPEN INPUT PRESTAMOS.
           IF FSL NOT = 00
               GO TO PSYS-ERR.
           MOVE TP-NUM(TP-IDX) TO PRE-NUM.
           READ PRESTAMOS INVALID KEY
               CLOSE PRESTAMOS
               GO TO PSYS-ERR.
           CLOSE PRESTAMOS.

           PERFORM IMPRIMIR-CUADRO THRU IMPRIMIR-CUADRO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuadro de amortizacion generado en" LINE 10
               COL 19.
           DISPLAY SALIDA-FICHERO LINE 12 COL 19.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Cuota constante del sistema frances:
      *      cuota = P * i * (1 + i) ** n / ((1 + i) ** n - 1)
      *    con i el tipo mensual; sin interes es el principal entre
      *    el numero de cuotas. Se trunca al centimo y la ultima
      *    cuota recoge el resto del capital.
       CALCULAR-CUOTA.
           IF PRE-TIPO-PB = 0
               COMPUTE PRE-CUOTA-CENT = PRE-PRINCIPAL-CENT / PRE-PLAZO
               GO TO CALCULAR-CUOTA-EXIT.

           COMPUTE TIPO-MENSUAL = PRE-TIPO-PB / 120000.
           COMPUTE FACTOR-PLAZO = (1 + TIPO-MENSUAL) ** PRE-PLAZO.
      *    el tipo entra en puntos basicos y se divide al final,
      *    para no perder decimales en los resultados intermedios
           COMPUTE PRE-CUOTA-CENT =
               (PRE-PRINCIPAL-CENT * PRE-TIPO-PB * FACTOR-PLAZO)
               / ((FACTOR-PLAZO - 1) * 120000).

       CALCULAR-CUOTA-EXIT.
           EXIT.

      *    Recorre las cuotas del plazo: el interes de cada una es el
      *    capital vivo por el tipo mensual (truncado al centimo,
      *    igual que los intereses de BANKINT) y el resto de la
      *    cuota amortiza capital. Con GRABAR-CUADRO a "S" escribe
      *    cada fila en cuotas.ubd; si no, solo deja los totales y
      *    el ultimo vencimiento en F-VTO para la pantalla.
       CALCULAR-CUADRO.
           MOVE 0 TO NUM-CUOTA.
           MOVE 0 TO TOTAL-INTERES-CENT.
           MOVE PRE-PRINCIPAL-CENT TO CAPITAL-VIVO.
           MOVE PRE-F-PRIMER-VTO TO F-BASE.

       CALCULAR-CUADRO-BUCLE.
           IF NUM-CUOTA >= PRE-PLAZO
               GO TO CALCULAR-CUADRO-EXIT.
           ADD 1 TO NUM-CUOTA.

           COMPUTE CENT-INTERES = (CAPITAL-VIVO * PRE-TIPO-PB)
                                  / 120000.
           IF NUM-CUOTA = PRE-PLAZO
               MOVE CAPITAL-VIVO TO CENT-CAPITAL
           ELSE
               COMPUTE CENT-CAPITAL = PRE-CUOTA-CENT - CENT-INTERES
               IF CENT-CAPITAL > CAPITAL-VIVO
                   MOVE CAPITAL-VIVO TO CENT-CAPITAL
               END-IF
           END-IF.
           SUBTRACT CENT-CAPITAL FROM CAPITAL-VIVO.
           ADD CENT-INTERES TO TOTAL-INTERES-CENT.

           COMPUTE MESES-SUMAR = NUM-CUOTA - 1.
           PERFORM SUMAR-MESES THRU SUMAR-MESES-EXIT.

           IF NOT CUADRO-A-FICHERO
               GO TO CALCULAR-CUADRO-BUCLE.

           INITIALIZE CUOTAS-REG.
           MOVE PRE-NUM      TO CUO-PRESTAMO.
           MOVE NUM-CUOTA    TO CUO-NUMERO.
           MOVE F-VTO        TO CUO-F-VENCIMIENTO.
           MOVE CENT-CAPITAL TO CUO-CAPITAL-CENT.
           MOVE CENT-INTERES TO CUO-INTERES-CENT.
           COMPUTE CUO-CUOTA-CENT = CENT-CAPITAL + CENT-INTERES.
           MOVE CAPITAL-VIVO TO CUO-PENDIENTE-CENT.
           MOVE F-VTO        TO CUO-F-DEMORA.
           MOVE F-VTO        TO CUO-F-REINTENTO.
           MOVE 0            TO CUO-REINTENTOS.
           MOVE "P"          TO CUO-ESTADO.
           MOVE 0            TO CUO-F-COBRO.
           WRITE CUOTAS-REG INVALID KEY
               CLOSE CUOTAS
               GO TO PSYS-ERR.
           GO TO CALCULAR-CUADRO-BUCLE.

       CALCULAR-CUADRO-EXIT.
           EXIT.

      *    Suma MESES-SUMAR meses a F-BASE y deja el resultado en
      *    F-VTO; el dia de cobro no pasa de 28, asi que existe en
      *    todos los meses y no hay que recortarlo.
       SUMAR-MESES.
           COMPUTE MESES-TOTAL = FB-MES - 1 + MESES-SUMAR.
           COMPUTE FV-ANO = FB-ANO + (MESES-TOTAL / 12).
           COMPUTE FV-MES = FUNCTION MOD(MESES-TOTAL, 12) + 1.
           MOVE FB-DIA TO FV-DIA.

       SUMAR-MESES-EXIT.
           EXIT.

      *    Cuadro imprimible del prestamo que esta en PRESTAMOS-REG,
      *    leyendo sus cuotas de cuotas.ubd con lo ya cobrado de
      *    cada una.
       IMPRIMIR-CUADRO.
           MOVE SPACES TO SALIDA-FICHERO.
           STRING "cuadro"       DELIMITED BY SIZE
                  PRE-NUM(26:10) DELIMITED BY SIZE
                  ".lst"         DELIMITED BY SIZE
               INTO SALIDA-FICHERO.

           OPEN OUTPUT SALIDA.
           IF FSX NOT = 00
               GO TO PSYS-ERR.

           MOVE F-ACTUAL          TO CAB-FECHA.
           WRITE LINEA-SALIDA FROM LIN-CUA-CAB.
           WRITE LINEA-SALIDA FROM LIN-BLANCA.
           MOVE PRE-NUM(26:10)    TO CAB-NUM.
           MOVE PRE-TARJETA       TO CAB-TARJETA.
           MOVE TITULAR-CONSULTA  TO CAB-TITULAR.
           WRITE LINEA-SALIDA FROM LIN-CUA-PRE.
           COMPUTE CON-PRINCIPAL-ENT = PRE-PRINCIPAL-CENT / 100.
           MOVE FUNCTION MOD(PRE-PRINCIPAL-CENT, 100)
               TO CON-PRINCIPAL-DEC.
           COMPUTE CON-TIPO-ENT = PRE-TIPO-PB / 100.
           MOVE FUNCTION MOD(PRE-TIPO-PB, 100) TO CON-TIPO-DEC.
           COMPUTE CON-DEMORA-ENT = PRE-DEMORA-PB / 100.
           MOVE FUNCTION MOD(PRE-DEMORA-PB, 100) TO CON-DEMORA-DEC.
           MOVE PRE-PLAZO         TO CON-PLAZO.
           WRITE LINEA-SALIDA FROM LIN-CUA-CON.
           WRITE LINEA-SALIDA FROM LIN-BLANCA.
           WRITE LINEA-SALIDA FROM LIN-CUA-TIT.

           MOVE 0 TO TOTAL-CUOTA-CENT.
           MOVE 0 TO TOTAL-INTERES-CENT.
           MOVE 0 TO TOTAL-CAPITAL-CENT.

           OPEN INPUT CUOTAS.
           IF FSQ NOT = 00
               CLOSE SALIDA
               GO TO PSYS-ERR.
           MOVE PRE-NUM TO CUO-PRESTAMO.
           MOVE 0       TO CUO-NUMERO.
           START CUOTAS KEY IS > CUO-CLAVE INVALID KEY
               GO TO IMPRIMIR-CUADRO-FIN.

       IMPRIMIR-CUADRO-BUCLE.
           READ CUOTAS NEXT RECORD AT END
               GO TO IMPRIMIR-CUADRO-FIN.
           IF CUO-PRESTAMO NOT = PRE-NUM
               GO TO IMPRIMIR-CUADRO-FIN.

           MOVE CUO-NUMERO TO DET-NUMERO.
           MOVE CUO-F-VENCIMIENTO TO F-VTO.
           MOVE FV-DIA TO DET-DIA.
           MOVE FV-MES TO DET-MES.
           MOVE FV-ANO TO DET-ANO.
           COMPUTE DET-CUOTA-ENT = CUO-CUOTA-CENT / 100.
           MOVE FUNCTION MOD(CUO-CUOTA-CENT, 100) TO DET-CUOTA-DEC.
           COMPUTE DET-INTERES-ENT = CUO-INTERES-CENT / 100.
           MOVE FUNCTION MOD(CUO-INTERES-CENT, 100)
               TO DET-INTERES-DEC.
           COMPUTE DET-CAPITAL-ENT = CUO-CAPITAL-CENT / 100.
           MOVE FUNCTION MOD(CUO-CAPITAL-CENT, 100)
               TO DET-CAPITAL-DEC.
           COMPUTE DET-PENDIENTE-ENT = CUO-PENDIENTE-CENT / 100.
           MOVE FUNCTION MOD(CUO-PENDIENTE-CENT, 100)
               TO DET-PENDIENTE-DEC.
           IF CUO-COBRADA
               MOVE "COBRADA" TO DET-ESTADO
           ELSE IF CUO-EN-MORA
               MOVE "EN MORA" TO DET-ESTADO
           ELSE IF CUO-CAP-COBRADO-CENT > 0
                   OR CUO-INT-COBRADO-CENT > 0
               MOVE "COBRO PARCIAL" TO DET-ESTADO
           ELSE
               MOVE "PENDIENTE" TO DET-ESTADO.
           WRITE LINEA-SALIDA FROM LIN-CUA-DET.

           ADD CUO-CUOTA-CENT   TO TOTAL-CUOTA-CENT.
           ADD CUO-INTERES-CENT TO TOTAL-INTERES-CENT.
           ADD CUO-CAPITAL-CENT TO TOTAL-CAPITAL-CENT.
           GO TO IMPRIMIR-CUADRO-BUCLE.

       IMPRIMIR-CUADRO-FIN.
           CLOSE CUOTAS.
           WRITE LINEA-SALIDA FROM LIN-BLANCA.
           COMPUTE TOT-CUOTA-ENT = TOTAL-CUOTA-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-CUOTA-CENT, 100) TO TOT-CUOTA-DEC.
           COMPUTE TOT-INTERES-ENT = TOTAL-INTERES-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-INTERES-CENT, 100)
               TO TOT-INTERES-DEC.
           COMPUTE TOT-CAPITAL-ENT = TOTAL-CAPITAL-CENT / 100.
           MOVE FUNCTION MOD(TOTAL-CAPITAL-CENT, 100)
               TO TOT-CAPITAL-DEC.
           WRITE LINEA-SALIDA FROM LIN-CUA-TOT.
           CLOSE SALIDA.

       IMPRIMIR-CUADRO-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       RESERVAR-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "MOVIMIENTOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-MOV-NUM.
           ADD CANT-RESERVA TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.

       RESERVAR-MOV-NUM-EXIT.
           EXIT.

      *    Numero del prestamo nuevo, del contador PRESTAMOS.
       RESERVAR-PRE-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "PRESTAMOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer prestamo: la secuencia se estrena aqui
               MOVE "PRESTAMOS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-PRE-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-PRE-NUM.

       RESERVAR-PRE-NUM-EXIT.
           EXIT.

      *    Carga el umbral de supervisor y el recargo de demora desde
      *    parametros.ubd (ver BANKPAR); sin fichero o sin fila rigen
      *    los valores por defecto compilados.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO LEER-PARAMETROS-EXIT.

           MOVE "UMBRAL-PRESTAMO" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PAR-VALOR TO UMBRAL-PRESTAMO
           END-READ.

           MOVE "RECARGO-DEMORA" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR < 10000
                   MOVE PAR-VALOR TO RECARGO-DEMORA
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       LEER-PARAMETROS-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria del alta, con
      *    el mismo esquema de contadores que BANKCFG; si la traza no
      *    se puede escribir no se deshace nada.
       ESCRIBIR-AUDITORIA.
           MOVE 0 TO LAST-AUD-NUM.
           OPEN I-O AUDITORIA.
           IF FSD NOT = 00
               GO TO ESCRIBIR-AUDITORIA-EXIT.

           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           MOVE "AUDITORIA" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           MOVE CNT-ULTIMO TO LAST-AUD-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           CLOSE CONTADORES.

           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM     TO AUD-NUM.
           MOVE TARJETA-CONSULTA TO AUD-TARJETA.
           MOVE ANO              TO AUD-ANO.
           MOVE MES              TO AUD-MES.
           MOVE DIA              TO AUD-DIA.
           MOVE HORAS            TO AUD-HOR.
           MOVE MINUTOS          TO AUD-MIN.
           MOVE SEGUNDOS         TO AUD-SEG.
           MOVE AUD-TIPO-REG     TO AUD-TIPO.
           MOVE "BANKPRE"        TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR     TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR  TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       ESPERAR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80.
           IF NOT ENTER-PRESSED
               GO TO ESPERAR-ENTER.

       ESPERAR-ENTER-EXIT.
           EXIT.

       VOLVER-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO CARGAR-PRESTAMOS
           ELSE
               GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO SALIR-ENTER.

       SALIR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO 9999-EXIT
           ELSE
               GO TO SALIR-ENTER.

       9999-EXIT.
           STOP RUN.
