       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL EMISORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-CODIGO
           FILE STATUS IS FSE.

           SELECT OPTIONAL PAGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NUM
           ALTERNATE RECORD KEY IS PAG-TARJETA WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAG-EMISORA WITH DUPLICATES
           FILE STATUS IS FSP.

           SELECT OPTIONAL BENEFICIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT OPTIONAL CONTROLES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-TARJETA
           FILE STATUS IS FSG.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSD.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.

           SELECT OPTIONAL JUSTIFIC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-NUM
           FILE STATUS IS FSV.

           SELECT OPTIONAL IMPRESOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.


       DATA DIVISION.
       FILE SECTION.
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

      *    Maestro de emisoras de recibos y tributos (ver BANKEMS):
      *    el pago se valida contra la emisora (activa, control de la
      *    referencia e importes minimo y maximo en centimos).
       FD EMISORAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "emisoras.ubd".
       01 EMISORAS-REG.
           02 EMI-CODIGO           PIC  9(6).
           02 EMI-NOMBRE           PIC  X(35).
           02 EMI-TIPO             PIC  X(1).
           02 EMI-CONTROL          PIC  X(1).
           02 EMI-MINIMO-CENT      PIC  9(9).
           02 EMI-MAXIMO-CENT      PIC  9(9).
           02 EMI-CUENTA           PIC  9(16).
           02 EMI-ESTADO           PIC  X(1).

      *    Pagos de recibos y tributos hechos en el cajero: una fila
      *    por pago cargado al cliente, pendiente ("P") hasta que el
      *    proceso nocturno BANKCOB lo liquida a la emisora ("L") en
      *    su fichero de cobros, con la fecha y la secuencia del
      *    envio en que viajo. La numeracion sale del contador PAGOS.
       FD PAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagos.ubd".
       01 PAGOS-REG.
           02 PAG-NUM              PIC  9(35).
           02 PAG-TARJETA          PIC  9(16).
           02 PAG-EMISORA          PIC  9(6).
           02 PAG-REFERENCIA       PIC  9(13).
           02 PAG-ANO              PIC   9(4).
           02 PAG-MES              PIC   9(2).
           02 PAG-DIA              PIC   9(2).
           02 PAG-HOR              PIC   9(2).
           02 PAG-MIN              PIC   9(2).
           02 PAG-SEG              PIC   9(2).
           02 PAG-IMPORTE-CENT     PIC  9(9).
           02 PAG-COMISION-CENT    PIC  9(9).
           02 PAG-MOVNUM           PIC  9(35).
           02 PAG-ESTADO           PIC  X(1).
               88 PAG-PENDIENTE          VALUE "P".
               88 PAG-LIQUIDADO          VALUE "L".
           02 PAG-F-LIQUIDACION    PIC  9(8).
           02 PAG-SECUENCIA        PIC  9(6).

      *    Agenda de beneficiarios por tarjeta (ver BANKBEN): aqui
      *    solo interesan las emisoras guardadas, que se ofrecen con
      *    su referencia ya puesta.
       FD BENEFICIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.ubd".
       01 BENEFICIARIOS-REG.
           02 BEN-CLAVE.
               03 BEN-TARJETA      PIC  9(16).
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

      *    Ajustes de tarjeta del propio cliente (ver BANKCFG): el
      *    pago de recibos va por el mismo interruptor que las
      *    transferencias, porque el dinero sale a un tercero.
       FD CONTROLES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "controles.ubd".
       01 CONTROLES-REG.
           02 CTL-TARJETA          PIC  9(16).
           02 CTL-BLOQUEO          PIC  X(1).
           02 CTL-RETIRADA         PIC  X(1).
           02 CTL-INGRESO          PIC  X(1).
           02 CTL-TRANSFER         PIC  X(1).
           02 CTL-ENTRADAS         PIC  X(1).

      *    Retenciones de saldo activas (ver BANK6 y BANKEMI): lo
      *    retenido no esta disponible para pagar recibos.
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

      *    Descubierto autorizado por tarjeta (ver BANKSUP).
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubier.ubd".
       01 DESCUBIERTOS-REG.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Diario electronico de sesiones de cliente (ver BANKDIA).
       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
       01 DIARIOCLI-REG.
           02 DCL-NUM              PIC  9(35).
           02 DCL-TARJETA          PIC  9(16).
           02 DCL-ANO              PIC   9(4).
           02 DCL-MES              PIC   9(2).
           02 DCL-DIA              PIC   9(2).
           02 DCL-HOR              PIC   9(2).
           02 DCL-MIN              PIC   9(2).
           02 DCL-SEG              PIC   9(2).
           02 DCL-OPERACION        PIC  X(20).
           02 DCL-IMPORTE-ENT      PIC S9(7).
           02 DCL-IMPORTE-DEC      PIC   9(2).
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).

      *    Justificantes de operacion (ver BANKJUS).
       FD JUSTIFIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justific.ubd".
       01 JUSTIFIC-REG.
           02 JUS-NUM              PIC  9(35).
           02 JUS-TARJETA          PIC  9(16).
           02 JUS-ANO              PIC   9(4).
           02 JUS-MES              PIC   9(2).
           02 JUS-DIA              PIC   9(2).
           02 JUS-HOR              PIC   9(2).
           02 JUS-MIN              PIC   9(2).
           02 JUS-SEG              PIC   9(2).
           02 JUS-OPERACION        PIC  X(20).
           02 JUS-IMPORTE-ENT      PIC S9(7).
           02 JUS-IMPORTE-DEC      PIC   9(2).
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
           VALUE OF FILE-ID IS "justificantes.lst".
       01 LINEA-IMPRESO            PIC  X(60).


       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSD                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 UP-ARROW-PRESSED    VALUE 2003.
           88 DOWN-ARROW-PRESSED  VALUE 2004.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC   9(4).
       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-PAG-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 OPERACION-VETADA         PIC  X(1).
           88 OPERACION-PERMITIDA    VALUE "N".

       77 SALDO-ENT                PIC S9(9).
       77 SALDO-DEC                PIC  9(2).
       77 CENT-SALDO-USER          PIC S9(9).

       77 EMISORA-USUARIO          PIC  9(6).
       77 EURENT-USUARIO           PIC  9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 CENT-PAGO-USER           PIC S9(9).
       77 CENT-RETENIDO-USER       PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 MOV-NUM-PAGO             PIC  9(35).

      *    Referencia de pagador: once cifras de referencia y dos de
      *    control, el resto de dividir entre 97 el codigo de la
      *    emisora seguido de esas once cifras; solo se comprueba en
      *    las emisoras con control "S" (mismo calculo que BANKBEN).
       01 REFERENCIA-PAGO           PIC  9(13).
       01 REFERENCIA-PARTES REDEFINES REFERENCIA-PAGO.
           05 REF-BASE              PIC  9(11).
           05 REF-CONTROL           PIC  9(2).
       77 REF-CONTROL-CALC          PIC  9(2).
       77 REFERENCIA-VALIDA         PIC  X(1).
           88 REFERENCIA-OK          VALUE "S".

      *    Comision del pago segun la tarifa (ver BANKCOM y BANKTAR):
      *    se ensena en la confirmacion, cuenta para el saldo y se
      *    postea como movimiento propio junto al pago.
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

       01 CONCEPTO-PAGO.
           05 FILLER               PIC  X(5) VALUE "Pago ".
           05 CPG-NOMBRE           PIC  X(30).

      *    Seleccion de emisora guardada en la agenda: se listan hasta
      *    diez y el cliente elige por numero (0 o nada = teclear la
      *    emisora y la referencia a mano).
       01 TABLA-EMI-SEL.
           05 TES-ENTRY OCCURS 10 TIMES.
               10 TES-ALIAS         PIC  X(15).
               10 TES-EMISORA       PIC  9(6).
               10 TES-REFERENCIA    PIC  9(13).
               10 TES-NOMBRE        PIC  X(35).

       77 TOTAL-EMI-SEL             PIC   9(2).
       77 HAY-MAS-EMI               PIC   X(1).
           88 MAS-EMISORAS           VALUE "S".
       77 EMI-SEL-IDX               PIC   9(2).
       77 EMI-ELEGIDA               PIC   9(2).
       77 LINEA-EMI                 PIC   9(2).

      *    Datos del apunte del diario electronico, que deja
      *    preparados quien hace el PERFORM de ESCRIBIR-DIARIO:
      *    resultado ("OK", "VE" vetado por controles, "SF" sin
      *    fondos, "ER" emisora, referencia o importe no validos) y
      *    el MOV-NUM posteado si lo hubo.
       77 FSU                      PIC  X(2).
       77 LAST-DCL-NUM             PIC  9(35).
       77 DCL-RESULTADO-REG        PIC  X(2).
       77 DCL-MOVNUM-REG           PIC  9(35).

      *    Datos del justificante; LAST-JUS-NUM queda con la
      *    referencia emitida para ensenarla en pantalla.
       77 FSV                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 LAST-JUS-NUM             PIC  9(35).

       01 LIN-JUS-SEP              PIC  X(60) VALUE ALL "-".

       01 LIN-JUS-CAB.
           05 FILLER               PIC  X(29)
               VALUE "UNIZARBANK - JUSTIFICANTE N. ".
           05 JUS-P-NUM            PIC  9(16).
           05 FILLER               PIC  X(15) VALUE SPACES.

       01 LIN-JUS-FEC.
           05 FILLER               PIC  X(6) VALUE "FECHA ".
           05 JUS-P-FECHA          PIC  9(8).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 JUS-P-HOR            PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ":".
           05 JUS-P-MIN            PIC  9(2).
           05 FILLER               PIC  X(11)
               VALUE "   TARJETA ".
           05 FILLER               PIC  X(12)
               VALUE "************".
           05 JUS-P-T4             PIC  X(4).
           05 FILLER               PIC  X(9)  VALUE "  CAJERO ".
           05 JUS-P-TERMINAL       PIC  X(4).

       01 LIN-JUS-OPE.
           05 FILLER               PIC  X(11)
               VALUE "OPERACION: ".
           05 JUS-P-OPERACION      PIC  X(20).
           05 FILLER               PIC  X(29) VALUE SPACES.

      *    emisora y referencia de pagador, que es lo que la emisora
      *    pide para dar el recibo por pagado
       01 LIN-JUS-EMI.
           05 FILLER               PIC  X(9) VALUE "EMISORA: ".
           05 JUS-P-EMISORA        PIC  9(6).
           05 FILLER               PIC  X(13)
               VALUE "  REFERENCIA ".
           05 JUS-P-REFERENCIA     PIC  9(13).
           05 FILLER               PIC  X(19) VALUE SPACES.

       01 LIN-JUS-IMP.
           05 FILLER               PIC  X(9) VALUE "IMPORTE: ".
           05 JUS-P-IMP-ENT        PIC -9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 JUS-P-IMP-DEC        PIC  9(2).
           05 FILLER               PIC  X(11)
               VALUE " EUR SALDO ".
           05 JUS-P-SAL-ENT        PIC -9(9).
           05 FILLER               PIC  X(1) VALUE ",".
           05 JUS-P-SAL-DEC        PIC  9(2).
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
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 PAGO-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 45 PIC 9(6) USING EMISORA-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 14 COL 45 PIC 9(13) USING REFERENCIA-PAGO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 16 COL 45 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 16 COL 53 PIC 9(2) USING EURDEC-USUARIO.

       01 EMI-SEL-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 22 COL 60
               PIC 9(2) USING EMI-ELEGIDA.

       01 SALDO-DISPLAY.
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 10 COL 33 PIC -9(7) FROM SALDO-ENT.
           05 FILLER LINE 10 COL 41 VALUE ",".
           05 FILLER LINE 10 COL 42 PIC 99 FROM SALDO-DEC.
           05 FILLER LINE 10 COL 45 VALUE "EUR".


      *    PAGO DE RECIBOS Y TRIBUTOS -- el cliente paga un recibo de
      *    suministros o un tributo con el codigo de emisora y su
      *    referencia de pagador, tecleados o tomados de la agenda de
      *    beneficiarios. El pago se carga en el acto a la tarjeta y
      *    queda pendiente en pagos.ubd hasta que BANKCOB lo liquida
      *    esa noche a la emisora.
       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PREPARAR-DATOS.
           PERFORM VERIFICAR-CONTROLES THRU VERIFICAR-CONTROLES-EXIT.
           IF NOT OPERACION-PERMITIDA
               GO TO OPERACION-DESHABILITADA.

           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           MOVE 0 TO LAST-MOV-NUM.
           INITIALIZE EMISORA-USUARIO.
           INITIALIZE REFERENCIA-PAGO.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.

           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO SALDO-ENT
               MOVE 0 TO SALDO-DEC
               GO TO CERRAR-CUENTAS.
           MOVE CTA-SALDO-ENT TO SALDO-ENT.
           MOVE CTA-SALDO-DEC TO SALDO-DEC.

       CERRAR-CUENTAS.
           CLOSE CUENTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pagar recibos y tributos" LINE 8 COL 28.
           DISPLAY "Saldo Actual:" LINE 10 COL 19.
           DISPLAY SALDO-DISPLAY.
           PERFORM ELEGIR-EMISORA THRU ELEGIR-EMISORA-EXIT.

       PEDIR-PAGO.
           DISPLAY "Codigo de emisora:" LINE 12 COL 15.
           DISPLAY "Referencia de pagador:" LINE 14 COL 15.
           DISPLAY "Importe:" LINE 16 COL 15.
           DISPLAY "," LINE 16 COL 52.
           DISPLAY "EUR" LINE 16 COL 56.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

           ACCEPT PAGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIR-PAGO.

           COMPUTE CENT-PAGO-USER = (EURENT-USUARIO * 100)
                                    + EURDEC-USUARIO.

           OPEN INPUT EMISORAS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           MOVE EMISORA-USUARIO TO EMI-CODIGO.
           READ EMISORAS INVALID KEY
               MOVE "B" TO EMI-ESTADO.
           CLOSE EMISORAS.

           IF EMISORA-USUARIO = 0 OR EMI-ESTADO NOT = "A"
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               DISPLAY "Emisora desconocida o dada de baja"
                   LINE 6 COL 23
                   WITH BACKGROUND-COLOR RED
               MOVE "ER" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               GO TO PEDIR-PAGO.

           PERFORM VALIDAR-REFERENCIA THRU VALIDAR-REFERENCIA-EXIT.
           IF NOT REFERENCIA-OK
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               DISPLAY "La referencia no es valida para esa emisora"
                   LINE 6 COL 18
                   WITH BACKGROUND-COLOR RED
               MOVE "ER" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               GO TO PEDIR-PAGO.

           IF CENT-PAGO-USER = 0 OR CENT-PAGO-USER < EMI-MINIMO-CENT
                   OR (EMI-MAXIMO-CENT > 0
                       AND CENT-PAGO-USER > EMI-MAXIMO-CENT)
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               DISPLAY "Importe fuera de los limites de la emisora"
                   LINE 6 COL 18
                   WITH BACKGROUND-COLOR RED
               MOVE "ER" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               GO TO PEDIR-PAGO.

           MOVE "PAGO RECIBO"      TO CCO-OPERACION.
           MOVE "BANKPAG"          TO CCO-CANAL.
           MOVE TNUM               TO CCO-TARJETA.
           MOVE CENT-PAGO-USER     TO CCO-IMPORTE-CENT.
           MOVE "PG"               TO CCO-TIPO-MOV.
           CALL "BANKCOM" USING CALCULO-COMISION.
           MOVE CCO-COMISION-CENT TO CENT-COMISION.
           COMPUTE CENT-TOTAL-USER = CENT-PAGO-USER + CENT-COMISION.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud, igual que en los importes
           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO-USER = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO-USER = (SALDO-ENT * 100) + SALDO-DEC
           END-IF.

           PERFORM SUMAR-RETENCIONES THRU SUMAR-RETENCIONES-EXIT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

      *    como en BANK4: hasta el descubierto autorizado, pero sin
      *    dejar nunca un saldo entre -1 y -99 centimos, tampoco el
      *    intermedio entre el pago y su comision
           IF CENT-TOTAL-USER >
                   (CENT-SALDO-USER - CENT-RETENIDO-USER
                    + CENT-DESCUBIERTO)
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               DISPLAY "Saldo insuficiente" LINE 6 COL 27
                   WITH BACKGROUND-COLOR RED
               MOVE "SF" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               GO TO PEDIR-PAGO.

           IF ((CENT-SALDO-USER - CENT-TOTAL-USER) < 0
                   AND (CENT-SALDO-USER - CENT-TOTAL-USER) > -100)
               OR ((CENT-SALDO-USER - CENT-PAGO-USER) < 0
                   AND (CENT-SALDO-USER - CENT-PAGO-USER) > -100)
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               DISPLAY "Saldo insuficiente" LINE 6 COL 27
                   WITH BACKGROUND-COLOR RED
               MOVE "SF" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               GO TO PEDIR-PAGO.

      *    El cliente ve a quien paga y cuanto antes de que se toque
      *    nada, con la comision si la tarifa la tiene.
       CONFIRMAR-PAGO.
           COMPUTE COMISION-ENT = CENT-COMISION / 100.
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO COMISION-DEC.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pagar recibos y tributos" LINE 8 COL 28.
           DISPLAY "Emisora:" LINE 10 COL 15.
           DISPLAY EMI-NOMBRE LINE 10 COL 30.
           DISPLAY "Referencia:" LINE 11 COL 15.
           DISPLAY REFERENCIA-PAGO LINE 11 COL 30.
           DISPLAY "Importe a pagar:" LINE 13 COL 15.
           DISPLAY EURENT-USUARIO LINE 13 COL 41.
           DISPLAY "," LINE 13 COL 48.
           DISPLAY EURDEC-USUARIO LINE 13 COL 49.
           DISPLAY "EUR" LINE 13 COL 52.
           IF CENT-COMISION > 0
               DISPLAY "Comision de la operacion:" LINE 15 COL 15
               DISPLAY COMISION-ENT LINE 15 COL 41
               DISPLAY "," LINE 15 COL 48
               DISPLAY COMISION-DEC LINE 15 COL 49
               DISPLAY "EUR" LINE 15 COL 52
               DISPLAY CCO-CONCEPTO LINE 17 COL 15.
           DISPLAY "Enter - Confirmar" LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" LINE 24 COL 66.

       CONFIRMAR-PAGO-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO CONFIRMAR-PAGO-ENTER.

       REGISTRAR-PAGO.
      *    el numero de pago se reserva antes de cargar nada: sin el
      *    no se puede dejar el pago pendiente de liquidar
           PERFORM RESERVAR-PAG-NUM THRU RESERVAR-PAG-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

           MOVE 1 TO CANT-RESERVA.
           IF CENT-COMISION > 0
               MOVE 2 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TNUM         TO MOV-TARJETA.
           MOVE ANO          TO MOV-ANO.
           MOVE MES          TO MOV-MES.
           MOVE DIA          TO MOV-DIA.
           MOVE HORAS        TO MOV-HOR.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = 0 - EURENT-USUARIO.
           MOVE EURDEC-USUARIO TO MOV-IMPORTE-DEC.
           MOVE EMI-NOMBRE   TO CPG-NOMBRE.
           MOVE CONCEPTO-PAGO TO MOV-CONCEPTO.
           MOVE "PG"         TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-PAGO-USER.
           MOVE EMI-CODIGO   TO MOV-CONTRAPARTIDA.
           MOVE SPACES       TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           SUBTRACT CENT-PAGO-USER FROM CENT-SALDO-USER.
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
           MOVE LAST-MOV-NUM TO MOV-NUM-PAGO.

           IF CENT-COMISION > 0
               PERFORM REGISTRAR-COMISION
                   THRU REGISTRAR-COMISION-EXIT.

           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           CLOSE F-MOVIMIENTOS.

           PERFORM ACTUALIZAR-CUENTA THRU ACTUALIZAR-CUENTA-EXIT.
           PERFORM GRABAR-PAGO THRU GRABAR-PAGO-EXIT.

       P-EXITO.
           MOVE "OK" TO DCL-RESULTADO-REG.
           MOVE MOV-NUM-PAGO TO DCL-MOVNUM-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           PERFORM EMITIR-JUSTIFICANTE
               THRU EMITIR-JUSTIFICANTE-EXIT.
           PERFORM AVISO-PAGO THRU AVISO-PAGO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pagar recibos y tributos" LINE 8 COL 28.
           DISPLAY "Pago realizado. Nuevo saldo:" LINE 10 COL 4.
           DISPLAY SALDO-DISPLAY.
           IF LAST-JUS-NUM > 0
               DISPLAY "Justificante:" LINE 12 COL 15
               DISPLAY LAST-JUS-NUM(20:16) LINE 12 COL 30.
           DISPLAY "La emisora recibe el pago en su proxima"
               LINE 14 COL 15.
           DISPLAY "liquidacion" LINE 15 COL 15.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *    Repinta el formulario de pago con lo tecleado para que el
      *    cliente corrija tras un rechazo.
       PANTALLA-PAGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pagar recibos y tributos" LINE 8 COL 28.
           DISPLAY "Saldo Actual:" LINE 10 COL 19.
           DISPLAY SALDO-DISPLAY.

       PANTALLA-PAGO-EXIT.
           EXIT.

      *    Ofrece las emisoras guardadas en la agenda de la tarjeta:
      *    si hay se listan hasta diez con un numero y la elegida
      *    rellena emisora y referencia; con 0 (o sin ninguna) se
      *    teclean a mano.
       ELEGIR-EMISORA.
           MOVE 0 TO TOTAL-EMI-SEL.
           MOVE 0 TO EMI-ELEGIDA.
           MOVE "N" TO HAY-MAS-EMI.

           OPEN INPUT BENEFICIARIOS.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO ELEGIR-EMISORA-EXIT.

           MOVE TNUM TO BEN-TARJETA.
           MOVE LOW-VALUES TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS >= BEN-CLAVE INVALID KEY
               CLOSE BENEFICIARIOS
               GO TO ELEGIR-EMISORA-EXIT.

       CARGAR-EMI-SEL.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO CARGAR-EMI-SEL-FIN.
           IF BEN-TARJETA NOT = TNUM
               GO TO CARGAR-EMI-SEL-FIN.
           IF NOT BEN-ES-EMISORA
               GO TO CARGAR-EMI-SEL.
           IF TOTAL-EMI-SEL >= 10
               MOVE "S" TO HAY-MAS-EMI
               GO TO CARGAR-EMI-SEL-FIN.
           ADD 1 TO TOTAL-EMI-SEL.
           MOVE BEN-ALIAS      TO TES-ALIAS(TOTAL-EMI-SEL).
           MOVE BEN-DESTINO    TO TES-EMISORA(TOTAL-EMI-SEL).
           MOVE BEN-REFERENCIA TO TES-REFERENCIA(TOTAL-EMI-SEL).
           MOVE BEN-NOMBRE     TO TES-NOMBRE(TOTAL-EMI-SEL).
           GO TO CARGAR-EMI-SEL.

       CARGAR-EMI-SEL-FIN.
           CLOSE BENEFICIARIOS.

           IF TOTAL-EMI-SEL = 0
               GO TO ELEGIR-EMISORA-EXIT.

       PINTAR-EMI-SEL.
           DISPLAY "Emisoras guardadas:" LINE 11 COL 19.
           MOVE 0 TO EMI-SEL-IDX.
           MOVE 11 TO LINEA-EMI.

       PINTAR-EMI-SEL-BUCLE.
           ADD 1 TO EMI-SEL-IDX.
           IF EMI-SEL-IDX > TOTAL-EMI-SEL
               GO TO PEDIR-EMI-SEL.
           ADD 1 TO LINEA-EMI.
           DISPLAY EMI-SEL-IDX LINE LINEA-EMI COL 19.
           DISPLAY TES-ALIAS(EMI-SEL-IDX) LINE LINEA-EMI COL 23.
           DISPLAY TES-NOMBRE(EMI-SEL-IDX)(1:25) LINE LINEA-EMI
               COL 40.
           GO TO PINTAR-EMI-SEL-BUCLE.

       PEDIR-EMI-SEL.
           IF MAS-EMISORAS
               DISPLAY "Hay mas de diez: gestionelas en Beneficiarios"
                   LINE 21 COL 19
                   WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Numero (0 = introducir a mano):" LINE 22 COL 19.
           ACCEPT EMI-SEL-ACCEPT ON EXCEPTION
           IF ESC-PRESSED THEN
               PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT
               GO TO ELEGIR-EMISORA-EXIT
           ELSE
               GO TO PEDIR-EMI-SEL
           END-IF.

           IF EMI-ELEGIDA > TOTAL-EMI-SEL
               DISPLAY "Numero no valido" LINE 23 COL 19
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-EMI-SEL.

           IF EMI-ELEGIDA > 0
               MOVE TES-EMISORA(EMI-ELEGIDA)    TO EMISORA-USUARIO
               MOVE TES-REFERENCIA(EMI-ELEGIDA) TO REFERENCIA-PAGO.
           PERFORM PANTALLA-PAGO THRU PANTALLA-PAGO-EXIT.

       ELEGIR-EMISORA-EXIT.
           EXIT.

      *    Control de la referencia de pagador contra la emisora leida
      *    en EMISORAS-REG; las emisoras sin control ("N") aceptan
      *    cualquier referencia distinta de cero.
       VALIDAR-REFERENCIA.
           MOVE "N" TO REFERENCIA-VALIDA.
           IF REFERENCIA-PAGO = 0
               GO TO VALIDAR-REFERENCIA-EXIT.
           IF EMI-CONTROL NOT = "S"
               MOVE "S" TO REFERENCIA-VALIDA
               GO TO VALIDAR-REFERENCIA-EXIT.
           COMPUTE REF-CONTROL-CALC = FUNCTION MOD(
               (EMI-CODIGO * 100000000000) + REF-BASE, 97).
           IF REF-CONTROL-CALC = REF-CONTROL
               MOVE "S" TO REFERENCIA-VALIDA.

       VALIDAR-REFERENCIA-EXIT.
           EXIT.

      *    Aviso por SMS del cargo cuando supera el umbral que el
      *    cliente tiene pedido (lo decide BANKNOT).
       AVISO-PAGO.
           MOVE TNUM               TO PAV-TARJETA.
           MOVE "MV"               TO PAV-EVENTO.
           MOVE CONCEPTO-PAGO      TO PAV-DESCRIPCION.
           MOVE CENT-PAGO-USER     TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO-USER    TO PAV-SALDO-CENT.
           MOVE "BANKPAG"          TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.

       AVISO-PAGO-EXIT.
           EXIT.

      *    Movimiento propio de la comision, a continuacion del pago
      *    y con el segundo numero reservado; la contrapartida es el
      *    canal que la cobra. Deja en MOV-SALDOPOS el saldo final
      *    para el maestro.
       REGISTRAR-COMISION.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-COMISION / 100).
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO MOV-IMPORTE-DEC.
           MOVE CCO-CONCEPTO TO MOV-CONCEPTO.
           MOVE "CO"         TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-COMISION.
           MOVE "BANKPAG"    TO MOV-CONTRAPARTIDA.
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

      *    Deja el pago pendiente de liquidar a la emisora con el
      *    numero ya reservado y el movimiento de cargo.
       GRABAR-PAGO.
           OPEN I-O PAGOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.
           MOVE LAST-PAG-NUM    TO PAG-NUM.
           MOVE TNUM            TO PAG-TARJETA.
           MOVE EMI-CODIGO      TO PAG-EMISORA.
           MOVE REFERENCIA-PAGO TO PAG-REFERENCIA.
           MOVE ANO             TO PAG-ANO.
           MOVE MES             TO PAG-MES.
           MOVE DIA             TO PAG-DIA.
           MOVE HORAS           TO PAG-HOR.
           MOVE MINUTOS         TO PAG-MIN.
           MOVE SEGUNDOS        TO PAG-SEG.
           MOVE CENT-PAGO-USER  TO PAG-IMPORTE-CENT.
           MOVE CENT-COMISION   TO PAG-COMISION-CENT.
           MOVE MOV-NUM-PAGO    TO PAG-MOVNUM.
           MOVE "P"             TO PAG-ESTADO.
           MOVE 0               TO PAG-F-LIQUIDACION.
           MOVE 0               TO PAG-SECUENCIA.
           WRITE PAGOS-REG INVALID KEY
               CLOSE PAGOS
               GO TO PSYS-ERR.
           CLOSE PAGOS.

       GRABAR-PAGO-EXIT.
           EXIT.

      *    Refleja el saldo del ultimo movimiento escrito en el
      *    maestro CUENTAS con una lectura/escritura por clave.
       ACTUALIZAR-CUENTA.
           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           READ CUENTAS INVALID KEY GO TO ACTUALIZAR-CUENTA-NUEVA.
           MOVE SALDO-ENT TO CTA-SALDO-ENT.
           MOVE SALDO-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ACTUALIZAR-CUENTA-EXIT.

       ACTUALIZAR-CUENTA-NUEVA.
           MOVE TNUM TO CTA-TARJETA.
           MOVE SALDO-ENT TO CTA-SALDO-ENT.
           MOVE SALDO-DEC TO CTA-SALDO-DEC.
           WRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

       ACTUALIZAR-CUENTA-EXIT.
           CLOSE CUENTAS.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento consecutivos en
      *    el fichero de contadores y deja en LAST-MOV-NUM el ultimo
      *    numero ya usado antes de la reserva. Si falta el contador
      *    hay que reconstruirlo con BANKCNT.
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

      *    Reserva el numero del pago en la secuencia PAGOS y lo deja
      *    en LAST-PAG-NUM; el primer pago estrena la secuencia.
       RESERVAR-PAG-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "PAGOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "PAGOS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-PAG-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-PAG-NUM.

       RESERVAR-PAG-NUM-EXIT.
           EXIT.

      *    Lee el descubierto autorizado de la tarjeta (ver BANKSUP);
      *    sin fichero o sin fila el descubierto es cero.
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSD NOT = 00 AND FSD NOT = 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TNUM TO DSC-TARJETA.
           READ DESCUBIERTOS INVALID KEY
               CLOSE DESCUBIERTOS
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE DSC-LIMITE-CENT TO CENT-DESCUBIERTO.
           CLOSE DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
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

      *    Comprueba el bloqueo temporal y el interruptor de
      *    transferencias que ha puesto el cliente en BANKCFG; sin
      *    fichero o sin fila no hay restriccion.
       VERIFICAR-CONTROLES.
           MOVE "N" TO OPERACION-VETADA.
           OPEN INPUT CONTROLES.
           IF FSG NOT = 00 AND FSG NOT = 05
               GO TO VERIFICAR-CONTROLES-EXIT.
           MOVE TNUM TO CTL-TARJETA.
           READ CONTROLES INVALID KEY
               CLOSE CONTROLES
               GO TO VERIFICAR-CONTROLES-EXIT.
           IF CTL-BLOQUEO = "S" OR CTL-TRANSFER = "N"
               MOVE "S" TO OPERACION-VETADA.
           CLOSE CONTROLES.

       VERIFICAR-CONTROLES-EXIT.
           EXIT.

       OPERACION-DESHABILITADA.
           MOVE 0 TO EURENT-USUARIO.
           MOVE 0 TO EURDEC-USUARIO.
           MOVE "VE" TO DCL-RESULTADO-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion deshabilitada para esta tarjeta"
               LINE 9 COL 19
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Revise los ajustes de su tarjeta" LINE 11 COL 24
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

      *    Apunta el pago en el diario electronico (ver BANKDIA),
      *    tambien cuando se deniega; si el diario o su contador no
      *    estan disponibles se renuncia al apunte, igual que hace la
      *    traza de auditoria.
       ESCRIBIR-DIARIO.
           MOVE 0 TO LAST-DCL-NUM.
           IF DCL-RESULTADO-REG NOT = "OK"
               MOVE 0 TO DCL-MOVNUM-REG.
           OPEN I-O DIARIOCLI.
           IF FSU NOT = 00 AND FSU NOT = 05
               GO TO ESCRIBIR-DIARIO-EXIT.

           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               CLOSE DIARIOCLI
               GO TO ESCRIBIR-DIARIO-EXIT.
           MOVE "DIARIOCLI" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer apunte del diario: la secuencia se estrena aqui
               MOVE "DIARIOCLI" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   CLOSE DIARIOCLI
                   GO TO ESCRIBIR-DIARIO-EXIT.
           MOVE CNT-ULTIMO TO LAST-DCL-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               CLOSE DIARIOCLI
               GO TO ESCRIBIR-DIARIO-EXIT.
           CLOSE CONTADORES.

           ADD 1 TO LAST-DCL-NUM.
           MOVE LAST-DCL-NUM        TO DCL-NUM.
           MOVE TNUM                TO DCL-TARJETA.
           MOVE ANO                 TO DCL-ANO.
           MOVE MES                 TO DCL-MES.
           MOVE DIA                 TO DCL-DIA.
           MOVE HORAS               TO DCL-HOR.
           MOVE MINUTOS             TO DCL-MIN.
           MOVE SEGUNDOS            TO DCL-SEG.
           MOVE "PAGO RECIBO"       TO DCL-OPERACION.
           MOVE EURENT-USUARIO      TO DCL-IMPORTE-ENT.
           MOVE EURDEC-USUARIO      TO DCL-IMPORTE-DEC.
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANKPAG"           TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

       ESCRIBIR-DIARIO-EXIT.
           EXIT.

      *    Emite el justificante del pago: referencia unica de la
      *    secuencia JUSTIFICANTE, fila en el fichero de justificantes
      *    (ver BANKJUS) y copia imprimible con la emisora y la
      *    referencia de pagador. Si algo falla se renuncia al
      *    justificante sin frenar la operacion.
       EMITIR-JUSTIFICANTE.
           MOVE 0 TO LAST-JUS-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO EMITIR-JUSTIFICANTE-EXIT.
           MOVE "JUSTIFICANTE" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer justificante: la secuencia se estrena aqui
               MOVE "JUSTIFICANTE" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO EMITIR-JUSTIFICANTE-EXIT.
           MOVE CNT-ULTIMO TO LAST-JUS-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               MOVE 0 TO LAST-JUS-NUM
               GO TO EMITIR-JUSTIFICANTE-EXIT.
           CLOSE CONTADORES.

           ADD 1 TO LAST-JUS-NUM.

           OPEN I-O JUSTIFIC.
           IF FSV NOT = 00 AND FSV NOT = 05
               GO TO EMITIR-JUSTIFICANTE-EXIT.
           MOVE LAST-JUS-NUM        TO JUS-NUM.
           MOVE TNUM                TO JUS-TARJETA.
           MOVE ANO                 TO JUS-ANO.
           MOVE MES                 TO JUS-MES.
           MOVE DIA                 TO JUS-DIA.
           MOVE HORAS               TO JUS-HOR.
           MOVE MINUTOS             TO JUS-MIN.
           MOVE SEGUNDOS            TO JUS-SEG.
           MOVE "PAGO RECIBO"       TO JUS-OPERACION.
           MOVE EURENT-USUARIO      TO JUS-IMPORTE-ENT.
           MOVE EURDEC-USUARIO      TO JUS-IMPORTE-DEC.
           MOVE SALDO-ENT           TO JUS-SALDO-ENT.
           MOVE SALDO-DEC           TO JUS-SALDO-DEC.
           MOVE MOV-NUM-PAGO        TO JUS-MOVNUM.
           MOVE CENT-COMISION       TO JUS-COMISION-CENT.
           MOVE TERMINAL-CAJERO     TO JUS-TERMINAL.
           WRITE JUSTIFIC-REG.
           CLOSE JUSTIFIC.

           OPEN EXTEND IMPRESOS.
           IF FSX NOT = 00 AND FSX NOT = 05
               GO TO EMITIR-JUSTIFICANTE-EXIT.
           WRITE LINEA-IMPRESO FROM LIN-JUS-SEP.
           MOVE LAST-JUS-NUM(20:16) TO JUS-P-NUM.
           WRITE LINEA-IMPRESO FROM LIN-JUS-CAB.
           COMPUTE JUS-P-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE HORAS TO JUS-P-HOR.
           MOVE MINUTOS TO JUS-P-MIN.
           MOVE TNUM(13:4) TO JUS-P-T4.
           MOVE TERMINAL-CAJERO TO JUS-P-TERMINAL.
           WRITE LINEA-IMPRESO FROM LIN-JUS-FEC.
           MOVE "PAGO RECIBO" TO JUS-P-OPERACION.
           WRITE LINEA-IMPRESO FROM LIN-JUS-OPE.
           MOVE EMI-CODIGO      TO JUS-P-EMISORA.
           MOVE REFERENCIA-PAGO TO JUS-P-REFERENCIA.
           WRITE LINEA-IMPRESO FROM LIN-JUS-EMI.
           MOVE EURENT-USUARIO TO JUS-P-IMP-ENT.
           MOVE EURDEC-USUARIO TO JUS-P-IMP-DEC.
           MOVE SALDO-ENT      TO JUS-P-SAL-ENT.
           MOVE SALDO-DEC      TO JUS-P-SAL-DEC.
           WRITE LINEA-IMPRESO FROM LIN-JUS-IMP.
           IF CENT-COMISION > 0
               COMPUTE JUS-P-COM-ENT = CENT-COMISION / 100
               MOVE FUNCTION MOD(CENT-COMISION, 100)
                   TO JUS-P-COM-DEC
               WRITE LINEA-IMPRESO FROM LIN-JUS-COM.
           CLOSE IMPRESOS.

       EMITIR-JUSTIFICANTE-EXIT.
           EXIT.
