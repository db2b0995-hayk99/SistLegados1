       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSUS.

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

           SELECT INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSC.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT OPTIONAL SUSTITUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS SUS-TARJETA-ANTERIOR
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-PROGRAMADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUM
           FILE STATUS IS FSA.

           SELECT OPTIONAL BENEFICIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSN.

           SELECT OPTIONAL CONTROLES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-TARJETA
           FILE STATUS IS FSG.

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSK.

           SELECT OPTIONAL AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-TARJETA
           FILE STATUS IS FSV.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-TARJETA WITH DUPLICATES
           FILE STATUS IS FSJ.

           SELECT OPTIONAL RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSL.

           SELECT OPTIONAL INTERCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-NUM
           FILE STATUS IS FSX.

           SELECT OPTIONAL PENDIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NUM
           FILE STATUS IS FSP.

           SELECT OPTIONAL ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSQ.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSF.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           ALTERNATE RECORD KEY IS PRE-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.


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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM      PIC 9(16).
           02 IINTENTOS PIC 9(1).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAS-REG.
           02 CTA-TARJETA          PIC  9(16).
           02 CTA-SALDO-ENT        PIC S9(9).
           02 CTA-SALDO-DEC        PIC  9(2).

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

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Traza de auditoria: la sustitucion deja una fila en la
      *    tarjeta sustituida y otra en la nueva.
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

      *    Parametros de explotacion (ver BANKPAR): la tarjeta nueva
      *    nace con los intentos de pin del parametro INTENTOS-PIN.
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Vinculo entre la tarjeta sustituida y la que la sustituye:
      *    una fila por sustitucion, por la tarjeta nueva y con la
      *    anterior como clave alternativa, de modo que las consultas
      *    de movimientos (BANK3, BANKEXT, BANKHIS) puedan remontar la
      *    cadena y ensenar el historial de antes de la sustitucion.
      *    Motivo: "R" robo o extravio, "V" caducidad (relacion de
      *    BANKVTO), "O" otro (deterioro, cambio de titular...). Los
      *    dos numeros de movimiento son el par de apuntes enlazados
      *    con que se traspaso el saldo.
       FD SUSTITUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sustituciones.ubd".
       01 SUSTITUCIONES-REG.
           02 SUS-TARJETA-NUEVA    PIC  9(16).
           02 SUS-TARJETA-ANTERIOR PIC  9(16).
           02 SUS-ANO              PIC   9(4).
           02 SUS-MES              PIC   9(2).
           02 SUS-DIA              PIC   9(2).
           02 SUS-MOTIVO           PIC  X(1).
           02 SUS-MOVNUM-SALIDA    PIC  9(35).
           02 SUS-MOVNUM-ENTRADA   PIC  9(35).

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "programadas.ubd".
       01 PROGRAMADAS-REG.
           02 PROG-NUM              PIC  9(35).
      *    TARJETA DE ORIGEN
           02 PROG-TARJETA-O        PIC  9(16).
      *    TARJETA DE DESTINO
           02 PROG-TARJETA-D        PIC  9(16).
           02 PROG-ANO              PIC   9(4).
           02 PROG-MES              PIC   9(2).
           02 PROG-DIA              PIC   9(2).
           02 PROG-IMPORTE-ENT      PIC   9(7).
           02 PROG-IMPORTE-DEC      PIC   9(2).
           02 PROG-CONCEPTO         PIC  X(35).
           02 PROG-ESTADO           PIC  X(01).
           02 PROG-REPETICIONES     PIC  9(02).
           02 PROG-DIA-SOLICITADO   PIC  9(02).
           02 PROG-REINTENTOS       PIC  9(02).

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

       FD MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATOS-REG.
           02 MAN-CLAVE.
               03 MAN-TARJETA      PIC  9(16).
               03 MAN-ACREEDOR     PIC  X(16).
           02 MAN-ESTADO           PIC  X(1).
           02 MAN-FALTA            PIC  9(8).
           02 MAN-FREVOCA          PIC  9(8).

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

       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubier.ubd".
       01 DESCUBIERTOS-REG.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Avisos por SMS pedidos en BANKAVI: la fila de la tarjeta
      *    antigua pasa a la nueva para no perder los umbrales.
       FD AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
       01 AVISOS-REG.
           02 AVI-TARJETA          PIC  9(16).
           02 AVI-UMBRAL-CENT      PIC  9(9).
           02 AVI-SALDO-MIN-CENT   PIC  9(9).
           02 AVI-DEVOLUCION       PIC  X(1).
           02 AVI-SOBRES           PIC  X(1).
           02 AVI-PROGRAMADAS      PIC  X(1).
           02 AVI-CADUCIDAD        PIC  X(1).
           02 AVI-RECLAMACION      PIC  X(1).
           02 AVI-EVENTOS          PIC  X(1).

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

      *    Ordenes de embargo (ver BANKEMB): las que siguen vivas
      *    pasan a la tarjeta nueva junto con su retencion.
       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGOS-REG.
           02 EMB-NUM              PIC  9(35).
           02 EMB-REFERENCIA       PIC  X(20).
           02 EMB-ORGANISMO        PIC  X(35).
           02 EMB-DOCUMENTO        PIC  X(12).
           02 EMB-TARJETA          PIC  9(16).
           02 EMB-CUENTA-DESTINO   PIC  9(16).
           02 EMB-IMPORTE-CENT     PIC  9(9).
           02 EMB-RETENIDO-CENT    PIC  9(9).
           02 EMB-REMITIDO-CENT    PIC  9(9).
           02 EMB-ESTADO           PIC  X(1).
               88 EMB-EN-CURSO           VALUE "A".
               88 EMB-CUBIERTO           VALUE "C".
           02 EMB-F-ALTA           PIC  9(8).
           02 EMB-F-REMESA         PIC  9(8).
           02 EMB-REMESAS          PIC  9(3).
           02 EMB-F-LEVANTAMIENTO  PIC  9(8).
           02 EMB-OPERADOR         PIC  X(08).
           02 EMB-AUTORIZADOR      PIC  X(08).

       FD RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
       01 RECLAMACIONES-REG.
           02 REC-NUM              PIC  9(35).
           02 REC-MOVNUM           PIC  9(35).
           02 REC-TARJETA          PIC  9(16).
           02 REC-ANO              PIC   9(4).
           02 REC-MES              PIC   9(2).
           02 REC-DIA              PIC   9(2).
           02 REC-MOTIVO           PIC  X(35).
           02 REC-ESTADO           PIC  X(1).
           02 REC-FANO             PIC   9(4).
           02 REC-FMES             PIC   9(2).
           02 REC-FDIA             PIC   9(2).

       FD INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
       01 INTERCAMBIO-REG.
           02 INT-NUM              PIC  9(35).
           02 INT-TARJETA-O        PIC  9(16).
           02 INT-CUENTA-EXT       PIC  9(16).
           02 INT-NOMBRE           PIC  X(35).
           02 INT-ANO              PIC   9(4).
           02 INT-MES              PIC   9(2).
           02 INT-DIA              PIC   9(2).
           02 INT-IMPORTE-ENT      PIC   9(7).
           02 INT-IMPORTE-DEC      PIC   9(2).
           02 INT-ESTADO           PIC  X(1).
      *    comision de la orden segun tarifa (ver BANKCOM), en
      *    centimos; BANKEMI la carga aparte al exportar la orden.
           02 INT-COMISION-CENT    PIC  9(9).

       FD PENDIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientes.ubd".
       01 PENDIENTES-REG.
           02 PEN-NUM              PIC  9(35).
           02 PEN-TARJETA          PIC  9(16).
           02 PEN-ANO              PIC   9(4).
           02 PEN-MES              PIC   9(2).
           02 PEN-DIA              PIC   9(2).
           02 PEN-HOR              PIC   9(2).
           02 PEN-MIN              PIC   9(2).
           02 PEN-SEG              PIC   9(2).
           02 PEN-IMPORTE-ENT      PIC   9(7).
           02 PEN-IMPORTE-DEC      PIC   9(2).
           02 PEN-CONT-ENT         PIC   9(7).
           02 PEN-CONT-DEC         PIC   9(2).
           02 PEN-ESTADO           PIC  X(1).
      *    Cajero en cuyo cajetin de deposito entro el sobre (ver
      *    BANKTER).
           02 PEN-TERMINAL         PIC  X(04).

       FD ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADAS-REG.
           02 ENT-NUM               PIC  9(35).
           02 ENT-EVENTO            PIC   9(7).
           02 ENT-TARJETA           PIC  9(16).
           02 ENT-ANO               PIC   9(4).
           02 ENT-MES               PIC   9(2).
           02 ENT-DIA               PIC   9(2).
           02 ENT-HOR               PIC   9(2).
           02 ENT-MIN               PIC   9(2).
           02 ENT-SEG               PIC   9(2).
           02 ENT-PRECIO-ENT        PIC   9(5).
           02 ENT-PRECIO-DEC        PIC   9(2).
      *    "D" devuelta; cualquier otro valor, vendida
           02 ENT-ESTADO            PIC   X(1).
           02 ENT-FILA              PIC   9(3).
           02 ENT-BUTACA            PIC   9(3).

      *    Depositos a plazo fijo (ver BANKDEP): los activos pasan a
      *    la tarjeta nueva para que BANKPLZ pague en ella el
      *    vencimiento.
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

      *    Prestamos al consumo (ver BANKPRE): los vivos pasan a la
      *    tarjeta nueva para que BANKCUO cobre de ella las cuotas;
      *    el cuadro de cuotas.ubd cuelga del numero de prestamo y no
      *    hay que tocarlo.
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


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSV                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       78 GREEN   VALUE 2.
       78 CYAN    VALUE 3.
       78 RED     VALUE 4.
       78 MAGENTA VALUE 5.
       78 YELLOW  VALUE 6.
       78 WHITE   VALUE 7.

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
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC  9(4).
       77 TARJETA-ANTIGUA          PIC  9(16).
       77 TARJETA-NUEVA            PIC  9(16).
       77 PIN-INICIAL              PIC  9(4).
       77 MOTIVO-SUSTITUCION       PIC  X(1).
           88 MOTIVO-VALIDO         VALUE "R" "V" "O".
       77 CONFIRMADO-SUSTITUCION   PIC  X(1).
           88 SUSTITUCION-OK        VALUE "S".

      *    datos de la tarjeta sustituida que hereda la nueva
       77 NOMBRE-TITULAR           PIC  X(35).
       77 CUENTA-TITULAR           PIC  9(16).
       77 SALDO-ENT                PIC S9(9).
       77 SALDO-DEC                PIC  9(2).

       77 PIN-HASH                 PIC  9(8).
       77 ANO-CADUCA               PIC  9(4).
       77 MAX-INTENTOS             PIC  9(1)  VALUE 3.
       77 LAST-AUD-NUM             PIC  9(35).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-APUNTE              PIC S9(11).
       77 MOVNUM-SALIDA            PIC  9(35).
       77 MOVNUM-ENTRADA           PIC  9(35).

       77 MSJ-SUSTIT-SALIDA        PIC  X(35)
           VALUE "Traspaso a tarjeta sustituta".
       77 MSJ-SUSTIT-ENTRADA       PIC  X(35)
           VALUE "Saldo de tarjeta sustituida".

      *    fila de auditoria que deja preparada quien hace el PERFORM
      *    de ESCRIBIR-AUDITORIA
       77 AUD-TARJETA-REG          PIC  9(16).
       77 AUD-TIPO-REG             PIC  X(20).

      *    ultima clave tratada al trasladar las filas que cuelgan de
      *    la tarjeta por clave compuesta (beneficiarios, mandatos)
       77 ALIAS-TRATADO            PIC  X(15).
       77 ACREEDOR-TRATADO         PIC  X(16).

      *    filas trasladadas a la tarjeta nueva, para el resumen final
       77 TRAS-PROGRAMADAS         PIC  9(5).
       77 TRAS-BENEFICIARIOS       PIC  9(5).
       77 TRAS-MANDATOS            PIC  9(5).
       77 TRAS-AJUSTES             PIC  9(5).
       77 TRAS-RETENCIONES         PIC  9(5).
       77 TRAS-RECLAMACIONES       PIC  9(5).
       77 TRAS-ORDENES             PIC  9(5).
       77 TRAS-SOBRES              PIC  9(5).
       77 TRAS-ENTRADAS            PIC  9(5).
       77 TRAS-CONTRATOS           PIC  9(5).

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
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(16) USING TARJETA-ANTIGUA.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 50
               PIC 9(16) USING TARJETA-NUEVA.
           05 FILLER BLANK ZERO AUTO SECURE LINE 12 COL 50
               PIC 9(4) USING PIN-INICIAL.
           05 FILLER AUTO LINE 14 COL 50
               PIC X(1) USING MOTIVO-SUSTITUCION.

       01 SALDO-DISPLAY.
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 12 COL 45 PIC -9(7) FROM SALDO-ENT.
           05 FILLER LINE 12 COL 53 VALUE ",".
           05 FILLER LINE 12 COL 54 PIC 99 FROM SALDO-DEC.
           05 FILLER LINE 12 COL 57 VALUE "EUR".

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 19 COL 50
               PIC X(1) USING CONFIRMADO-SUSTITUCION.


      *    SUSTITUCION DE TARJETA -- cuando una tarjeta se denuncia
      *    robada o se reemite desde la relacion de BANKVTO, emite la
      *    tarjeta nueva con el titular y la cuenta de la antigua,
      *    cancela la antigua, traspasa el saldo con un par de
      *    movimientos enlazados y traslada a la tarjeta nueva todo lo
      *    que sigue vivo: ordenes programadas, beneficiarios,
      *    mandatos activos, ajustes de BANKCFG, avisos de BANKAVI,
      *    descubierto de BANKSUP, retenciones y reclamaciones
      *    abiertas, ordenes interbancarias sin enviar, sobres sin
      *    verificar, entradas no devueltas, depositos activos y
      *    prestamos vivos. Los beneficiarios y las programadas de
      *    otros clientes que pagaban a la tarjeta antigua pasan a
      *    pagar a la nueva. El historial se queda en la tarjeta
      *    antigua y el vinculo de sustituciones.ubd permite seguir
      *    consultandolo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKSUS"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Sustitucion de tarjetas" LINE 2
               COL 22 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       P1-CAPTURA.
           INITIALIZE TARJETA-ANTIGUA.
           INITIALIZE TARJETA-NUEVA.
           INITIALIZE PIN-INICIAL.
           INITIALIZE MOTIVO-SUSTITUCION.

           DISPLAY "Tarjeta a sustituir:" LINE 8 COL 15.
           DISPLAY "Tarjeta nueva:" LINE 10 COL 15.
           DISPLAY "PIN de la tarjeta nueva:" LINE 12 COL 15.
           DISPLAY "Motivo (R robo, V caducidad, O otro):" LINE 14
               COL 12.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT DATA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF TARJETA-ANTIGUA = 0 OR TARJETA-NUEVA = 0
                   OR TARJETA-ANTIGUA = TARJETA-NUEVA
                   OR NOT MOTIVO-VALIDO
               DISPLAY "Revise las tarjetas y el motivo" LINE 6
                   COL 24 WITH BACKGROUND-COLOR RED
               GO TO P1-CAPTURA.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-NUEVA TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO P1-LEER-ANTIGUA.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta nueva ya existe" LINE 10 COL 27
               WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Solo se sustituye una tarjeta que siga en el fichero y no
      *    este ya cancelada: una tarjeta sustituida queda cancelada y
      *    no puede sustituirse dos veces.
       P1-LEER-ANTIGUA.
           MOVE TARJETA-ANTIGUA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta a sustituir no existe" LINE 10
                   COL 24 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.
           CLOSE TARJETAS.

           IF TESTADO = "C"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta a sustituir ya esta cancelada"
                   LINE 10 COL 20 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           MOVE TNOMBRE       TO NOMBRE-TITULAR.
           MOVE NUMERO-CUENTA TO CUENTA-TITULAR.

           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ANTIGUA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
           MOVE CTA-SALDO-ENT TO SALDO-ENT.
           MOVE CTA-SALDO-DEC TO SALDO-DEC.
           CLOSE CUENTAS.

       P2-CONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta a sustituir:" LINE 7 COL 15.
           DISPLAY TARJETA-ANTIGUA LINE 7 COL 45.
           DISPLAY "Tarjeta nueva:" LINE 8 COL 15.
           DISPLAY TARJETA-NUEVA LINE 8 COL 45.
           DISPLAY "Titular:" LINE 10 COL 15.
           DISPLAY NOMBRE-TITULAR LINE 10 COL 45.
           DISPLAY "Cuenta:" LINE 11 COL 15.
           DISPLAY CUENTA-TITULAR LINE 11 COL 45.
           DISPLAY "Saldo a traspasar:" LINE 12 COL 15.
           DISPLAY SALDO-DISPLAY.
           DISPLAY "La tarjeta antigua quedara cancelada y sus ordenes,"
               LINE 14 COL 15.
           DISPLAY "beneficiarios, mandatos, ajustes, descubierto,"
               LINE 15 COL 15.
           DISPLAY "retenciones y reclamaciones abiertas pasaran a la"
               LINE 16 COL 15.
           DISPLAY "tarjeta nueva." LINE 17 COL 15.
           DISPLAY "Confirma la sustitucion (S/N):" LINE 19 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P2-CONFIRMAR.

           IF NOT SUSTITUCION-OK
               GO TO CANCELADO.

      *    Emision de la tarjeta nueva con el titular y la cuenta de
      *    la antigua, caducidad a cuatro anos como en BANKALTA, y
      *    cancelacion de la antigua en la misma apertura para que no
      *    pueda operar mientras se traslada lo demas.
       P3-GRABAR-TARJETAS.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-NUEVA  TO TNUM.
      *    el fichero guarda el pin transformado, nunca en claro
           PERFORM CALCULAR-PIN-HASH THRU CALCULAR-PIN-HASH-EXIT.
           MOVE PIN-HASH       TO TPIN.
           MOVE NOMBRE-TITULAR TO TNOMBRE.
           MOVE CUENTA-TITULAR TO NUMERO-CUENTA.
           COMPUTE TFALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE ANO-CADUCA = ANO + 4.
           IF MES = 2 AND DIA = 29
               COMPUTE TFCADUCA = (ANO-CADUCA * 10000) + 0228
           ELSE
               COMPUTE TFCADUCA = (ANO-CADUCA * 10000) + (MES * 100)
                                  + DIA
           END-IF.
           MOVE "A" TO TESTADO.
           WRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

           MOVE TARJETA-ANTIGUA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE "C" TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

       P4-GRABAR-INTENTOS.
           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.

           OPEN I-O INTENTOS.
           IF FSI NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-NUEVA TO INUM.
           MOVE MAX-INTENTOS  TO IINTENTOS.
           WRITE INTENTOSREG INVALID KEY
               MOVE MAX-INTENTOS TO IINTENTOS
               REWRITE INTENTOSREG INVALID KEY
                   CLOSE INTENTOS
                   GO TO PSYS-ERR.
           CLOSE INTENTOS.

      *    Traspaso del saldo con un par de movimientos enlazados: la
      *    tarjeta antigua queda a cero con un apunte "SS" por el
      *    saldo cambiado de signo y la nueva abre con un apunte "SE"
      *    por el saldo; cada uno lleva la otra tarjeta como
      *    contrapartida. Se apunta aunque el saldo sea cero, para
      *    que el historial de las dos tarjetas muestre el enlace. Un
      *    saldo en descubierto se traspasa igual, en negativo.
       P5-TRASPASAR-SALDO.
           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-ANTIGUA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE TARJETA-ANTIGUA TO CTA-TARJETA
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC
               WRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.

      *    el saldo que se traspasa es el releido aqui, con la tarjeta
      *    antigua ya cancelada, y no el que se enseno antes de
      *    confirmar: si entre tanto se posteo algo en la antigua, el
      *    "SE", el saldo de la nueva y el resumen salen del mismo
      *    importe que el "SS"
           IF CENT-SALDO < 0
               COMPUTE SALDO-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE SALDO-DEC = FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE SALDO-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO SALDO-DEC
           END-IF.

           MOVE 2 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOVNUM-SALIDA.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-ANTIGUA TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           COMPUTE CENT-APUNTE = 0 - CENT-SALDO.
           IF CENT-APUNTE < 0
               COMPUTE MOV-IMPORTE-ENT = 0 - ((0 - CENT-APUNTE) / 100)
               COMPUTE MOV-IMPORTE-DEC =
                   FUNCTION MOD((0 - CENT-APUNTE), 100)
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-APUNTE / 100)
               MOVE FUNCTION MOD(CENT-APUNTE, 100) TO MOV-IMPORTE-DEC
           END-IF.
           MOVE MSJ-SUSTIT-SALIDA TO MOV-CONCEPTO.
           MOVE 0               TO MOV-SALDOPOS-ENT.
           MOVE 0               TO MOV-SALDOPOS-DEC.
           MOVE "SS"            TO MOV-TIPO.
           MOVE CENT-APUNTE     TO MOV-IMPORTE-CENT.
           MOVE TARJETA-NUEVA   TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR    TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE 0 TO CTA-SALDO-ENT.
           MOVE 0 TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOVNUM-ENTRADA.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-NUEVA   TO MOV-TARJETA.
           IF CENT-SALDO < 0
               COMPUTE MOV-IMPORTE-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-IMPORTE-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-IMPORTE-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-IMPORTE-DEC
           END-IF.
           MOVE MSJ-SUSTIT-ENTRADA TO MOV-CONCEPTO.
           MOVE SALDO-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-DEC       TO MOV-SALDOPOS-DEC.
           MOVE "SE"            TO MOV-TIPO.
           MOVE CENT-SALDO      TO MOV-IMPORTE-CENT.
           MOVE TARJETA-ANTIGUA TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR    TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE TARJETA-NUEVA TO CTA-TARJETA.
           MOVE SALDO-ENT     TO CTA-SALDO-ENT.
           MOVE SALDO-DEC     TO CTA-SALDO-DEC.
           WRITE CUENTAS-REG INVALID KEY
               REWRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

       P6-TRASLADAR-DATOS.
           MOVE 0 TO TRAS-PROGRAMADAS.
           MOVE 0 TO TRAS-BENEFICIARIOS.
           MOVE 0 TO TRAS-MANDATOS.
           MOVE 0 TO TRAS-AJUSTES.
           MOVE 0 TO TRAS-RETENCIONES.
           MOVE 0 TO TRAS-RECLAMACIONES.
           MOVE 0 TO TRAS-ORDENES.
           MOVE 0 TO TRAS-SOBRES.
           MOVE 0 TO TRAS-ENTRADAS.
           MOVE 0 TO TRAS-CONTRATOS.

           PERFORM TRASLADAR-PROGRAMADAS
               THRU TRASLADAR-PROGRAMADAS-EXIT.
           PERFORM TRASLADAR-BENEFICIARIOS
               THRU TRASLADAR-BENEFICIARIOS-EXIT.
           PERFORM TRASLADAR-MANDATOS
               THRU TRASLADAR-MANDATOS-EXIT.
           PERFORM TRASLADAR-CONTROLES
               THRU TRASLADAR-CONTROLES-EXIT.
           PERFORM TRASLADAR-DESCUBIERTO
               THRU TRASLADAR-DESCUBIERTO-EXIT.
           PERFORM TRASLADAR-AVISOS
               THRU TRASLADAR-AVISOS-EXIT.
           PERFORM TRASLADAR-RETENCIONES
               THRU TRASLADAR-RETENCIONES-EXIT.
           PERFORM TRASLADAR-EMBARGOS
               THRU TRASLADAR-EMBARGOS-EXIT.
           PERFORM TRASLADAR-RECLAMACIONES
               THRU TRASLADAR-RECLAMACIONES-EXIT.
           PERFORM TRASLADAR-ORDENES
               THRU TRASLADAR-ORDENES-EXIT.
           PERFORM TRASLADAR-SOBRES
               THRU TRASLADAR-SOBRES-EXIT.
           PERFORM TRASLADAR-ENTRADAS
               THRU TRASLADAR-ENTRADAS-EXIT.
           PERFORM TRASLADAR-DEPOSITOS
               THRU TRASLADAR-DEPOSITOS-EXIT.
           PERFORM TRASLADAR-PRESTAMOS
               THRU TRASLADAR-PRESTAMOS-EXIT.

       P7-GRABAR-VINCULO.
           OPEN I-O SUSTITUCIONES.
           IF FSS NOT = 00 AND FSS NOT = 05
               GO TO PSYS-ERR.
           MOVE TARJETA-NUEVA      TO SUS-TARJETA-NUEVA.
           MOVE TARJETA-ANTIGUA    TO SUS-TARJETA-ANTERIOR.
           MOVE ANO                TO SUS-ANO.
           MOVE MES                TO SUS-MES.
           MOVE DIA                TO SUS-DIA.
           MOVE MOTIVO-SUSTITUCION TO SUS-MOTIVO.
           MOVE MOVNUM-SALIDA      TO SUS-MOVNUM-SALIDA.
           MOVE MOVNUM-ENTRADA     TO SUS-MOVNUM-ENTRADA.
           WRITE SUSTITUCIONES-REG INVALID KEY
               CLOSE SUSTITUCIONES
               GO TO PSYS-ERR.
           CLOSE SUSTITUCIONES.

       P8-AUDITORIA.
           MOVE TARJETA-ANTIGUA        TO AUD-TARJETA-REG.
           MOVE "TARJETA SUSTITUIDA"   TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.
           MOVE TARJETA-NUEVA          TO AUD-TARJETA-REG.
           MOVE "ALTA POR SUSTITUCION" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

       P9-RESUMEN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta sustituida correctamente" LINE 6 COL 24.
           DISPLAY "Tarjeta nueva:" LINE 8 COL 15.
           DISPLAY TARJETA-NUEVA LINE 8 COL 45.
           DISPLAY "Caduca el:" LINE 9 COL 15.
           DISPLAY TFCADUCA LINE 9 COL 45.
           DISPLAY "Saldo traspasado:" LINE 12 COL 15.
           DISPLAY SALDO-DISPLAY.
           DISPLAY "Ordenes programadas:" LINE 14 COL 15.
           DISPLAY TRAS-PROGRAMADAS LINE 14 COL 45.
           DISPLAY "Beneficiarios:" LINE 15 COL 15.
           DISPLAY TRAS-BENEFICIARIOS LINE 15 COL 45.
           DISPLAY "Mandatos activos:" LINE 16 COL 15.
           DISPLAY TRAS-MANDATOS LINE 16 COL 45.
           DISPLAY "Ajustes, avisos, descubierto:" LINE 17 COL 15.
           DISPLAY TRAS-AJUSTES LINE 17 COL 45.
           DISPLAY "Retenciones abiertas:" LINE 18 COL 15.
           DISPLAY TRAS-RETENCIONES LINE 18 COL 45.
           DISPLAY "Reclamaciones abiertas:" LINE 19 COL 15.
           DISPLAY TRAS-RECLAMACIONES LINE 19 COL 45.
           DISPLAY "Ordenes interbancarias:" LINE 20 COL 15.
           DISPLAY TRAS-ORDENES LINE 20 COL 45.
           DISPLAY "Sobres sin verificar:" LINE 21 COL 15.
           DISPLAY TRAS-SOBRES LINE 21 COL 45.
           DISPLAY "Entradas no devueltas:" LINE 22 COL 15.
           DISPLAY TRAS-ENTRADAS LINE 22 COL 45.
           DISPLAY "Depositos y prestamos:" LINE 23 COL 15.
           DISPLAY TRAS-CONTRATOS LINE 23 COL 45.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha modificado nada"
               LINE 10 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Ordenes programadas sin realizar ni cancelar: las que salen
      *    de la tarjeta antigua pasan a salir de la nueva y las que
      *    otros clientes tenian dirigidas a ella pasan a la nueva.
       TRASLADAR-PROGRAMADAS.
           OPEN I-O F-PROGRAMADAS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO TRASLADAR-PROGRAMADAS-EXIT.

       TRASLADAR-PROGRAMADAS-BUCLE.
           READ F-PROGRAMADAS NEXT RECORD AT END
               GO TO TRASLADAR-PROGRAMADAS-FIN.
           IF PROG-ESTADO = "R" OR PROG-ESTADO = "X"
               GO TO TRASLADAR-PROGRAMADAS-BUCLE.
           IF PROG-TARJETA-O NOT = TARJETA-ANTIGUA
                   AND PROG-TARJETA-D NOT = TARJETA-ANTIGUA
               GO TO TRASLADAR-PROGRAMADAS-BUCLE.
           IF PROG-TARJETA-O = TARJETA-ANTIGUA
               MOVE TARJETA-NUEVA TO PROG-TARJETA-O.
           IF PROG-TARJETA-D = TARJETA-ANTIGUA
               MOVE TARJETA-NUEVA TO PROG-TARJETA-D.
           REWRITE PROGRAMADAS-REG INVALID KEY
               CLOSE F-PROGRAMADAS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-PROGRAMADAS.
           GO TO TRASLADAR-PROGRAMADAS-BUCLE.

       TRASLADAR-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       TRASLADAR-PROGRAMADAS-EXIT.
           EXIT.

      *    Beneficiarios: primero los de otros clientes que apuntaban
      *    a la tarjeta antigua, en un pase completo; despues la
      *    agenda propia, que cuelga de la tarjeta por clave y hay que
      *    volver a grabar fila a fila con la tarjeta nueva.
       TRASLADAR-BENEFICIARIOS.
           OPEN I-O BENEFICIARIOS.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO TRASLADAR-BENEFICIARIOS-EXIT.

       TRASLADAR-BEN-DESTINO.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO TRASLADAR-BEN-AGENDA.
           IF BEN-DESTINO NOT = TARJETA-ANTIGUA
               GO TO TRASLADAR-BEN-DESTINO.
      *    en las emisoras BEN-DESTINO es un codigo, no una tarjeta
           IF BEN-ES-EMISORA
               GO TO TRASLADAR-BEN-DESTINO.
           MOVE TARJETA-NUEVA TO BEN-DESTINO.
           REWRITE BENEFICIARIOS-REG INVALID KEY
               CLOSE BENEFICIARIOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-BENEFICIARIOS.
           GO TO TRASLADAR-BEN-DESTINO.

       TRASLADAR-BEN-AGENDA.
           MOVE TARJETA-ANTIGUA TO BEN-TARJETA.
           MOVE LOW-VALUES      TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS >= BEN-CLAVE INVALID KEY
               GO TO TRASLADAR-BENEFICIARIOS-FIN.

       TRASLADAR-BEN-AGENDA-BUCLE.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO TRASLADAR-BENEFICIARIOS-FIN.
           IF BEN-TARJETA NOT = TARJETA-ANTIGUA
               GO TO TRASLADAR-BENEFICIARIOS-FIN.

           MOVE BEN-ALIAS     TO ALIAS-TRATADO.
           MOVE TARJETA-NUEVA TO BEN-TARJETA.
           WRITE BENEFICIARIOS-REG INVALID KEY
               CONTINUE.
           MOVE TARJETA-ANTIGUA TO BEN-TARJETA.
           MOVE ALIAS-TRATADO   TO BEN-ALIAS.
           DELETE BENEFICIARIOS RECORD INVALID KEY
               CLOSE BENEFICIARIOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-BENEFICIARIOS.

      *    se reposiciona detras de la fila tratada, que ya no existe
           MOVE TARJETA-ANTIGUA TO BEN-TARJETA.
           MOVE ALIAS-TRATADO   TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS > BEN-CLAVE INVALID KEY
               GO TO TRASLADAR-BENEFICIARIOS-FIN.
           GO TO TRASLADAR-BEN-AGENDA-BUCLE.

       TRASLADAR-BENEFICIARIOS-FIN.
           CLOSE BENEFICIARIOS.

       TRASLADAR-BENEFICIARIOS-EXIT.
           EXIT.

      *    Mandatos de adeudo: solo los activos pasan a la tarjeta
      *    nueva; los revocados se quedan en la antigua como historia.
       TRASLADAR-MANDATOS.
           OPEN I-O MANDATOS.
           IF FSN NOT = 00 AND FSN NOT = 05
               GO TO TRASLADAR-MANDATOS-EXIT.

           MOVE TARJETA-ANTIGUA TO MAN-TARJETA.
           MOVE LOW-VALUES      TO MAN-ACREEDOR.
           START MANDATOS KEY IS >= MAN-CLAVE INVALID KEY
               GO TO TRASLADAR-MANDATOS-FIN.

       TRASLADAR-MANDATOS-BUCLE.
           READ MANDATOS NEXT RECORD AT END
               GO TO TRASLADAR-MANDATOS-FIN.
           IF MAN-TARJETA NOT = TARJETA-ANTIGUA
               GO TO TRASLADAR-MANDATOS-FIN.
           IF MAN-ESTADO NOT = "A"
               GO TO TRASLADAR-MANDATOS-BUCLE.

           MOVE MAN-ACREEDOR  TO ACREEDOR-TRATADO.
           MOVE TARJETA-NUEVA TO MAN-TARJETA.
           WRITE MANDATOS-REG INVALID KEY
               CONTINUE.
           MOVE TARJETA-ANTIGUA  TO MAN-TARJETA.
           MOVE ACREEDOR-TRATADO TO MAN-ACREEDOR.
           DELETE MANDATOS RECORD INVALID KEY
               CLOSE MANDATOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-MANDATOS.

           MOVE TARJETA-ANTIGUA  TO MAN-TARJETA.
           MOVE ACREEDOR-TRATADO TO MAN-ACREEDOR.
           START MANDATOS KEY IS > MAN-CLAVE INVALID KEY
               GO TO TRASLADAR-MANDATOS-FIN.
           GO TO TRASLADAR-MANDATOS-BUCLE.

       TRASLADAR-MANDATOS-FIN.
           CLOSE MANDATOS.

       TRASLADAR-MANDATOS-EXIT.
           EXIT.

      *    Ajustes de BANKCFG: la fila de la tarjeta antigua se graba
      *    con la nueva y se borra; sin fila no hay nada que llevar y
      *    la tarjeta nueva opera con los valores por defecto.
       TRASLADAR-CONTROLES.
           OPEN I-O CONTROLES.
           IF FSG NOT = 00 AND FSG NOT = 05
               GO TO TRASLADAR-CONTROLES-EXIT.
           MOVE TARJETA-ANTIGUA TO CTL-TARJETA.
           READ CONTROLES INVALID KEY
               GO TO TRASLADAR-CONTROLES-FIN.
           MOVE TARJETA-NUEVA TO CTL-TARJETA.
           WRITE CONTROLES-REG INVALID KEY
               REWRITE CONTROLES-REG INVALID KEY
                   CLOSE CONTROLES
                   GO TO PSYS-ERR.
           MOVE TARJETA-ANTIGUA TO CTL-TARJETA.
           DELETE CONTROLES RECORD INVALID KEY
               CLOSE CONTROLES
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-AJUSTES.

       TRASLADAR-CONTROLES-FIN.
           CLOSE CONTROLES.

       TRASLADAR-CONTROLES-EXIT.
           EXIT.

      *    Descubierto autorizado de BANKSUP, igual que los ajustes.
       TRASLADAR-DESCUBIERTO.
           OPEN I-O DESCUBIERTOS.
           IF FSK NOT = 00 AND FSK NOT = 05
               GO TO TRASLADAR-DESCUBIERTO-EXIT.
           MOVE TARJETA-ANTIGUA TO DSC-TARJETA.
           READ DESCUBIERTOS INVALID KEY
               GO TO TRASLADAR-DESCUBIERTO-FIN.
           MOVE TARJETA-NUEVA TO DSC-TARJETA.
           WRITE DESCUBIERTOS-REG INVALID KEY
               REWRITE DESCUBIERTOS-REG INVALID KEY
                   CLOSE DESCUBIERTOS
                   GO TO PSYS-ERR.
           MOVE TARJETA-ANTIGUA TO DSC-TARJETA.
           DELETE DESCUBIERTOS RECORD INVALID KEY
               CLOSE DESCUBIERTOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-AJUSTES.

       TRASLADAR-DESCUBIERTO-FIN.
           CLOSE DESCUBIERTOS.

       TRASLADAR-DESCUBIERTO-EXIT.
           EXIT.

      *    Avisos por SMS de BANKAVI, igual que los ajustes.
       TRASLADAR-AVISOS.
           OPEN I-O AVISOS.
           IF FSV NOT = 00 AND FSV NOT = 05
               GO TO TRASLADAR-AVISOS-EXIT.
           MOVE TARJETA-ANTIGUA TO AVI-TARJETA.
           READ AVISOS INVALID KEY
               GO TO TRASLADAR-AVISOS-FIN.
           MOVE TARJETA-NUEVA TO AVI-TARJETA.
           WRITE AVISOS-REG INVALID KEY
               REWRITE AVISOS-REG INVALID KEY
                   CLOSE AVISOS
                   GO TO PSYS-ERR.
           MOVE TARJETA-ANTIGUA TO AVI-TARJETA.
           DELETE AVISOS RECORD INVALID KEY
               CLOSE AVISOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-AJUSTES.

       TRASLADAR-AVISOS-FIN.
           CLOSE AVISOS.

       TRASLADAR-AVISOS-EXIT.
           EXIT.

      *    Retenciones activas y las de abonos retenidos por
      *    cumplimiento ("C"), que se abonaran donde esten al
      *    liberarse: se recorren por clave principal porque la
      *    reescritura cambia la clave alternativa por tarjeta.
       TRASLADAR-RETENCIONES.
           OPEN I-O RETENCIONES.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO TRASLADAR-RETENCIONES-EXIT.

       TRASLADAR-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO TRASLADAR-RETENCIONES-FIN.
           IF RET-TARJETA NOT = TARJETA-ANTIGUA
                   OR (RET-ESTADO NOT = "A" AND RET-ESTADO NOT = "C")
               GO TO TRASLADAR-RETENCIONES-BUCLE.
           MOVE TARJETA-NUEVA TO RET-TARJETA.
           REWRITE RETENCIONES-REG INVALID KEY
               CLOSE RETENCIONES
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-RETENCIONES.
           GO TO TRASLADAR-RETENCIONES-BUCLE.

       TRASLADAR-RETENCIONES-FIN.
           CLOSE RETENCIONES.

       TRASLADAR-RETENCIONES-EXIT.
           EXIT.

      *    Embargos en curso o cubiertos sin remitir: siguen
      *    capturando y remitiendo desde la tarjeta nueva, a la que ya
      *    ha pasado (y se ha contado) su retencion.
       TRASLADAR-EMBARGOS.
           OPEN I-O EMBARGOS.
           IF FSJ NOT = 00 AND FSJ NOT = 05
               GO TO TRASLADAR-EMBARGOS-EXIT.

       TRASLADAR-EMBARGOS-BUCLE.
           READ EMBARGOS NEXT RECORD AT END
               GO TO TRASLADAR-EMBARGOS-FIN.
           IF EMB-TARJETA NOT = TARJETA-ANTIGUA
                   OR (NOT EMB-EN-CURSO AND NOT EMB-CUBIERTO)
               GO TO TRASLADAR-EMBARGOS-BUCLE.
           MOVE TARJETA-NUEVA TO EMB-TARJETA.
           REWRITE EMBARGOS-REG INVALID KEY
               CLOSE EMBARGOS
               GO TO PSYS-ERR.
           GO TO TRASLADAR-EMBARGOS-BUCLE.

       TRASLADAR-EMBARGOS-FIN.
           CLOSE EMBARGOS.

       TRASLADAR-EMBARGOS-EXIT.
           EXIT.

      *    Reclamaciones abiertas o en estudio: el abono que resuelva
      *    BANKRCL ira a la tarjeta nueva. El movimiento reclamado
      *    sigue siendo el de la tarjeta antigua.
       TRASLADAR-RECLAMACIONES.
           OPEN I-O RECLAMACIONES.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO TRASLADAR-RECLAMACIONES-EXIT.

       TRASLADAR-RECLAMACIONES-BUCLE.
           READ RECLAMACIONES NEXT RECORD AT END
               GO TO TRASLADAR-RECLAMACIONES-FIN.
           IF REC-TARJETA NOT = TARJETA-ANTIGUA
               GO TO TRASLADAR-RECLAMACIONES-BUCLE.
           IF REC-ESTADO NOT = "A" AND REC-ESTADO NOT = "E"
               GO TO TRASLADAR-RECLAMACIONES-BUCLE.
           MOVE TARJETA-NUEVA TO REC-TARJETA.
           REWRITE RECLAMACIONES-REG INVALID KEY
               CLOSE RECLAMACIONES
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-RECLAMACIONES.
           GO TO TRASLADAR-RECLAMACIONES-BUCLE.

       TRASLADAR-RECLAMACIONES-FIN.
           CLOSE RECLAMACIONES.

       TRASLADAR-RECLAMACIONES-EXIT.
           EXIT.

      *    Ordenes interbancarias aun sin enviar, tambien las
      *    retenidas por cumplimiento: BANKEMI las cargara a la
      *    tarjeta nueva, que es la que tiene el saldo y la retencion
      *    de la orden.
       TRASLADAR-ORDENES.
           OPEN I-O INTERCAMBIO.
           IF FSX NOT = 00 AND FSX NOT = 05
               GO TO TRASLADAR-ORDENES-EXIT.

       TRASLADAR-ORDENES-BUCLE.
           READ INTERCAMBIO NEXT RECORD AT END
               GO TO TRASLADAR-ORDENES-FIN.
           IF INT-TARJETA-O NOT = TARJETA-ANTIGUA
                   OR (INT-ESTADO NOT = "P" AND INT-ESTADO NOT = "C")
               GO TO TRASLADAR-ORDENES-BUCLE.
           MOVE TARJETA-NUEVA TO INT-TARJETA-O.
           REWRITE INTERCAMBIO-REG INVALID KEY
               CLOSE INTERCAMBIO
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-ORDENES.
           GO TO TRASLADAR-ORDENES-BUCLE.

       TRASLADAR-ORDENES-FIN.
           CLOSE INTERCAMBIO.

       TRASLADAR-ORDENES-EXIT.
           EXIT.

      *    Sobres de ingreso pendientes de verificar: BANKVER abonara
      *    el importe contado en la tarjeta nueva.
       TRASLADAR-SOBRES.
           OPEN I-O PENDIENTES.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO TRASLADAR-SOBRES-EXIT.

       TRASLADAR-SOBRES-BUCLE.
           READ PENDIENTES NEXT RECORD AT END
               GO TO TRASLADAR-SOBRES-FIN.
           IF PEN-TARJETA NOT = TARJETA-ANTIGUA
                   OR PEN-ESTADO NOT = "P"
               GO TO TRASLADAR-SOBRES-BUCLE.
           MOVE TARJETA-NUEVA TO PEN-TARJETA.
           REWRITE PENDIENTES-REG INVALID KEY
               CLOSE PENDIENTES
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-SOBRES.
           GO TO TRASLADAR-SOBRES-BUCLE.

       TRASLADAR-SOBRES-FIN.
           CLOSE PENDIENTES.

       TRASLADAR-SOBRES-EXIT.
           EXIT.

      *    Entradas vendidas y no devueltas: si BANKDEV cancela el
      *    evento, la devolucion se abona en la tarjeta nueva.
       TRASLADAR-ENTRADAS.
           OPEN I-O ENTRADAS.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               GO TO TRASLADAR-ENTRADAS-EXIT.

       TRASLADAR-ENTRADAS-BUCLE.
           READ ENTRADAS NEXT RECORD AT END
               GO TO TRASLADAR-ENTRADAS-FIN.
           IF ENT-TARJETA NOT = TARJETA-ANTIGUA
                   OR ENT-ESTADO = "D"
               GO TO TRASLADAR-ENTRADAS-BUCLE.
           MOVE TARJETA-NUEVA TO ENT-TARJETA.
           REWRITE ENTRADAS-REG INVALID KEY
               CLOSE ENTRADAS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-ENTRADAS.
           GO TO TRASLADAR-ENTRADAS-BUCLE.

       TRASLADAR-ENTRADAS-FIN.
           CLOSE ENTRADAS.

       TRASLADAR-ENTRADAS-EXIT.
           EXIT.

      *    Depositos a plazo activos: BANKPLZ pagara el vencimiento (o
      *    la renovacion seguira) en la tarjeta nueva. Los vencidos y
      *    cancelados se quedan en la antigua como historia. Se
      *    recorren por clave principal, como las retenciones.
       TRASLADAR-DEPOSITOS.
           OPEN I-O DEPOSITOS.
           IF FSF NOT = 00 AND FSF NOT = 05
               GO TO TRASLADAR-DEPOSITOS-EXIT.

       TRASLADAR-DEPOSITOS-BUCLE.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO TRASLADAR-DEPOSITOS-FIN.
           IF DEP-TARJETA NOT = TARJETA-ANTIGUA OR NOT DEP-ACTIVO
               GO TO TRASLADAR-DEPOSITOS-BUCLE.
           MOVE TARJETA-NUEVA TO DEP-TARJETA.
           REWRITE DEPOSITOS-REG INVALID KEY
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-CONTRATOS.
           GO TO TRASLADAR-DEPOSITOS-BUCLE.

       TRASLADAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       TRASLADAR-DEPOSITOS-EXIT.
           EXIT.

      *    Prestamos al corriente o en mora: BANKCUO cobrara las
      *    cuotas pendientes de la tarjeta nueva, que es la que tiene
      *    el saldo. Los liquidados se quedan en la antigua.
       TRASLADAR-PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FSU NOT = 00 AND FSU NOT = 05
               GO TO TRASLADAR-PRESTAMOS-EXIT.

       TRASLADAR-PRESTAMOS-BUCLE.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO TRASLADAR-PRESTAMOS-FIN.
           IF PRE-TARJETA NOT = TARJETA-ANTIGUA OR PRE-LIQUIDADO
               GO TO TRASLADAR-PRESTAMOS-BUCLE.
           MOVE TARJETA-NUEVA TO PRE-TARJETA.
           REWRITE PRESTAMOS-REG INVALID KEY
               CLOSE PRESTAMOS
               GO TO PSYS-ERR.
           ADD 1 TO TRAS-CONTRATOS.
           GO TO TRASLADAR-PRESTAMOS-BUCLE.

       TRASLADAR-PRESTAMOS-FIN.
           CLOSE PRESTAMOS.

       TRASLADAR-PRESTAMOS-EXIT.
           EXIT.

      *    Carga los intentos de pin iniciales desde parametros.ubd
      *    (ver BANKPAR); sin fichero o sin fila rige el valor por
      *    defecto compilado.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO LEER-PARAMETROS-EXIT.

           MOVE "INTENTOS-PIN" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 10
                   MOVE PAR-VALOR TO MAX-INTENTOS
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       LEER-PARAMETROS-EXIT.
           EXIT.

      *    Transformacion no reversible del pin antes de guardarlo:
      *    el pin en claro nunca toca el fichero de tarjetas. Misma
      *    formula que BANK1, BANK9, BANKALTA y BANKPIN.
       CALCULAR-PIN-HASH.
           COMPUTE PIN-HASH = FUNCTION MOD(
               (PIN-INICIAL * 7919)
               + (FUNCTION MOD(TARJETA-NUEVA, 999983) * 104729),
               99999989).
           IF PIN-HASH < 10000
               ADD 10000 TO PIN-HASH.

       CALCULAR-PIN-HASH-EXIT.
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

      *    Deja constancia en el fichero de auditoria, con el mismo
      *    esquema de contadores que BANKALTA; si la traza no se puede
      *    escribir no se deshace la sustitucion.
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
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE AUD-TARJETA-REG TO AUD-TARJETA.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKSUS"       TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR    TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           CLOSE CUENTAS.
           CLOSE F-MOVIMIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       FIN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO FIN-ENTER.

       9999-EXIT.
           STOP RUN.
