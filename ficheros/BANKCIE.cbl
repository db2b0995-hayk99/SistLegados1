       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCIE.

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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSE.

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

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.

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

           SELECT OPTIONAL CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-TARJETA
           FILE STATUS IS FSI.

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

           SELECT LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSQ.


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

      *    Traza de auditoria: el cierre deja una fila con el operador
      *    que lo hizo y el supervisor que lo autorizo.
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

      *    Parametros de la campana (ver BANKINT): tipo de interes
      *    acreedor anual en puntos basicos y comision mensual de
      *    mantenimiento en centimos; el cierre liquida con los mismos
      *    valores que la liquidacion mensual.
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.dat".
       01 PARAMETROS-REG.
           02 PAR-INTERES-PB       PIC  9(5).
           02 FILLER               PIC  X(1).
           02 PAR-COMISION-CENT    PIC  9(5).

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

      *    Retenciones de saldo (ordenes interbancarias aparcadas,
      *    embargos, abonos retenidos por cumplimiento): con alguna
      *    activa ("A") o retenida por cumplimiento ("C") no se
      *    cierra. El pago por transferencia retiene aqui el saldo
      *    liquidado hasta que BANKEMI exporte la orden.
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

      *    Ordenes interbancarias salientes (ver BANK6): el pago del
      *    saldo liquidado a una cuenta de otra entidad se aparca aqui
      *    en "P" y BANKEMI lo carga y lo exporta esa misma noche.
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

      *    Cuentas cerradas con liquidacion: una fila por tarjeta
      *    cerrada con la fecha, lo liquidado y como se pago. BANKINT
      *    la consulta para no volver a liquidar una cuenta cerrada.
      *    Forma de pago: "E" efectivo en oficina, "T" transferencia
      *    a otra entidad (con la cuenta y el numero de la orden).
       FD CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
       01 CIERRES-REG.
           02 CIE-TARJETA          PIC  9(16).
           02 CIE-ANO              PIC   9(4).
           02 CIE-MES              PIC   9(2).
           02 CIE-DIA              PIC   9(2).
           02 CIE-SALDO-CENT       PIC S9(11).
           02 CIE-INTERES-CENT     PIC  9(9).
           02 CIE-COMISION-CENT    PIC  9(9).
           02 CIE-LIQUIDO-CENT     PIC S9(11).
           02 CIE-FORMA-PAGO       PIC  X(1).
           02 CIE-CUENTA-EXT       PIC  9(16).
           02 CIE-ORDEN            PIC  9(35).
           02 CIE-OPERADOR         PIC  X(08).
           02 CIE-AUTORIZADOR      PIC  X(08).

      *    Depositos a plazo fijo (ver BANKDEP): con alguno activo no
      *    se cierra, que BANKPLZ pagaria el vencimiento en la tarjeta
      *    cancelada; hay que cancelarlo antes en BANKDEP.
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

      *    Prestamos al consumo (ver BANKPRE): con alguno al
      *    corriente o en mora no se cierra, que BANKCUO seguiria
      *    cobrando las cuotas de la tarjeta cancelada.
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

      *    Liquidacion de cierre para el cliente; se abre con el
      *    nombre cierre<tarjeta>.lst construido en
      *    LIQUIDACION-FICHERO.
       FD LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS LIQUIDACION-FICHERO.
       01 LINEA-LIQUIDACION        PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSU                      PIC  X(2).

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
       77 F-ACTUAL                 PIC  9(8).
       77 TARJETA-CIERRE           PIC  9(16).
       77 MENSAJE-ERROR            PIC  X(45).

      *    datos de la tarjeta que se cierra
       77 NOMBRE-TITULAR           PIC  X(35).
       77 CUENTA-TITULAR           PIC  9(16).

      *    lo que impide el cierre
       77 RETENCIONES-ABIERTAS     PIC  9(3).
       77 SOBRES-PENDIENTES        PIC  9(3).
       77 RECLAMACIONES-ABIERTAS   PIC  9(3).
       77 DEPOSITOS-ACTIVOS        PIC  9(3).
       77 PRESTAMOS-VIVOS          PIC  9(3).

      *    Liquidacion del mes en curso hasta la fecha de cierre: los
      *    dias transcurridos sobre los dias del mes, con el tipo y la
      *    comision de BANKINT. Si la liquidacion mensual ya abono o
      *    cargo este mes no se repite.
       77 INTERES-PB-WS            PIC  9(5) VALUE 0.
       77 COMISION-CENT-WS         PIC  9(5) VALUE 0.
       77 F-INICIO-MES             PIC  9(8).
       77 F-INICIO-SIGUIENTE       PIC  9(8).
       77 DIAS-MES                 PIC  9(2).
       77 HAY-INTERES-MES          PIC  X(1).
           88 INTERES-YA-ABONADO     VALUE "S".
       77 HAY-COMISION-MES         PIC  X(1).
           88 COMISION-YA-CARGADA    VALUE "S".
       77 CENT-SALDO               PIC S9(11).
       77 CENT-SALDO-INICIAL       PIC S9(11).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-COMISION            PIC S9(9).
       77 CENT-LIQUIDO             PIC S9(11).
       77 CENT-IMPORTE             PIC S9(11).
       77 TIPO-APUNTE              PIC  X(2).

      *    pago del saldo liquidado
       77 FORMA-PAGO               PIC  X(1).
           88 FORMA-VALIDA           VALUE "E" "T".
           88 PAGO-EFECTIVO          VALUE "E".
           88 PAGO-TRANSFERENCIA     VALUE "T".
       77 CUENTA-DESTINO           PIC  9(16).
       77 NOMBRE-DESTINO           PIC  X(35).
       77 CONFIRMADO-CIERRE        PIC  X(1).
           88 CIERRE-OK              VALUE "S".
       77 ORDEN-PAGO               PIC  9(35).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-INT-NUM             PIC  9(35).
       77 LAST-AUD-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).

       77 MSJ-INTERES              PIC  X(35)
           VALUE "Intereses al cierre de cuenta".
       77 MSJ-COMISION             PIC  X(35)
           VALUE "Comision mantenimiento al cierre".
       77 MSJ-RETIRADA             PIC  X(35)
           VALUE "Liquidacion de cierre en efectivo".

      *    fila de auditoria que deja preparada quien hace el PERFORM
      *    de ESCRIBIR-AUDITORIA
       77 AUD-TARJETA-REG          PIC  9(16).
       77 AUD-TIPO-REG             PIC  X(20).

      *    ultima clave tratada al borrar la agenda de beneficiarios
       77 ALIAS-TRATADO            PIC  X(15).

      *    filas retiradas con el cierre, para el resumen final
       77 CANC-PROGRAMADAS         PIC  9(5).
       77 REVOC-MANDATOS           PIC  9(5).
       77 BORR-BENEFICIARIOS       PIC  9(5).

      *    Presentacion de importes
       77 CENT-PANT                PIC S9(13).
       77 ENT-SIGNO-PANT           PIC  -Z(7)9.
       77 DEC-PANT                 PIC  9(2).
       77 CONTADOR-PANT            PIC  ZZZZ9.
       77 LIQUIDACION-FICHERO      PIC  X(30).

       01 LIN-CAB.
           05 FILLER               PIC  X(44) VALUE
               "UNIZARBANK - LIQUIDACION DE CIERRE DE CUENTA".
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 CAB-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-ANO              PIC  9(4).
           05 FILLER               PIC  X(34) VALUE SPACES.

       01 LIN-TITULAR.
           05 FILLER               PIC  X(9) VALUE "TITULAR: ".
           05 LTI-NOMBRE           PIC  X(35).
           05 FILLER               PIC  X(46) VALUE SPACES.

       01 LIN-TARJETA.
           05 FILLER               PIC  X(9) VALUE "TARJETA: ".
           05 LTA-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(11) VALUE "   CUENTA: ".
           05 LTA-CUENTA           PIC  9(16).
           05 FILLER               PIC  X(38) VALUE SPACES.

       01 LIN-IMPORTE.
           05 LIM-ETIQUETA         PIC  X(40).
           05 LIM-ENT              PIC  -Z(7)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LIM-DEC              PIC  9(2).
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(34) VALUE SPACES.

       01 LIN-DATO.
           05 LDA-ETIQUETA         PIC  X(40).
           05 LDA-VALOR            PIC  X(50).

       01 LIN-TEXTO                PIC  X(90).
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

      *    Peticion de filtrado contra la lista de vigilancia (ver
      *    BANKFIL): el beneficiario del pago por transferencia pasa
      *    el mismo filtro que cualquier orden interbancaria.
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

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 TARJETA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 50
               PIC 9(16) USING TARJETA-CIERRE.

       01 PAGO-ACCEPT.
           05 FILLER AUTO LINE 16 COL 50
               PIC X(1) USING FORMA-PAGO.
           05 FILLER BLANK ZERO AUTO LINE 17 COL 50
               PIC 9(16) USING CUENTA-DESTINO.
           05 FILLER LINE 18 COL 45
               PIC X(35) USING NOMBRE-DESTINO.
           05 FILLER AUTO LINE 20 COL 50
               PIC X(1) USING CONFIRMADO-CIERRE.


      *    CIERRE DE CUENTA CON LIQUIDACION -- el cierre que pide el
      *    cliente en la oficina. No se cierra con retenciones
      *    abiertas, sobres de ingreso sin verificar, reclamaciones
      *    abiertas, depositos a plazo activos, prestamos vivos o
      *    saldo negativo. Con la autorizacion de un
      *    supervisor cancela la tarjeta, abona los intereses y carga
      *    la comision de mantenimiento del mes hasta el dia de cierre
      *    en proporcion a los dias transcurridos, cancela las ordenes
      *    programadas pendientes, revoca los mandatos activos, borra
      *    la agenda de beneficiarios y paga el saldo final en
      *    efectivo o a una cuenta de otra entidad por intercambio
      *    interbancario. Deja la fila de cierres.ubd, la traza de
      *    auditoria y la liquidacion para el cliente.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKCIE"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

           MOVE SPACES TO MENSAJE-ERROR.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Cierre de cuentas" LINE 2
               COL 25 WITH FOREGROUND-COLOR IS CYAN.

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
           INITIALIZE TARJETA-CIERRE.

           DISPLAY "Tarjeta de la cuenta a cerrar:" LINE 10 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT TARJETA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF TARJETA-CIERRE = 0
               DISPLAY "Indique la tarjeta" LINE 6 COL 31
                   WITH BACKGROUND-COLOR RED
               GO TO P1-CAPTURA.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-CIERRE TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta no existe" LINE 10 COL 30
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.
           CLOSE TARJETAS.

      *    una tarjeta cancelada ya no tiene cuenta viva que cerrar
      *    (cerrada antes o sustituida por otra, ver BANKSUS)
           IF TESTADO = "C"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta ya esta cancelada" LINE 10 COL 26
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           MOVE TNOMBRE       TO NOMBRE-TITULAR.
           MOVE NUMERO-CUENTA TO CUENTA-TITULAR.

           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.

      *    Lo que impide el cierre: se cuenta todo antes de decidir
      *    para que la oficina vea de una vez lo que hay que resolver.
       P1-COMPROBAR.
           MOVE 0 TO RETENCIONES-ABIERTAS.
           MOVE 0 TO SOBRES-PENDIENTES.
           MOVE 0 TO RECLAMACIONES-ABIERTAS.
           MOVE 0 TO DEPOSITOS-ACTIVOS.
           MOVE 0 TO PRESTAMOS-VIVOS.
           PERFORM CONTAR-RETENCIONES THRU CONTAR-RETENCIONES-EXIT.
           PERFORM CONTAR-SOBRES THRU CONTAR-SOBRES-EXIT.
           PERFORM CONTAR-RECLAMACIONES
               THRU CONTAR-RECLAMACIONES-EXIT.
           PERFORM CONTAR-DEPOSITOS THRU CONTAR-DEPOSITOS-EXIT.
           PERFORM CONTAR-PRESTAMOS THRU CONTAR-PRESTAMOS-EXIT.

           IF RETENCIONES-ABIERTAS = 0 AND SOBRES-PENDIENTES = 0
                   AND RECLAMACIONES-ABIERTAS = 0
                   AND DEPOSITOS-ACTIVOS = 0 AND PRESTAMOS-VIVOS = 0
                   AND CENT-SALDO >= 0
               GO TO P1-CALCULAR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede cerrar la cuenta" LINE 6 COL 26
               WITH BACKGROUND-COLOR RED.
           DISPLAY "Tarjeta:" LINE 8 COL 15.
           DISPLAY TARJETA-CIERRE LINE 8 COL 45.
           DISPLAY "Titular:" LINE 9 COL 15.
           DISPLAY NOMBRE-TITULAR LINE 9 COL 45.
           DISPLAY "Retenciones abiertas:" LINE 11 COL 15.
           DISPLAY RETENCIONES-ABIERTAS LINE 11 COL 45.
           DISPLAY "Sobres sin verificar:" LINE 12 COL 15.
           DISPLAY SOBRES-PENDIENTES LINE 12 COL 45.
           DISPLAY "Reclamaciones abiertas:" LINE 13 COL 15.
           DISPLAY RECLAMACIONES-ABIERTAS LINE 13 COL 45.
           DISPLAY "Depositos a plazo activos:" LINE 14 COL 15.
           DISPLAY DEPOSITOS-ACTIVOS LINE 14 COL 45.
           IF DEPOSITOS-ACTIVOS > 0
               DISPLAY "cancelar antes en BANKDEP" LINE 14 COL 50.
           DISPLAY "Prestamos vivos:" LINE 15 COL 15.
           DISPLAY PRESTAMOS-VIVOS LINE 15 COL 45.
           IF PRESTAMOS-VIVOS > 0
               DISPLAY "liquidar antes el prestamo" LINE 15 COL 50.
           DISPLAY "Saldo:" LINE 16 COL 15.
           MOVE CENT-SALDO TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           DISPLAY ENT-SIGNO-PANT LINE 16 COL 45.
           DISPLAY "," LINE 16 COL 54.
           DISPLAY DEC-PANT LINE 16 COL 55.
           DISPLAY "EUR" LINE 16 COL 58.
           IF CENT-SALDO < 0
               DISPLAY "en descubierto" LINE 16 COL 62
                   WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       P1-CALCULAR.
           PERFORM LEER-CAMPANA THRU LEER-CAMPANA-EXIT.
           PERFORM BUSCAR-LIQUIDACION-MES
               THRU BUSCAR-LIQUIDACION-MES-EXIT.
           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-EXIT.

      *    el pago sale en un solo apunte o una sola orden, y ninguno
      *    de los dos admite mas de 9.999.999,99 EUR
           IF CENT-LIQUIDO > 999999999
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Saldo demasiado alto para liquidar de una vez"
                   LINE 10 COL 18 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           MOVE SPACES TO FORMA-PAGO.
           MOVE 0      TO CUENTA-DESTINO.
           MOVE SPACES TO NOMBRE-DESTINO.

       P2-CONFIRMAR.
           MOVE SPACES TO CONFIRMADO-CIERRE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF MENSAJE-ERROR NOT = SPACES
               DISPLAY MENSAJE-ERROR LINE 6 COL 18
                   WITH BACKGROUND-COLOR RED
               MOVE SPACES TO MENSAJE-ERROR.
           DISPLAY "Tarjeta:" LINE 7 COL 15.
           DISPLAY TARJETA-CIERRE LINE 7 COL 45.
           DISPLAY "Titular:" LINE 8 COL 15.
           DISPLAY NOMBRE-TITULAR LINE 8 COL 45.
           DISPLAY "Cuenta:" LINE 9 COL 15.
           DISPLAY CUENTA-TITULAR LINE 9 COL 45.

           DISPLAY "Saldo actual:" LINE 11 COL 15.
           MOVE CENT-SALDO TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           DISPLAY ENT-SIGNO-PANT LINE 11 COL 45.
           DISPLAY "," LINE 11 COL 54.
           DISPLAY DEC-PANT LINE 11 COL 55.
           DISPLAY "EUR" LINE 11 COL 58.

           DISPLAY "Intereses hasta hoy:" LINE 12 COL 15.
           IF INTERES-YA-ABONADO
               DISPLAY "ya abonados este mes" LINE 12 COL 45
           ELSE
               MOVE CENT-INTERES TO CENT-PANT
               PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT
               DISPLAY ENT-SIGNO-PANT LINE 12 COL 45
               DISPLAY "," LINE 12 COL 54
               DISPLAY DEC-PANT LINE 12 COL 55
               DISPLAY "EUR" LINE 12 COL 58
           END-IF.

           DISPLAY "Comision de mantenimiento:" LINE 13 COL 15.
           IF COMISION-YA-CARGADA
               DISPLAY "ya cargada este mes" LINE 13 COL 45
           ELSE
               COMPUTE CENT-PANT = 0 - CENT-COMISION
               PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT
               DISPLAY ENT-SIGNO-PANT LINE 13 COL 45
               DISPLAY "," LINE 13 COL 54
               DISPLAY DEC-PANT LINE 13 COL 55
               DISPLAY "EUR" LINE 13 COL 58
           END-IF.

           DISPLAY "Saldo a liquidar:" LINE 14 COL 15.
           MOVE CENT-LIQUIDO TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           DISPLAY ENT-SIGNO-PANT LINE 14 COL 45.
           DISPLAY "," LINE 14 COL 54.
           DISPLAY DEC-PANT LINE 14 COL 55.
           DISPLAY "EUR" LINE 14 COL 58.

           DISPLAY "Pago (E efectivo, T otra entidad):" LINE 16
               COL 15.
           DISPLAY "Cuenta de destino:" LINE 17 COL 15.
           DISPLAY "Titular destino:" LINE 18 COL 15.
           DISPLAY "Confirma el cierre (S/N):" LINE 20 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           ACCEPT PAGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P2-CONFIRMAR.

           IF NOT CIERRE-OK
               GO TO CANCELADO.

      *    sin saldo que liquidar no hay pago
           IF CENT-LIQUIDO = 0
               MOVE "E" TO FORMA-PAGO
               GO TO P2-AUTORIZAR.

           IF NOT FORMA-VALIDA
               MOVE "Indique la forma de pago: E o T"
                   TO MENSAJE-ERROR
               GO TO P2-CONFIRMAR.

           IF PAGO-EFECTIVO
               GO TO P2-AUTORIZAR.

           IF CUENTA-DESTINO = 0 OR NOMBRE-DESTINO = SPACES
               MOVE "Indique la cuenta y el titular de destino"
                   TO MENSAJE-ERROR
               GO TO P2-CONFIRMAR.

      *    el pago por transferencia es siempre a otra entidad: una
      *    tarjeta de UnizarBank se paga con un traspaso (BANK6) antes
      *    de cerrar
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE CUENTA-DESTINO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO P2-AUTORIZAR.
           CLOSE TARJETAS.
           MOVE "La cuenta de destino es de UnizarBank"
               TO MENSAJE-ERROR.
           GO TO P2-CONFIRMAR.

      *    El cierre tiene doble control: no se cancela la cuenta ni
      *    se paga el saldo sin la aprobacion de un supervisor.
       P2-AUTORIZAR.
           MOVE "A" TO IDO-MODO.
           MOVE SPACES TO IDO-MOTIVO.
           STRING "Cierre de la tarjeta " DELIMITED BY SIZE
                  TARJETA-CIERRE          DELIMITED BY SIZE
               INTO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Cierre no autorizado" LINE 10 COL 30
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

      *    La tarjeta se cancela lo primero, para que no pueda operar
      *    mientras se liquida y se retira lo demas.
       P3-CANCELAR-TARJETA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-CIERRE TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE "C" TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

      *    Intereses y comision hasta hoy sobre el saldo del momento,
      *    que se vuelve a leer ya con la tarjeta cancelada, y pago en
      *    efectivo del saldo resultante, que deja la cuenta a cero.
      *    El pago en efectivo es un "RO" (retirada en oficina): sale
      *    de la caja de la oficina y no del cajero, y asi no entra
      *    en el cuadre de efectivo de BANKEFE.
       P4-LIQUIDAR.
           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-CIERRE TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE TARJETA-CIERRE TO CTA-TARJETA
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
           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-EXIT.

           IF CENT-INTERES > 0
               MOVE CENT-INTERES TO CENT-IMPORTE
               MOVE MSJ-INTERES  TO MOV-CONCEPTO
               MOVE "IA"         TO TIPO-APUNTE
               PERFORM REGISTRAR-MOVIMIENTO
                   THRU REGISTRAR-MOVIMIENTO-EXIT.

           IF CENT-COMISION > 0
               COMPUTE CENT-IMPORTE = 0 - CENT-COMISION
               MOVE MSJ-COMISION TO MOV-CONCEPTO
               MOVE "CM"         TO TIPO-APUNTE
               PERFORM REGISTRAR-MOVIMIENTO
                   THRU REGISTRAR-MOVIMIENTO-EXIT.

           IF PAGO-EFECTIVO AND CENT-LIQUIDO > 0
               COMPUTE CENT-IMPORTE = 0 - CENT-LIQUIDO
               MOVE MSJ-RETIRADA TO MOV-CONCEPTO
               MOVE "RO"         TO TIPO-APUNTE
               PERFORM REGISTRAR-MOVIMIENTO
                   THRU REGISTRAR-MOVIMIENTO-EXIT.

           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

       P5-RETIRAR-DATOS.
           MOVE 0 TO CANC-PROGRAMADAS.
           MOVE 0 TO REVOC-MANDATOS.
           MOVE 0 TO BORR-BENEFICIARIOS.

           PERFORM CANCELAR-PROGRAMADAS
               THRU CANCELAR-PROGRAMADAS-EXIT.
           PERFORM REVOCAR-MANDATOS
               THRU REVOCAR-MANDATOS-EXIT.
           PERFORM BORRAR-BENEFICIARIOS
               THRU BORRAR-BENEFICIARIOS-EXIT.

      *    Pago a otra entidad: orden interbancaria sin comision
      *    aparcada en "P" (o en "C" si el beneficiario da positivo en
      *    la lista de vigilancia) con su retencion, igual que en
      *    BANK6; BANKEMI la carga en la cuenta, con lo que queda a
      *    cero, y la exporta con la remesa de esta noche.
       P6-PAGAR.
           MOVE 0 TO ORDEN-PAGO.
           IF NOT PAGO-TRANSFERENCIA OR CENT-LIQUIDO <= 0
               GO TO P7-GRABAR-CIERRE.

           PERFORM RESERVAR-INT-NUM THRU RESERVAR-INT-NUM-EXIT.
           ADD 1 TO LAST-INT-NUM.
           MOVE LAST-INT-NUM TO ORDEN-PAGO.
           PERFORM FILTRAR-ORDEN THRU FILTRAR-ORDEN-EXIT.

           OPEN I-O INTERCAMBIO.
           IF FSX NOT = 00 AND FSX NOT = 05
               GO TO PSYS-ERR.

           MOVE LAST-INT-NUM   TO INT-NUM.
           MOVE TARJETA-CIERRE TO INT-TARJETA-O.
           MOVE CUENTA-DESTINO TO INT-CUENTA-EXT.
           MOVE NOMBRE-DESTINO TO INT-NOMBRE.
           MOVE ANO            TO INT-ANO.
           MOVE MES            TO INT-MES.
           MOVE DIA            TO INT-DIA.
           COMPUTE INT-IMPORTE-ENT = CENT-LIQUIDO / 100.
           MOVE FUNCTION MOD(CENT-LIQUIDO, 100) TO INT-IMPORTE-DEC.
           IF PFL-RETENIDA
               MOVE "C"        TO INT-ESTADO
           ELSE
               MOVE "P"        TO INT-ESTADO.
           MOVE 0              TO INT-COMISION-CENT.

           WRITE INTERCAMBIO-REG INVALID KEY
               CLOSE INTERCAMBIO
               GO TO PSYS-ERR.
           CLOSE INTERCAMBIO.

           PERFORM GRABAR-RETENCION THRU GRABAR-RETENCION-EXIT.

       P7-GRABAR-CIERRE.
           OPEN I-O CIERRES.
           IF FSI NOT = 00 AND FSI NOT = 05
               GO TO PSYS-ERR.
           MOVE TARJETA-CIERRE     TO CIE-TARJETA.
           MOVE ANO                TO CIE-ANO.
           MOVE MES                TO CIE-MES.
           MOVE DIA                TO CIE-DIA.
           MOVE CENT-SALDO-INICIAL TO CIE-SALDO-CENT.
           MOVE CENT-INTERES       TO CIE-INTERES-CENT.
           MOVE CENT-COMISION      TO CIE-COMISION-CENT.
           MOVE CENT-LIQUIDO       TO CIE-LIQUIDO-CENT.
           MOVE FORMA-PAGO         TO CIE-FORMA-PAGO.
           IF PAGO-TRANSFERENCIA
               MOVE CUENTA-DESTINO TO CIE-CUENTA-EXT
           ELSE
               MOVE 0              TO CIE-CUENTA-EXT.
           MOVE ORDEN-PAGO         TO CIE-ORDEN.
           MOVE IDO-OPERADOR       TO CIE-OPERADOR.
           MOVE IDO-AUTORIZADOR    TO CIE-AUTORIZADOR.
           WRITE CIERRES-REG INVALID KEY
               REWRITE CIERRES-REG INVALID KEY
                   CLOSE CIERRES
                   GO TO PSYS-ERR.
           CLOSE CIERRES.

       P8-AUDITORIA.
           MOVE TARJETA-CIERRE  TO AUD-TARJETA-REG.
           MOVE "CIERRE CUENTA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM EMITIR-LIQUIDACION THRU EMITIR-LIQUIDACION-EXIT.

       P9-RESUMEN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta cerrada correctamente" LINE 6 COL 26.
           DISPLAY "Tarjeta cancelada:" LINE 8 COL 15.
           DISPLAY TARJETA-CIERRE LINE 8 COL 45.
           DISPLAY "Saldo liquidado:" LINE 10 COL 15.
           MOVE CENT-LIQUIDO TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           DISPLAY ENT-SIGNO-PANT LINE 10 COL 45.
           DISPLAY "," LINE 10 COL 54.
           DISPLAY DEC-PANT LINE 10 COL 55.
           DISPLAY "EUR" LINE 10 COL 58.
           IF CENT-LIQUIDO = 0
               DISPLAY "Sin saldo que pagar" LINE 11 COL 45
           ELSE
               IF PAGO-EFECTIVO
                   DISPLAY "Entregar en efectivo al cliente" LINE 11
                       COL 45
               ELSE
                   DISPLAY "Orden interbancaria:" LINE 11 COL 15
                   DISPLAY ORDEN-PAGO(20:16) LINE 11 COL 45
                   DISPLAY "Se enviara con la remesa de esta noche"
                       LINE 12 COL 15
               END-IF
           END-IF.
           DISPLAY "Ordenes programadas canceladas:" LINE 14 COL 15.
           DISPLAY CANC-PROGRAMADAS LINE 14 COL 50.
           DISPLAY "Mandatos revocados:" LINE 15 COL 15.
           DISPLAY REVOC-MANDATOS LINE 15 COL 50.
           DISPLAY "Beneficiarios eliminados:" LINE 16 COL 15.
           DISPLAY BORR-BENEFICIARIOS LINE 16 COL 50.
           IF LIQUIDACION-FICHERO = SPACES
               DISPLAY "No se ha podido imprimir la liquidacion"
                   LINE 18 COL 15 WITH BACKGROUND-COLOR RED
           ELSE
               DISPLAY "Liquidacion impresa en" LINE 18 COL 15
               DISPLAY LIQUIDACION-FICHERO LINE 18 COL 38
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha modificado nada"
               LINE 10 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Saldo de la tarjeta en centimos con signo; sin fila en el
      *    maestro la cuenta esta a cero.
       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.
           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-CIERRE TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO LEER-SALDO-EXIT.
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           CLOSE CUENTAS.

       LEER-SALDO-EXIT.
           EXIT.

      *    Retenciones activas o retenidas por cumplimiento de la
      *    tarjeta, por la clave alternativa.
       CONTAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FSR NOT = 00
               GO TO CONTAR-RETENCIONES-EXIT.
           MOVE TARJETA-CIERRE TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               GO TO CONTAR-RETENCIONES-FIN.

       CONTAR-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO CONTAR-RETENCIONES-FIN.
           IF RET-TARJETA NOT = TARJETA-CIERRE
               GO TO CONTAR-RETENCIONES-FIN.
           IF RET-ESTADO = "A" OR RET-ESTADO = "C"
               ADD 1 TO RETENCIONES-ABIERTAS.
           GO TO CONTAR-RETENCIONES-BUCLE.

       CONTAR-RETENCIONES-FIN.
           CLOSE RETENCIONES.

       CONTAR-RETENCIONES-EXIT.
           EXIT.

      *    Sobres de ingreso de la tarjeta pendientes de verificar.
       CONTAR-SOBRES.
           OPEN INPUT PENDIENTES.
           IF FSP NOT = 00
               GO TO CONTAR-SOBRES-EXIT.

       CONTAR-SOBRES-BUCLE.
           READ PENDIENTES NEXT RECORD AT END
               GO TO CONTAR-SOBRES-FIN.
           IF PEN-TARJETA = TARJETA-CIERRE AND PEN-ESTADO = "P"
               ADD 1 TO SOBRES-PENDIENTES.
           GO TO CONTAR-SOBRES-BUCLE.

       CONTAR-SOBRES-FIN.
           CLOSE PENDIENTES.

       CONTAR-SOBRES-EXIT.
           EXIT.

      *    Reclamaciones de la tarjeta abiertas o en estudio.
       CONTAR-RECLAMACIONES.
           OPEN INPUT RECLAMACIONES.
           IF FSL NOT = 00
               GO TO CONTAR-RECLAMACIONES-EXIT.

       CONTAR-RECLAMACIONES-BUCLE.
           READ RECLAMACIONES NEXT RECORD AT END
               GO TO CONTAR-RECLAMACIONES-FIN.
           IF REC-TARJETA = TARJETA-CIERRE
                   AND (REC-ESTADO = "A" OR REC-ESTADO = "E")
               ADD 1 TO RECLAMACIONES-ABIERTAS.
           GO TO CONTAR-RECLAMACIONES-BUCLE.

       CONTAR-RECLAMACIONES-FIN.
           CLOSE RECLAMACIONES.

       CONTAR-RECLAMACIONES-EXIT.
           EXIT.

      *    Depositos a plazo activos de la tarjeta, por la clave
      *    alternativa.
       CONTAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF FSF NOT = 00
               GO TO CONTAR-DEPOSITOS-EXIT.
           MOVE TARJETA-CIERRE TO DEP-TARJETA.
           START DEPOSITOS KEY IS = DEP-TARJETA INVALID KEY
               GO TO CONTAR-DEPOSITOS-FIN.

       CONTAR-DEPOSITOS-BUCLE.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO CONTAR-DEPOSITOS-FIN.
           IF DEP-TARJETA NOT = TARJETA-CIERRE
               GO TO CONTAR-DEPOSITOS-FIN.
           IF DEP-ACTIVO
               ADD 1 TO DEPOSITOS-ACTIVOS.
           GO TO CONTAR-DEPOSITOS-BUCLE.

       CONTAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       CONTAR-DEPOSITOS-EXIT.
           EXIT.

      *    Prestamos de la tarjeta al corriente o en mora, por la
      *    clave alternativa.
       CONTAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF FSU NOT = 00
               GO TO CONTAR-PRESTAMOS-EXIT.
           MOVE TARJETA-CIERRE TO PRE-TARJETA.
           START PRESTAMOS KEY IS = PRE-TARJETA INVALID KEY
               GO TO CONTAR-PRESTAMOS-FIN.

       CONTAR-PRESTAMOS-BUCLE.
           READ PRESTAMOS NEXT RECORD AT END
               GO TO CONTAR-PRESTAMOS-FIN.
           IF PRE-TARJETA NOT = TARJETA-CIERRE
               GO TO CONTAR-PRESTAMOS-FIN.
           IF NOT PRE-LIQUIDADO
               ADD 1 TO PRESTAMOS-VIVOS.
           GO TO CONTAR-PRESTAMOS-BUCLE.

       CONTAR-PRESTAMOS-FIN.
           CLOSE PRESTAMOS.

       CONTAR-PRESTAMOS-EXIT.
           EXIT.

      *    Tipo y comision de la campana en parametros.dat (ver
      *    BANKINT); sin fichero no hay intereses ni comision que
      *    liquidar al cierre.
       LEER-CAMPANA.
           MOVE 0 TO INTERES-PB-WS.
           MOVE 0 TO COMISION-CENT-WS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO LEER-CAMPANA-EXIT.
           READ PARAMETROS AT END
               CLOSE PARAMETROS
               GO TO LEER-CAMPANA-EXIT.
           MOVE PAR-INTERES-PB    TO INTERES-PB-WS.
           MOVE PAR-COMISION-CENT TO COMISION-CENT-WS.
           CLOSE PARAMETROS.

       LEER-CAMPANA-EXIT.
           EXIT.

      *    Si BANKINT ya ha liquidado este mes la tarjeta (abono "IA"
      *    o cargo "CM" con fecha del mes en curso), el cierre no
      *    vuelve a abonar o cargar ese concepto.
       BUSCAR-LIQUIDACION-MES.
           MOVE "N" TO HAY-INTERES-MES.
           MOVE "N" TO HAY-COMISION-MES.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-CIERRE TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO BUSCAR-LIQUIDACION-MES-FIN.

       BUSCAR-LIQUIDACION-MES-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO BUSCAR-LIQUIDACION-MES-FIN.
           IF MOV-TARJETA NOT = TARJETA-CIERRE
               GO TO BUSCAR-LIQUIDACION-MES-FIN.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
               GO TO BUSCAR-LIQUIDACION-MES-BUCLE.
           IF MOV-ES-INTERES
               MOVE "S" TO HAY-INTERES-MES.
           IF MOV-ES-COMISION
               MOVE "S" TO HAY-COMISION-MES.
           GO TO BUSCAR-LIQUIDACION-MES-BUCLE.

       BUSCAR-LIQUIDACION-MES-FIN.
           CLOSE F-MOVIMIENTOS.

       BUSCAR-LIQUIDACION-MES-EXIT.
           EXIT.

      *    Interes y comision del mes en proporcion a los dias
      *    transcurridos hasta hoy, con las reglas de BANKINT: solo se
      *    remunera un saldo positivo, truncando al centimo, y la
      *    comision nunca deja la cuenta en descubierto (se cobra
      *    como mucho el saldo que quede). Deja en CENT-LIQUIDO el
      *    saldo final que se paga al cliente.
       CALCULAR-LIQUIDACION.
           MOVE CENT-SALDO TO CENT-SALDO-INICIAL.
           MOVE 0 TO CENT-INTERES.
           MOVE 0 TO CENT-COMISION.

           COMPUTE F-INICIO-MES = (ANO * 10000) + (MES * 100) + 1.
           IF MES = 12
               COMPUTE F-INICIO-SIGUIENTE = ((ANO + 1) * 10000) + 0101
           ELSE
               COMPUTE F-INICIO-SIGUIENTE = (ANO * 10000)
                                            + ((MES + 1) * 100) + 1
           END-IF.
           COMPUTE DIAS-MES =
               FUNCTION INTEGER-OF-DATE(F-INICIO-SIGUIENTE)
             - FUNCTION INTEGER-OF-DATE(F-INICIO-MES).

           IF NOT INTERES-YA-ABONADO AND INTERES-PB-WS > 0
                   AND CENT-SALDO > 0
               COMPUTE CENT-INTERES = (CENT-SALDO * INTERES-PB-WS
                                       * DIA) / (120000 * DIAS-MES).

           IF NOT COMISION-YA-CARGADA AND COMISION-CENT-WS > 0
               COMPUTE CENT-COMISION = (COMISION-CENT-WS * DIA)
                                       / DIAS-MES.
           IF CENT-COMISION > (CENT-SALDO + CENT-INTERES)
               COMPUTE CENT-COMISION = CENT-SALDO + CENT-INTERES.
           IF CENT-COMISION < 0
               MOVE 0 TO CENT-COMISION.

           COMPUTE CENT-LIQUIDO = CENT-SALDO + CENT-INTERES
                                  - CENT-COMISION.

       CALCULAR-LIQUIDACION-EXIT.
           EXIT.

      *    Postea CENT-IMPORTE (en centimos, con signo) sobre la
      *    tarjeta que se cierra con el concepto y el tipo ya
      *    preparados, dejando el saldo posterior en el movimiento y
      *    en el maestro CUENTAS, como la liquidacion mensual.
       REGISTRAR-MOVIMIENTO.
           MOVE 1 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-CIERRE  TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.

           IF CENT-IMPORTE < 0
               COMPUTE MOV-IMPORTE-ENT = 0 - ((0 - CENT-IMPORTE) / 100)
               COMPUTE MOV-IMPORTE-DEC =
                   FUNCTION MOD((0 - CENT-IMPORTE), 100)
           ELSE
               COMPUTE MOV-IMPORTE-ENT = CENT-IMPORTE / 100
               COMPUTE MOV-IMPORTE-DEC = FUNCTION MOD(CENT-IMPORTE,
                   100)
           END-IF.
           MOVE TIPO-APUNTE     TO MOV-TIPO.
           MOVE CENT-IMPORTE    TO MOV-IMPORTE-CENT.
           MOVE SPACES          TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR    TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

           ADD CENT-IMPORTE TO CENT-SALDO.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

       REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.

      *    Ordenes programadas que salen de la tarjeta y siguen sin
      *    realizar ni cancelar: quedan canceladas ("X") para que
      *    BANK1 y el lote nocturno no las vuelvan a lanzar.
       CANCELAR-PROGRAMADAS.
           OPEN I-O F-PROGRAMADAS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO CANCELAR-PROGRAMADAS-EXIT.

       CANCELAR-PROGRAMADAS-BUCLE.
           READ F-PROGRAMADAS NEXT RECORD AT END
               GO TO CANCELAR-PROGRAMADAS-FIN.
           IF PROG-TARJETA-O NOT = TARJETA-CIERRE
               GO TO CANCELAR-PROGRAMADAS-BUCLE.
           IF PROG-ESTADO = "R" OR PROG-ESTADO = "X"
               GO TO CANCELAR-PROGRAMADAS-BUCLE.
           MOVE "X" TO PROG-ESTADO.
           REWRITE PROGRAMADAS-REG INVALID KEY
               CLOSE F-PROGRAMADAS
               GO TO PSYS-ERR.
           ADD 1 TO CANC-PROGRAMADAS.
           GO TO CANCELAR-PROGRAMADAS-BUCLE.

       CANCELAR-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       CANCELAR-PROGRAMADAS-EXIT.
           EXIT.

      *    Mandatos de adeudo activos: quedan revocados con fecha de
      *    hoy, como si los revocara el cliente en BANKMAN, y BANKRBO
      *    devolvera los recibos que lleguen contra ellos.
       REVOCAR-MANDATOS.
           OPEN I-O MANDATOS.
           IF FSN NOT = 00 AND FSN NOT = 05
               GO TO REVOCAR-MANDATOS-EXIT.

           MOVE TARJETA-CIERRE TO MAN-TARJETA.
           MOVE LOW-VALUES     TO MAN-ACREEDOR.
           START MANDATOS KEY IS >= MAN-CLAVE INVALID KEY
               GO TO REVOCAR-MANDATOS-FIN.

       REVOCAR-MANDATOS-BUCLE.
           READ MANDATOS NEXT RECORD AT END
               GO TO REVOCAR-MANDATOS-FIN.
           IF MAN-TARJETA NOT = TARJETA-CIERRE
               GO TO REVOCAR-MANDATOS-FIN.
           IF MAN-ESTADO NOT = "A"
               GO TO REVOCAR-MANDATOS-BUCLE.
           MOVE "R"      TO MAN-ESTADO.
           MOVE F-ACTUAL TO MAN-FREVOCA.
           REWRITE MANDATOS-REG INVALID KEY
               CLOSE MANDATOS
               GO TO PSYS-ERR.
           ADD 1 TO REVOC-MANDATOS.
           GO TO REVOCAR-MANDATOS-BUCLE.

       REVOCAR-MANDATOS-FIN.
           CLOSE MANDATOS.

       REVOCAR-MANDATOS-EXIT.
           EXIT.

      *    Agenda de beneficiarios de la tarjeta: se borra fila a
      *    fila. Los beneficiarios de otros clientes que apuntaban a
      *    esta tarjeta son suyos y no se tocan.
       BORRAR-BENEFICIARIOS.
           OPEN I-O BENEFICIARIOS.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO BORRAR-BENEFICIARIOS-EXIT.

           MOVE TARJETA-CIERRE TO BEN-TARJETA.
           MOVE LOW-VALUES     TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS >= BEN-CLAVE INVALID KEY
               GO TO BORRAR-BENEFICIARIOS-FIN.

       BORRAR-BENEFICIARIOS-BUCLE.
           READ BENEFICIARIOS NEXT RECORD AT END
               GO TO BORRAR-BENEFICIARIOS-FIN.
           IF BEN-TARJETA NOT = TARJETA-CIERRE
               GO TO BORRAR-BENEFICIARIOS-FIN.

           MOVE BEN-ALIAS TO ALIAS-TRATADO.
           DELETE BENEFICIARIOS RECORD INVALID KEY
               CLOSE BENEFICIARIOS
               GO TO PSYS-ERR.
           ADD 1 TO BORR-BENEFICIARIOS.

      *    se reposiciona detras de la fila borrada, que ya no existe
           MOVE TARJETA-CIERRE TO BEN-TARJETA.
           MOVE ALIAS-TRATADO  TO BEN-ALIAS.
           START BENEFICIARIOS KEY IS > BEN-CLAVE INVALID KEY
               GO TO BORRAR-BENEFICIARIOS-FIN.
           GO TO BORRAR-BENEFICIARIOS-BUCLE.

       BORRAR-BENEFICIARIOS-FIN.
           CLOSE BENEFICIARIOS.

       BORRAR-BENEFICIARIOS-EXIT.
           EXIT.

      *    Filtra al beneficiario del pago contra la lista de
      *    vigilancia antes de aparcar la orden (ver BANKFIL); la
      *    orden lleva el numero que se acaba de reservar.
       FILTRAR-ORDEN.
           MOVE NOMBRE-DESTINO      TO PFL-NOMBRE.
           MOVE "O"                 TO PFL-ORIGEN.
           MOVE "BANKCIE"           TO PFL-PROGRAMA.
           MOVE LAST-INT-NUM        TO PFL-REFERENCIA.
           MOVE TARJETA-CIERRE      TO PFL-TARJETA.
           MOVE CUENTA-DESTINO      TO PFL-CUENTA-EXT.
           MOVE CENT-LIQUIDO        TO PFL-IMPORTE-CENT.
           MOVE SPACES              TO PFL-CONCEPTO.
           MOVE SPACES              TO PFL-ACREEDOR.
           CALL "BANKFIL" USING PETICION-FILTRO.

       FILTRAR-ORDEN-EXIT.
           EXIT.

      *    Retiene el saldo liquidado con el mismo numero de la
      *    orden de pago; la libera BANKEMI al exportarla (o BANKCMP
      *    si cumplimiento rechaza la orden retenida).
       GRABAR-RETENCION.
           OPEN I-O RETENCIONES.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO PSYS-ERR.

           MOVE LAST-INT-NUM   TO RET-NUM.
           MOVE TARJETA-CIERRE TO RET-TARJETA.
           MOVE ANO            TO RET-ANO.
           MOVE MES            TO RET-MES.
           MOVE DIA            TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-LIQUIDO / 100.
           MOVE FUNCTION MOD(CENT-LIQUIDO, 100) TO RET-IMPORTE-DEC.
           MOVE "A"            TO RET-ESTADO.

           WRITE RETENCIONES-REG INVALID KEY
               CLOSE RETENCIONES
               GO TO PSYS-ERR.
           CLOSE RETENCIONES.

       GRABAR-RETENCION-EXIT.
           EXIT.

      *    Liquidacion de cierre para entregar al cliente: saldo de
      *    partida, intereses y comision del mes, saldo liquidado,
      *    forma de pago y lo que se ha retirado con la cuenta. Si no
      *    se puede crear el fichero el cierre ya esta hecho y solo se
      *    avisa en el resumen.
       EMITIR-LIQUIDACION.
           MOVE SPACES TO LIQUIDACION-FICHERO.
           STRING "cierre"       DELIMITED BY SIZE
                  TARJETA-CIERRE DELIMITED BY SIZE
                  ".lst"         DELIMITED BY SIZE
               INTO LIQUIDACION-FICHERO.

           OPEN OUTPUT LIQUIDACION.
           IF FSQ NOT = 00
               MOVE SPACES TO LIQUIDACION-FICHERO
               GO TO EMITIR-LIQUIDACION-EXIT.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE LINEA-LIQUIDACION FROM LIN-CAB.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.
           MOVE NOMBRE-TITULAR TO LTI-NOMBRE.
           WRITE LINEA-LIQUIDACION FROM LIN-TITULAR.
           MOVE TARJETA-CIERRE TO LTA-TARJETA.
           MOVE CUENTA-TITULAR TO LTA-CUENTA.
           WRITE LINEA-LIQUIDACION FROM LIN-TARJETA.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.

           MOVE "PERIODO LIQUIDADO:" TO LDA-ETIQUETA.
           MOVE SPACES TO LDA-VALOR.
           STRING "DEL 01-"  DELIMITED BY SIZE
                  MES        DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  ANO        DELIMITED BY SIZE
                  " AL "     DELIMITED BY SIZE
                  DIA        DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  MES        DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  ANO        DELIMITED BY SIZE
               INTO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.

           MOVE "SALDO ANTES DEL CIERRE:" TO LIM-ETIQUETA.
           MOVE CENT-SALDO-INICIAL TO CENT-PANT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           IF INTERES-YA-ABONADO
               MOVE "INTERESES ABONADOS:" TO LDA-ETIQUETA
               MOVE "YA LIQUIDADOS ESTE MES" TO LDA-VALOR
               WRITE LINEA-LIQUIDACION FROM LIN-DATO
           ELSE
               MOVE "INTERESES ABONADOS:" TO LIM-ETIQUETA
               MOVE CENT-INTERES TO CENT-PANT
               PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT
           END-IF.

           IF COMISION-YA-CARGADA
               MOVE "COMISION DE MANTENIMIENTO:" TO LDA-ETIQUETA
               MOVE "YA CARGADA ESTE MES" TO LDA-VALOR
               WRITE LINEA-LIQUIDACION FROM LIN-DATO
           ELSE
               MOVE "COMISION DE MANTENIMIENTO:" TO LIM-ETIQUETA
               COMPUTE CENT-PANT = 0 - CENT-COMISION
               PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT
           END-IF.

           MOVE "SALDO LIQUIDADO:" TO LIM-ETIQUETA.
           MOVE CENT-LIQUIDO TO CENT-PANT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.

           MOVE "FORMA DE PAGO:" TO LDA-ETIQUETA.
           IF CENT-LIQUIDO = 0
               MOVE "SIN SALDO QUE PAGAR" TO LDA-VALOR
           ELSE
               IF PAGO-EFECTIVO
                   MOVE "EFECTIVO EN OFICINA" TO LDA-VALOR
               ELSE
                   MOVE "TRANSFERENCIA A OTRA ENTIDAD" TO LDA-VALOR
               END-IF
           END-IF.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           IF PAGO-TRANSFERENCIA AND CENT-LIQUIDO > 0
               MOVE "CUENTA DE DESTINO:" TO LDA-ETIQUETA
               MOVE CUENTA-DESTINO TO LDA-VALOR
               WRITE LINEA-LIQUIDACION FROM LIN-DATO
               MOVE "TITULAR DE DESTINO:" TO LDA-ETIQUETA
               MOVE NOMBRE-DESTINO TO LDA-VALOR
               WRITE LINEA-LIQUIDACION FROM LIN-DATO
               MOVE "ORDEN INTERBANCARIA:" TO LDA-ETIQUETA
               MOVE ORDEN-PAGO(20:16) TO LDA-VALOR
               WRITE LINEA-LIQUIDACION FROM LIN-DATO
           END-IF.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.

           MOVE "ORDENES PROGRAMADAS CANCELADAS:" TO LDA-ETIQUETA.
           MOVE CANC-PROGRAMADAS TO CONTADOR-PANT.
           MOVE CONTADOR-PANT TO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           MOVE "MANDATOS DE ADEUDO REVOCADOS:" TO LDA-ETIQUETA.
           MOVE REVOC-MANDATOS TO CONTADOR-PANT.
           MOVE CONTADOR-PANT TO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           MOVE "BENEFICIARIOS ELIMINADOS:" TO LDA-ETIQUETA.
           MOVE BORR-BENEFICIARIOS TO CONTADOR-PANT.
           MOVE CONTADOR-PANT TO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.

           MOVE "OPERADOR:" TO LDA-ETIQUETA.
           MOVE IDO-OPERADOR TO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           MOVE "AUTORIZADO POR:" TO LDA-ETIQUETA.
           MOVE IDO-AUTORIZADOR TO LDA-VALOR.
           WRITE LINEA-LIQUIDACION FROM LIN-DATO.
           WRITE LINEA-LIQUIDACION FROM LIN-BLANCA.

           MOVE "LA TARJETA QUEDA CANCELADA Y LA CUENTA CERRADA EN ESTA
      -        " FECHA" TO LIN-TEXTO.
           WRITE LINEA-LIQUIDACION FROM LIN-TEXTO.
           IF PAGO-TRANSFERENCIA AND CENT-LIQUIDO > 0
               MOVE "EL IMPORTE SE ENVIARA CON LA REMESA INTERBANCARIA
      -            "DE ESTA NOCHE" TO LIN-TEXTO
               WRITE LINEA-LIQUIDACION FROM LIN-TEXTO.
           CLOSE LIQUIDACION.

       EMITIR-LIQUIDACION-EXIT.
           EXIT.

      *    Linea de importe de la liquidacion con la etiqueta ya
      *    puesta en LIM-ETIQUETA y el importe en CENT-PANT.
       ESCRIBIR-IMPORTE.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           MOVE ENT-SIGNO-PANT TO LIM-ENT.
           MOVE DEC-PANT       TO LIM-DEC.
           WRITE LINEA-LIQUIDACION FROM LIN-IMPORTE.

       ESCRIBIR-IMPORTE-EXIT.
           EXIT.

       PARTIR-CON-SIGNO.
           IF CENT-PANT < 0
               COMPUTE ENT-SIGNO-PANT = 0 - ((0 - CENT-PANT) / 100)
               MOVE FUNCTION MOD((0 - CENT-PANT), 100) TO DEC-PANT
           ELSE
               COMPUTE ENT-SIGNO-PANT = CENT-PANT / 100
               MOVE FUNCTION MOD(CENT-PANT, 100) TO DEC-PANT
           END-IF.

       PARTIR-CON-SIGNO-EXIT.
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

      *    Igual que RESERVAR-MOV-NUM pero sobre la secuencia de
      *    ordenes interbancarias (siempre de una en una).
       RESERVAR-INT-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "INTERCAMBIO" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-INT-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.

       RESERVAR-INT-NUM-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria, con el mismo
      *    esquema de contadores que BANKALTA y el supervisor que
      *    autorizo el cierre; si la traza no se puede escribir no se
      *    deshace el cierre.
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
           MOVE "BANKCIE"       TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR    TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE TARJETAS.
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
