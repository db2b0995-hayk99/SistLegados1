       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           ALTERNATE RECORD KEY IS CMP-REFERENCIA WITH DUPLICATES
           FILE STATUS IS FSK.

           SELECT OPTIONAL VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CODIGO
           FILE STATUS IS FSV.

           SELECT OPTIONAL INTERCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-NUM
           FILE STATUS IS FSY.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

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

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSH.

           SELECT OPTIONAL DEVOL-ABONOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

           SELECT OPTIONAL DEVOL-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

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


       DATA DIVISION.
       FILE SECTION.
      *    Casos retenidos por cumplimiento normativo (ver BANKFIL):
      *    origen "O" orden saliente, "E" abono recibido, "R" recibo;
      *    estado "P" pendiente, "L" liberado, "R" rechazado.
       FD CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
       01 CUMPLIMIENTO-REG.
           02 CMP-NUM              PIC  9(35).
           02 CMP-ORIGEN           PIC  X(1).
               88 CMP-ES-ORDEN           VALUE "O".
               88 CMP-ES-ABONO           VALUE "E".
               88 CMP-ES-RECIBO          VALUE "R".
           02 CMP-PROGRAMA         PIC  X(08).
           02 CMP-REFERENCIA       PIC  9(35).
           02 CMP-TARJETA          PIC  9(16).
           02 CMP-CUENTA-EXT       PIC  9(16).
           02 CMP-NOMBRE           PIC  X(35).
           02 CMP-CONCEPTO         PIC  X(35).
           02 CMP-ACREEDOR         PIC  X(16).
           02 CMP-IMPORTE-CENT     PIC  9(9).
           02 CMP-VIG-CODIGO       PIC  X(12).
           02 CMP-VIG-NOMBRE       PIC  X(35).
           02 CMP-ANO              PIC   9(4).
           02 CMP-MES              PIC   9(2).
           02 CMP-DIA              PIC   9(2).
           02 CMP-HOR              PIC   9(2).
           02 CMP-MIN              PIC   9(2).
           02 CMP-SEG              PIC   9(2).
           02 CMP-ESTADO           PIC  X(1).
               88 CMP-PENDIENTE          VALUE "P".
               88 CMP-LIBERADO           VALUE "L".
               88 CMP-RECHAZADO          VALUE "R".
           02 CMP-OPERADOR         PIC  X(08).
           02 CMP-F-DECISION       PIC  9(8).

      *    Lista de vigilancia (ver BANKFIL): solo se lee para
      *    ensenar de que lista procede la entrada que coincidio.
       FD VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
       01 VIGILANCIA-REG.
           02 VIG-CODIGO           PIC  X(12).
           02 VIG-NOMBRE           PIC  X(35).
           02 VIG-LISTA            PIC  X(10).
           02 VIG-ORIGEN           PIC  X(1).
           02 VIG-ESTADO           PIC  X(1).
           02 VIG-F-ALTA           PIC  9(8).
           02 VIG-CARGA            PIC  9(14).
           02 VIG-OPERADOR         PIC  X(08).

      *    Ordenes interbancarias salientes (ver BANKEMI): la orden
      *    retenida esta en "C"; al liberarla vuelve a "P" y sale con
      *    la remesa de esta noche, al rechazarla queda en "R".
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
           02 INT-COMISION-CENT    PIC  9(9).

      *    Retenciones de saldo (ver BANK6): la de una orden lleva su
      *    numero; la de un abono o un recibo retenido lleva un 1 en
      *    la primera cifra seguido del numero del caso (ver BANKREC
      *    y BANKRBO). Toda decision la deja liberada ("L").
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

      *    Descubierto autorizado por tarjeta (ver BANKSUP); sin
      *    fichero o sin fila, descubierto cero.
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubier.ubd".
       01 DESCUBIERTOS-REG.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Remesa de devoluciones a la camara (ver BANKREC): el abono
      *    rechazado por cumplimiento vuelve al banco emisor en su
      *    propio tramo CAB...FIN con el codigo "RR04" (motivo
      *    regulatorio) y la secuencia del contador DEVOL-OUT.
       FD DEVOL-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devolout.dat".
       01 DEVOL-ABONO-REG.
           02 DVA-CUENTA           PIC  9(16).
           02 DVA-IMPORTE-ENT      PIC  9(7).
           02 DVA-IMPORTE-DEC      PIC  9(2).
           02 DVA-NOMBRE           PIC  X(35).
           02 DVA-REFERENCIA       PIC  9(35).
           02 DVA-MOTIVO           PIC  X(4).
       01 DEVOL-ABONO-CAB.
           02 DVC-MARCA            PIC  X(3).
           02 DVC-SECUENCIA        PIC  9(6).
           02 DVC-FECHA            PIC  9(8).
           02 FILLER               PIC  X(82).
       01 DEVOL-ABONO-FIN.
           02 DVF-MARCA            PIC  X(3).
           02 DVF-CUENTA-REG       PIC  9(7).
           02 DVF-TOTAL-CENT       PIC  9(13).
           02 FILLER               PIC  X(76).

      *    Devoluciones para el acreedor (ver BANKRBO): el recibo
      *    rechazado por cumplimiento se le devuelve con el motivo
      *    "RECHAZO CUMPLIMIENTO".
       FD DEVOL-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devoluciones.dat".
       01 DEVOL-RECIBO-REG.
           02 DVR-TARJETA          PIC  9(16).
           02 DVR-IMPORTE-ENT      PIC  9(7).
           02 DVR-IMPORTE-DEC      PIC  9(2).
           02 DVR-CONCEPTO         PIC  X(35).
           02 DVR-ACREEDOR         PIC  X(16).
           02 DVR-MOTIVO           PIC  X(20).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Traza de auditoria: cada decision deja su fila con el
      *    operador que la tomo y la entrada de la lista que provoco
      *    la retencion.
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


       WORKING-STORAGE SECTION.
       77 FSK                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSD                      PIC  X(2).

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
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC   9(4).

      *    Casos pendientes cargados en memoria para paginar igual
      *    que BANKALR hace con las alertas.
       01 TABLA-CMP.
           05 TC-ENTRY OCCURS 100 TIMES INDEXED BY TC-IDX.
               10 TC-NUM            PIC  9(35).
               10 TC-ORIGEN         PIC  X(1).
               10 TC-TARJETA        PIC  9(16).
               10 TC-IMPORTE-CENT   PIC  9(9).
               10 TC-NOMBRE         PIC  X(35).
               10 TC-VIG-CODIGO     PIC  X(12).

       77 TOTAL-CMP                 PIC 9(5)  VALUE 0.
       77 HAY-MAS-CMP               PIC X(1)  VALUE "N".
           88 TABLA-CMP-LLENA        VALUE "S".
       77 LINEAS-POR-PAGINA         PIC 9(2)  VALUE 5.
       77 PAGINA-ACTUAL             PIC 9(5)  VALUE 1.
       77 TOTAL-PAGINAS             PIC 9(5)  VALUE 1.
       77 FILA-BASE                 PIC 9(5).
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).

       77 CMP-NUM-SEL               PIC  9(35).
       77 IDX-SEL                   PIC 9(5).
       77 ENCONTRADO-SEL            PIC  X(1).
           88 CMP-ENCONTRADO         VALUE "S".
      *    1 libera la operacion retenida, 2 la rechaza.
       77 ACCION-CASO               PIC  9(1).
           88 ACCION-LIBERAR         VALUE 1.
           88 ACCION-RECHAZAR        VALUE 2.
       77 IMPORTE-ENT-PANT          PIC  9(7).
       77 IMPORTE-DEC-PANT          PIC  9(2).
       77 LISTA-PANT                PIC  X(10).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO               PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 TARJETA-APUNTE           PIC  9(16).
       77 F-DECISION               PIC  9(8).
       77 LAST-DEV-SEQ             PIC  9(35).

       77 MSJ-RECIBIDA             PIC  X(35)
           VALUE "Transferencia recibida".

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (1 cumplimiento) y el
      *    resto es el numero del caso que las origino.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 AUD-TIPO-ACCION      PIC  X(07).
           05 FILLER               PIC  X(01) VALUE SPACE.
           05 AUD-TIPO-VIG         PIC  X(12).

      *    Captura del abono liberado para los embargos de la tarjeta
      *    (ver BANKEMC), con el saldo que deja el abono.
       01 PETICION-EMBARGO.
           05 PEM-TARJETA          PIC  9(16).
           05 PEM-IMPORTE-CENT     PIC  9(9).
           05 PEM-SALDO-CENT       PIC S9(9).
           05 PEM-PROGRAMA         PIC  X(08).
           05 PEM-CAPTURADO-CENT   PIC  9(9).
           05 PEM-EMBARGOS         PIC  9(3).

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

       01 SELECCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 21 COL 40
               PIC 9(35) USING CMP-NUM-SEL.

       01 ACCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 20 COL 45
               PIC 9(1) USING ACCION-CASO.


      *    REVISION DE CASOS DE CUMPLIMIENTO -- el responsable de
      *    cumplimiento trabaja las ordenes, abonos y recibos que la
      *    lista de vigilancia ha dejado retenidos (ver BANKFIL). Al
      *    liberar, la orden vuelve a la cola de BANKEMI, el abono se
      *    aplica en la tarjeta destino y el recibo se carga; al
      *    rechazar, la orden queda rechazada, el abono se devuelve
      *    al banco emisor por la camara y el recibo al acreedor. En
      *    todos los casos se suelta la retencion, y la decision queda
      *    en el caso y en auditoria con el operador y la entrada de
      *    la lista. Al cliente no se le avisa del motivo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKCMP"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Revision de cumplimiento" LINE 2
               COL 21 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       CARGAR-CASOS.
           MOVE 0 TO TOTAL-CMP.
           MOVE "N" TO HAY-MAS-CMP.

           OPEN I-O CUMPLIMIENTO.
           IF FSK NOT = 00 AND FSK NOT = 05
               GO TO PSYS-ERR.

       LECTURA-CASOS.
           READ CUMPLIMIENTO NEXT RECORD AT END
               GO TO LECTURA-CASOS-EXIT.

           IF NOT CMP-PENDIENTE
               GO TO LECTURA-CASOS.

           IF TOTAL-CMP >= 100
               MOVE "S" TO HAY-MAS-CMP
               GO TO LECTURA-CASOS.

           ADD 1 TO TOTAL-CMP.
           SET TC-IDX TO TOTAL-CMP.
           MOVE CMP-NUM          TO TC-NUM(TC-IDX).
           MOVE CMP-ORIGEN       TO TC-ORIGEN(TC-IDX).
           MOVE CMP-TARJETA      TO TC-TARJETA(TC-IDX).
           MOVE CMP-IMPORTE-CENT TO TC-IMPORTE-CENT(TC-IDX).
           MOVE CMP-NOMBRE       TO TC-NOMBRE(TC-IDX).
           MOVE CMP-VIG-CODIGO   TO TC-VIG-CODIGO(TC-IDX).
           GO TO LECTURA-CASOS.

       LECTURA-CASOS-EXIT.
           CLOSE CUMPLIMIENTO.

           IF TOTAL-CMP = 0
               GO TO SIN-CASOS.

           COMPUTE TOTAL-PAGINAS =
               ((TOTAL-CMP - 1) / LINEAS-POR-PAGINA) + 1.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operaciones retenidas pendientes" LINE 6 COL 24.
           DISPLAY "Numero" LINE 8 COL 2.
           DISPLAY "O" LINE 8 COL 13.
           DISPLAY "Tarjeta" LINE 8 COL 15.
           DISPLAY "Importe" LINE 8 COL 33.
           DISPLAY "Nombre" LINE 8 COL 43.
           DISPLAY "Entrada" LINE 8 COL 66.

           COMPUTE FILA-BASE = (PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA.

           MOVE 10 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 1.
           PERFORM MOSTRAR-LINEA-CMP THRU MOSTRAR-LINEA-CMP-EXIT.

           MOVE 12 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 2.
           PERFORM MOSTRAR-LINEA-CMP THRU MOSTRAR-LINEA-CMP-EXIT.

           MOVE 14 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 3.
           PERFORM MOSTRAR-LINEA-CMP THRU MOSTRAR-LINEA-CMP-EXIT.

           MOVE 16 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 4.
           PERFORM MOSTRAR-LINEA-CMP THRU MOSTRAR-LINEA-CMP-EXIT.

           MOVE 18 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 5.
           PERFORM MOSTRAR-LINEA-CMP THRU MOSTRAR-LINEA-CMP-EXIT.

           DISPLAY "Pagina" LINE 20 COL 4.
           DISPLAY PAGINA-ACTUAL LINE 20 COL 11.
           DISPLAY "de" LINE 20 COL 17.
           DISPLAY TOTAL-PAGINAS LINE 20 COL 20.

           IF TABLA-CMP-LLENA
               DISPLAY "Mas de 100 pendientes: pantalla incompleta,"
                   LINE 22 COL 4
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "resuelva estos para ver los siguientes"
                   LINE 23 COL 4
                   WITH FOREGROUND-COLOR IS YELLOW.

           DISPLAY "Numero a revisar:" LINE 21 COL 4.
           DISPLAY "PgUp/PgDn - Paginar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           GO TO NAVEGAR.

       MOSTRAR-LINEA-CMP.
           IF FILA-TMP > TOTAL-CMP
               GO TO MOSTRAR-LINEA-CMP-EXIT.

           SET TC-IDX TO FILA-TMP.
           COMPUTE IMPORTE-ENT-PANT = TC-IMPORTE-CENT(TC-IDX) / 100.
           MOVE FUNCTION MOD(TC-IMPORTE-CENT(TC-IDX), 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY TC-NUM(TC-IDX)(26:10) LINE LINEA-PANTALLA COL 2.
           DISPLAY TC-ORIGEN(TC-IDX) LINE LINEA-PANTALLA COL 13.
           DISPLAY TC-TARJETA(TC-IDX) LINE LINEA-PANTALLA COL 15.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 32.
           DISPLAY "," LINE LINEA-PANTALLA COL 39.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-PANTALLA COL 40.
           DISPLAY TC-NOMBRE(TC-IDX)(1:22) LINE LINEA-PANTALLA COL 43.
           DISPLAY TC-VIG-CODIGO(TC-IDX) LINE LINEA-PANTALLA COL 66.

       MOSTRAR-LINEA-CMP-EXIT.
           EXIT.

       NAVEGAR.
           MOVE 0 TO CMP-NUM-SEL.
           ACCEPT SELECCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
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

           IF CMP-NUM-SEL = 0
               GO TO MOSTRAR-PAGINA.

       BUSCAR-CASO.
           MOVE "N" TO ENCONTRADO-SEL.
           MOVE 1 TO IDX-SEL.

       BUSCAR-CASO-BUCLE.
           IF IDX-SEL > TOTAL-CMP
               GO TO BUSCAR-CASO-EXIT.
           SET TC-IDX TO IDX-SEL.
           IF TC-NUM(TC-IDX) = CMP-NUM-SEL
               MOVE "S" TO ENCONTRADO-SEL
               GO TO BUSCAR-CASO-EXIT.
           ADD 1 TO IDX-SEL.
           GO TO BUSCAR-CASO-BUCLE.

       BUSCAR-CASO-EXIT.
           IF NOT CMP-ENCONTRADO
               DISPLAY "No hay un caso pendiente con ese numero"
                   LINE 22 COL 20 WITH BACKGROUND-COLOR RED
               GO TO NAVEGAR.

       REVISAR-CASO.
           OPEN INPUT CUMPLIMIENTO.
           IF FSK NOT = 00
               GO TO PSYS-ERR.
           MOVE CMP-NUM-SEL TO CMP-NUM.
           READ CUMPLIMIENTO INVALID KEY
               CLOSE CUMPLIMIENTO
               GO TO PSYS-ERR.
           CLOSE CUMPLIMIENTO.

      *    de que lista procede la entrada; si ya no esta en la lista
      *    se ensena en blanco
           MOVE SPACES TO LISTA-PANT.
           OPEN INPUT VIGILANCIA.
           IF FSV = 00
               MOVE CMP-VIG-CODIGO TO VIG-CODIGO
               READ VIGILANCIA
                   NOT INVALID KEY
                       MOVE VIG-LISTA TO LISTA-PANT
               END-READ
               CLOSE VIGILANCIA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Revisar caso" LINE 6 COL 34.
           DISPLAY "Operacion:" LINE 7 COL 10.
           EVALUATE TRUE
               WHEN CMP-ES-ORDEN
                   DISPLAY "Orden a otra entidad" LINE 7 COL 30
               WHEN CMP-ES-ABONO
                   DISPLAY "Abono recibido de otra entidad" LINE 7
                       COL 30
               WHEN CMP-ES-RECIBO
                   DISPLAY "Recibo domiciliado" LINE 7 COL 30
           END-EVALUATE.
           DISPLAY "Retenida por:" LINE 8 COL 10.
           DISPLAY CMP-PROGRAMA LINE 8 COL 30.
           DISPLAY CMP-DIA LINE 8 COL 40.
           DISPLAY "-" LINE 8 COL 42.
           DISPLAY CMP-MES LINE 8 COL 43.
           DISPLAY "-" LINE 8 COL 45.
           DISPLAY CMP-ANO LINE 8 COL 46.
           DISPLAY CMP-HOR LINE 8 COL 52.
           DISPLAY ":" LINE 8 COL 54.
           DISPLAY CMP-MIN LINE 8 COL 55.
           DISPLAY "Tarjeta:" LINE 9 COL 10.
           DISPLAY CMP-TARJETA LINE 9 COL 30.
           IF CMP-ES-ORDEN
               DISPLAY "Cuenta destino:" LINE 10 COL 10
               DISPLAY CMP-CUENTA-EXT LINE 10 COL 30
               DISPLAY "Beneficiario:" LINE 11 COL 10
               DISPLAY CMP-NOMBRE LINE 11 COL 30.
           IF CMP-ES-ABONO
               DISPLAY "Referencia:" LINE 10 COL 10
               DISPLAY CMP-REFERENCIA(20:16) LINE 10 COL 30
               DISPLAY "Ordenante:" LINE 11 COL 10
               DISPLAY CMP-NOMBRE LINE 11 COL 30.
           IF CMP-ES-RECIBO
               DISPLAY "Acreedor:" LINE 10 COL 10
               DISPLAY CMP-ACREEDOR LINE 10 COL 30
               DISPLAY "Concepto:" LINE 11 COL 10
               DISPLAY CMP-CONCEPTO LINE 11 COL 30.
           COMPUTE IMPORTE-ENT-PANT = CMP-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(CMP-IMPORTE-CENT, 100) TO IMPORTE-DEC-PANT.
           DISPLAY "Importe:" LINE 12 COL 10.
           DISPLAY IMPORTE-ENT-PANT LINE 12 COL 30.
           DISPLAY "," LINE 12 COL 37.
           DISPLAY IMPORTE-DEC-PANT LINE 12 COL 38.
           DISPLAY "EUR" LINE 12 COL 41.
           DISPLAY "Coincide con:" LINE 14 COL 10.
           DISPLAY CMP-VIG-CODIGO LINE 14 COL 30.
           DISPLAY LISTA-PANT LINE 14 COL 44.
           DISPLAY CMP-VIG-NOMBRE LINE 15 COL 30
               WITH FOREGROUND-COLOR IS YELLOW.

       PEDIR-ACCION.
           DISPLAY "1 Liberar la operacion  2 Rechazarla" LINE 18
               COL 15.
           DISPLAY "Accion:" LINE 20 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 22.

           INITIALIZE ACCION-CASO.
           ACCEPT ACCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-CASOS
               ELSE
                   GO TO PEDIR-ACCION.

           IF NOT ACCION-LIBERAR AND NOT ACCION-RECHAZAR
               GO TO PEDIR-ACCION.

      *    el caso se vuelve a leer para no decidir dos veces sobre
      *    el mismo si otro supervisor se ha adelantado
           OPEN I-O CUMPLIMIENTO.
           IF FSK NOT = 00
               GO TO PSYS-ERR.
           MOVE CMP-NUM-SEL TO CMP-NUM.
           READ CUMPLIMIENTO INVALID KEY
               CLOSE CUMPLIMIENTO
               GO TO PSYS-ERR.
           CLOSE CUMPLIMIENTO.
           IF NOT CMP-PENDIENTE
               DISPLAY "Ese caso ya estaba decidido" LINE 22
                   COL 26 WITH BACKGROUND-COLOR RED
               GO TO CARGAR-CASOS.

           COMPUTE F-DECISION = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 1       TO CRT-ORIGEN.
           MOVE CMP-NUM TO CRT-NUMERO.

           IF CMP-ES-ORDEN AND ACCION-LIBERAR
               GO TO LIBERAR-ORDEN.
           IF CMP-ES-ORDEN
               GO TO RECHAZAR-ORDEN.
           IF CMP-ES-ABONO AND ACCION-LIBERAR
               GO TO LIBERAR-ABONO.
           IF CMP-ES-ABONO
               GO TO RECHAZAR-ABONO.
           IF ACCION-LIBERAR
               GO TO LIBERAR-RECIBO.
           GO TO RECHAZAR-RECIBO.

      *    Orden liberada: vuelve a "P" y sale con la remesa de esta
      *    noche; su retencion sigue en pie hasta que BANKEMI la
      *    exporte, y el caso liberado evita que se vuelva a retener.
       LIBERAR-ORDEN.
           OPEN I-O INTERCAMBIO.
           IF FSY NOT = 00
               GO TO PSYS-ERR.
           MOVE CMP-REFERENCIA TO INT-NUM.
           READ INTERCAMBIO INVALID KEY
               CLOSE INTERCAMBIO
               GO TO ORDEN-NO-RETENIDA.
           IF INT-ESTADO NOT = "C"
               CLOSE INTERCAMBIO
               GO TO ORDEN-NO-RETENIDA.
           MOVE "P" TO INT-ESTADO.
           REWRITE INTERCAMBIO-REG INVALID KEY
               CLOSE INTERCAMBIO
               GO TO PSYS-ERR.
           CLOSE INTERCAMBIO.

           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden liberada: se enviara con la remesa de"
               LINE 10 COL 19.
           DISPLAY "esta noche y entonces se cargara al cliente"
               LINE 11 COL 19.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Orden rechazada: queda como las rechazadas por saldo y se
      *    suelta su retencion (mismo numero que la orden).
       RECHAZAR-ORDEN.
           OPEN I-O INTERCAMBIO.
           IF FSY NOT = 00
               GO TO PSYS-ERR.
           MOVE CMP-REFERENCIA TO INT-NUM.
           READ INTERCAMBIO INVALID KEY
               CLOSE INTERCAMBIO
               GO TO ORDEN-NO-RETENIDA.
           IF INT-ESTADO NOT = "C"
               CLOSE INTERCAMBIO
               GO TO ORDEN-NO-RETENIDA.
           MOVE "R" TO INT-ESTADO.
           REWRITE INTERCAMBIO-REG INVALID KEY
               CLOSE INTERCAMBIO
               GO TO PSYS-ERR.
           CLOSE INTERCAMBIO.

           MOVE CMP-REFERENCIA TO CLAVE-RETENCION-NUM.
           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.
           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden rechazada: no se envia y el importe"
               LINE 10 COL 20.
           DISPLAY "vuelve a estar disponible para el cliente"
               LINE 11 COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-NO-RETENIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden ya no esta retenida por cumplimiento"
               LINE 9 COL 18 WITH BACKGROUND-COLOR RED.
           DISPLAY "El caso queda pendiente: reviselo con sistemas"
               LINE 11 COL 17.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Abono liberado: se aplica en la tarjeta donde este ahora
      *    la retencion (BANKSUS la traslada si se sustituye la
      *    tarjeta) como lo habria hecho BANKREC.
       LIBERAR-ABONO.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               CLOSE RETENCIONES
               GO TO RETENCION-NO-ENCONTRADA.
           CLOSE RETENCIONES.
           IF RET-ESTADO NOT = "C"
               GO TO RETENCION-NO-ENCONTRADA.
           MOVE RET-TARJETA TO TARJETA-APUNTE.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-APUNTE TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "C" TO TESTADO.
           CLOSE TARJETAS.
           IF TESTADO = "C"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La tarjeta destino esta cancelada:" LINE 9
                   COL 23 WITH BACKGROUND-COLOR RED
               DISPLAY "el abono solo puede devolverse" LINE 10
                   COL 25 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           MOVE CMP-IMPORTE-CENT TO CENT-IMPORTE.
           PERFORM ABRIR-SALDO THRU ABRIR-SALDO-EXIT.
           ADD CENT-IMPORTE TO CENT-SALDO.

           MOVE MSJ-RECIBIDA TO MOV-CONCEPTO.
           MOVE "IR"         TO MOV-TIPO.
           MOVE SPACES       TO MOV-CONTRAPARTIDA.
           PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.
           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

      *    ya en la cuenta, el abono queda retenido para los embargos
      *    sin cubrir de la tarjeta, si los tiene
           MOVE TARJETA-APUNTE TO PEM-TARJETA.
           MOVE CENT-IMPORTE   TO PEM-IMPORTE-CENT.
           MOVE CENT-SALDO     TO PEM-SALDO-CENT.
           MOVE "BANKCMP"      TO PEM-PROGRAMA.
           CALL "BANKEMC" USING PETICION-EMBARGO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono liberado y aplicado en la tarjeta" LINE 10
               COL 21.
           DISPLAY TARJETA-APUNTE LINE 11 COL 32.
           IF PEM-CAPTURADO-CENT > 0
               DISPLAY "Parte del abono queda retenida por embargo"
                   LINE 13 COL 19 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Abono rechazado: vuelve al banco emisor por la camara en un
      *    tramo de devoluciones propio, con su referencia original.
       RECHAZAR-ABONO.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               CLOSE RETENCIONES
               GO TO RETENCION-NO-ENCONTRADA.
           CLOSE RETENCIONES.
           IF RET-ESTADO NOT = "C"
               GO TO RETENCION-NO-ENCONTRADA.

           PERFORM RESERVAR-DEV-SEQ THRU RESERVAR-DEV-SEQ-EXIT.

           OPEN EXTEND DEVOL-ABONOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.
           MOVE SPACES       TO DEVOL-ABONO-CAB.
           MOVE "CAB"        TO DVC-MARCA.
           MOVE LAST-DEV-SEQ TO DVC-SECUENCIA.
           MOVE F-DECISION   TO DVC-FECHA.
           WRITE DEVOL-ABONO-CAB.

           MOVE CMP-TARJETA     TO DVA-CUENTA.
           MOVE RET-IMPORTE-ENT TO DVA-IMPORTE-ENT.
           MOVE RET-IMPORTE-DEC TO DVA-IMPORTE-DEC.
           MOVE CMP-NOMBRE      TO DVA-NOMBRE.
           MOVE CMP-REFERENCIA  TO DVA-REFERENCIA.
           MOVE "RR04"          TO DVA-MOTIVO.
           WRITE DEVOL-ABONO-REG.

           MOVE SPACES           TO DEVOL-ABONO-FIN.
           MOVE "FIN"            TO DVF-MARCA.
           MOVE 1                TO DVF-CUENTA-REG.
           MOVE CMP-IMPORTE-CENT TO DVF-TOTAL-CENT.
           WRITE DEVOL-ABONO-FIN.
           CLOSE DEVOL-ABONOS.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.
           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono rechazado: se devuelve al banco emisor"
               LINE 10 COL 18.
           DISPLAY "en la remesa de devoluciones" LINE 11 COL 26.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Recibo liberado: se carga con las reglas de BANKRBO (hasta
      *    el descubierto autorizado y nunca con un resto entre -1 y
      *    -99 centimos). Si ya no cabe, solo puede rechazarse.
       LIBERAR-RECIBO.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               CLOSE RETENCIONES
               GO TO RETENCION-NO-ENCONTRADA.
           CLOSE RETENCIONES.
           IF RET-ESTADO NOT = "A"
               GO TO RETENCION-NO-ENCONTRADA.
           MOVE RET-TARJETA TO TARJETA-APUNTE.

           COMPUTE CENT-IMPORTE = 0 - CMP-IMPORTE-CENT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.
           PERFORM ABRIR-SALDO THRU ABRIR-SALDO-EXIT.
           IF CMP-IMPORTE-CENT > (CENT-SALDO + CENT-DESCUBIERTO)
                   OR ((CENT-SALDO + CENT-IMPORTE) < 0
                       AND (CENT-SALDO + CENT-IMPORTE) > -100)
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La cuenta ya no tiene saldo para el recibo:"
                   LINE 9 COL 19 WITH BACKGROUND-COLOR RED
               DISPLAY "solo puede rechazarse" LINE 10 COL 29
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.
           ADD CENT-IMPORTE TO CENT-SALDO.

           MOVE CMP-CONCEPTO TO MOV-CONCEPTO.
           MOVE "RB"         TO MOV-TIPO.
           MOVE CMP-ACREEDOR TO MOV-CONTRAPARTIDA.
           PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.
           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Recibo liberado y cargado en la tarjeta" LINE 10
               COL 21.
           DISPLAY TARJETA-APUNTE LINE 11 COL 32.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Recibo rechazado: se devuelve al acreedor en el mismo
      *    fichero que las devoluciones de BANKRBO.
       RECHAZAR-RECIBO.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               CLOSE RETENCIONES
               GO TO RETENCION-NO-ENCONTRADA.
           CLOSE RETENCIONES.
           IF RET-ESTADO NOT = "A"
               GO TO RETENCION-NO-ENCONTRADA.

           OPEN EXTEND DEVOL-RECIBOS.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO PSYS-ERR.
           MOVE CMP-TARJETA     TO DVR-TARJETA.
           MOVE RET-IMPORTE-ENT TO DVR-IMPORTE-ENT.
           MOVE RET-IMPORTE-DEC TO DVR-IMPORTE-DEC.
           MOVE CMP-CONCEPTO    TO DVR-CONCEPTO.
           MOVE CMP-ACREEDOR    TO DVR-ACREEDOR.
           MOVE "RECHAZO CUMPLIMIENTO" TO DVR-MOTIVO.
           WRITE DEVOL-RECIBO-REG.
           CLOSE DEVOL-RECIBOS.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.
           PERFORM CERRAR-CASO THRU CERRAR-CASO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Recibo rechazado: se devuelve al acreedor"
               LINE 10 COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       RETENCION-NO-ENCONTRADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se encuentra la retencion del caso" LINE 9
               COL 22 WITH BACKGROUND-COLOR RED.
           DISPLAY "El caso queda pendiente: reviselo con sistemas"
               LINE 11 COL 17.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Abre movimientos y cuentas y deja en CENT-SALDO el saldo
      *    actual de TARJETA-APUNTE, con el signo en la parte entera
      *    y los centimos como magnitud.
       ABRIR-SALDO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               CLOSE F-MOVIMIENTOS
               GO TO PSYS-ERR.

           MOVE TARJETA-APUNTE TO CTA-TARJETA.
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

       ABRIR-SALDO-EXIT.
           EXIT.

      *    Postea el apunte de CENT-IMPORTE (con signo) en
      *    TARJETA-APUNTE con el saldo ya calculado en CENT-SALDO, y
      *    actualiza el maestro; concepto, tipo y contrapartida los
      *    deja preparados el llamante. Cierra movimientos y cuentas.
       GRABAR-APUNTE.
           MOVE 1 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TARJETA-APUNTE TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.
           IF CENT-IMPORTE < 0
               COMPUTE MOV-IMPORTE-ENT =
                   0 - ((0 - CENT-IMPORTE) / 100)
               COMPUTE MOV-IMPORTE-DEC =
                   FUNCTION MOD((0 - CENT-IMPORTE), 100)
           ELSE
               COMPUTE MOV-IMPORTE-ENT = CENT-IMPORTE / 100
               COMPUTE MOV-IMPORTE-DEC = FUNCTION MOD(CENT-IMPORTE,
                   100)
           END-IF.
           MOVE CENT-IMPORTE   TO MOV-IMPORTE-CENT.
           MOVE IDO-OPERADOR   TO MOV-OPERADOR.
           MOVE SPACES         TO MOV-TERMINAL.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE TARJETA-APUNTE   TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY
               WRITE CUENTAS-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

       GRABAR-APUNTE-EXIT.
           EXIT.

      *    Suelta la retencion CLAVE-RETENCION-NUM; una orden anterior
      *    a las retenciones no tiene fila y no pasa nada.
       LIBERAR-RETENCION.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00
               GO TO LIBERAR-RETENCION-EXIT.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               CLOSE RETENCIONES
               GO TO LIBERAR-RETENCION-EXIT.
           MOVE "L" TO RET-ESTADO.
           REWRITE RETENCIONES-REG INVALID KEY
               CLOSE RETENCIONES
               GO TO PSYS-ERR.
           CLOSE RETENCIONES.

       LIBERAR-RETENCION-EXIT.
           EXIT.

      *    Anota la decision en el caso y en auditoria.
       CERRAR-CASO.
           OPEN I-O CUMPLIMIENTO.
           IF FSK NOT = 00
               GO TO PSYS-ERR.
           MOVE CMP-NUM-SEL TO CMP-NUM.
           READ CUMPLIMIENTO INVALID KEY
               CLOSE CUMPLIMIENTO
               GO TO PSYS-ERR.
           IF ACCION-LIBERAR
               MOVE "L" TO CMP-ESTADO
               MOVE "LIBERA" TO AUD-TIPO-ACCION
           ELSE
               MOVE "R" TO CMP-ESTADO
               MOVE "RECHAZA" TO AUD-TIPO-ACCION
           END-IF.
           MOVE IDO-OPERADOR TO CMP-OPERADOR.
           MOVE F-DECISION   TO CMP-F-DECISION.
           REWRITE CUMPLIMIENTO-REG INVALID KEY
               CLOSE CUMPLIMIENTO
               GO TO PSYS-ERR.
           CLOSE CUMPLIMIENTO.

           MOVE CMP-VIG-CODIGO TO AUD-TIPO-VIG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

       CERRAR-CASO-EXIT.
           EXIT.

      *    Lee el descubierto autorizado de TARJETA-APUNTE (ver
      *    BANKSUP); sin fichero o sin fila el descubierto es cero.
       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-DESCUBIERTO.
           OPEN INPUT DESCUBIERTOS.
           IF FSH NOT = 00 AND FSH NOT = 05
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE TARJETA-APUNTE TO DSC-TARJETA.
           READ DESCUBIERTOS INVALID KEY
               CLOSE DESCUBIERTOS
               GO TO LEER-DESCUBIERTO-EXIT.
           MOVE DSC-LIMITE-CENT TO CENT-DESCUBIERTO.
           CLOSE DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
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

      *    Secuencia del tramo de devoluciones, la misma que usa
      *    BANKREC (contador DEVOL-OUT, se estrena si no existe).
       RESERVAR-DEV-SEQ.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "DEVOL-OUT" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "DEVOL-OUT" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-DEV-SEQ.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-DEV-SEQ.

       RESERVAR-DEV-SEQ-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria de la decision,
      *    con el mismo esquema de contadores que BANKALR; si la traza
      *    no se puede escribir no se deshace nada.
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

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE CMP-TARJETA     TO AUD-TARJETA.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-COMP   TO AUD-TIPO.
           MOVE "BANKCMP"       TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR    TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       SIN-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay operaciones retenidas pendientes" LINE 10
               COL 21.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO SALIR-ENTER.

       VOLVER-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO CARGAR-CASOS
           ELSE
               GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE CUMPLIMIENTO.
           CLOSE INTERCAMBIO.
           CLOSE RETENCIONES.
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
