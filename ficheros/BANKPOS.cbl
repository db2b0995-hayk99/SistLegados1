       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSK.

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

           SELECT OPTIONAL DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSH.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT OPTIONAL F-PROGRAMADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUM
           FILE STATUS IS FSA.

           SELECT OPTIONAL MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSN.

           SELECT OPTIONAL RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSL.

           SELECT OPTIONAL PENDIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NUM
           FILE STATUS IS FSP.

           SELECT OPTIONAL ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSY.

           SELECT OPTIONAL EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVE-NUM
           FILE STATUS IS FSE.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT FICHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.


       DATA DIVISION.
       FILE SECTION.
      *    Maestro de clientes (ver BANKCLI): el documento liga al
      *    titular con sus cuentas.
       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
       01 CLIENTES-REG.
           02 CLI-CUENTA           PIC  9(16).
           02 CLI-DOCUMENTO        PIC  X(12).
           02 CLI-NOMBRE           PIC  X(35).
           02 CLI-DIRECCION        PIC  X(35).
           02 CLI-POBLACION        PIC  X(25).
           02 CLI-CODPOSTAL        PIC  9(5).
           02 CLI-TELEFONO         PIC  9(9).

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

      *    Descubierto autorizado por tarjeta (ver BANKSUP).
       FD DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubier.ubd".
       01 DESCUBIERTOS-REG.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Retenciones de saldo (ver BANK6): "A" activa, descuenta
      *    del disponible; "C" retenida por cumplimiento; "L"
      *    liberada.
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

      *    Transferencias programadas (ver BANK1): "R" realizada y
      *    "X" cancelada; cualquier otro estado sigue pendiente.
       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "programadas.ubd".
       01 PROGRAMADAS-REG.
           02 PROG-NUM              PIC  9(35).
           02 PROG-TARJETA-O        PIC  9(16).
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

      *    Mandatos de domiciliacion (ver BANKMAN): "A" activo.
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

      *    Reclamaciones de movimientos (ver BANKRCL): "A" abierta y
      *    "E" en estudio siguen vivas.
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

      *    Sobres de ingreso (ver BANK5/BANKVER): "P" pendiente de
      *    verificar.
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
           02 PEN-TERMINAL         PIC  X(04).

      *    Entradas vendidas (ver BANK8): "D" devuelta.
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
           02 ENT-ESTADO            PIC   X(1).
           02 ENT-FILA              PIC   9(3).
           02 ENT-BUTACA            PIC   9(3).

      *    Eventos (ver BANKEVT): "C" cancelado.
       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTOS-REG.
           02 EVE-NUM               PIC  9(7).
           02 EVE-NOMBRE            PIC  X(35).
           02 EVE-ANO               PIC   9(4).
           02 EVE-MES               PIC   9(2).
           02 EVE-DIA               PIC   9(2).
           02 EVE-PRECIO-ENT        PIC   9(5).
           02 EVE-PRECIO-DEC        PIC   9(2).
           02 EVE-AFORO             PIC   9(5).
           02 EVE-DISPONIBLES       PIC   9(5).
           02 EVE-ESTADO            PIC   X(1).

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
           02 MOV-TIPO             PIC  X(2).
           02 MOV-IMPORTE-CENT     PIC S9(9).
           02 MOV-CONTRAPARTIDA    PIC  X(16).
           02 MOV-OPERADOR         PIC  X(08).
           02 MOV-TERMINAL         PIC  X(04).

      *    Ficha de posicion imprimible; se abre con el nombre
      *    posicion<documento>.lst construido en FICHA-FICHERO.
       FD FICHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS FICHA-FICHERO.
       01 LINEA-FICHA              PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSK                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSX                      PIC  X(2).

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
       77 F-EVENTO                 PIC  9(8).
       77 DOCUMENTO-CONSULTA       PIC  X(12).
       77 OPCION-POSICION          PIC  X(1).
           88 OPCION-IMPRIMIR        VALUE "I" "i".
       77 FICHA-FICHERO            PIC  X(30).

      *    Datos postales del titular, de la primera de sus fichas
       77 NOMBRE-TITULAR           PIC  X(35).
       77 DIRECCION-TITULAR        PIC  X(35).
       77 POBLACION-TITULAR        PIC  X(25).
       77 CODPOSTAL-TITULAR        PIC  9(5).

      *    Posicion de cada tarjeta del titular
       01 TABLA-POSICION.
           05 TP-ENTRY OCCURS 6 TIMES.
               10 TP-TARJETA           PIC  9(16).
               10 TP-CUENTA            PIC  9(16).
               10 TP-ESTADO            PIC  X(1).
               10 TP-CADUCA            PIC  9(8).
               10 TP-SALDO-CENT        PIC S9(11).
               10 TP-DISPONIBLE-CENT   PIC S9(11).
               10 TP-DESCUBIERTO-CENT  PIC  9(9).
               10 TP-RETENCIONES       PIC  9(3).
               10 TP-RETENIDO-CENT     PIC  9(11).
               10 TP-PROGRAMADAS       PIC  9(3).
               10 TP-MANDATOS          PIC  9(3).
               10 TP-RECLAMACIONES     PIC  9(3).
               10 TP-SOBRES            PIC  9(3).
               10 TP-SOBRES-CENT       PIC  9(11).
               10 TP-ENTRADAS          PIC  9(3).
       77 TOTAL-POSICION           PIC  9(2).
       77 IND-POSICION             PIC  9(2).
       77 IND-ENCONTRADO           PIC  9(2).
       77 TARJETA-BUSCADA          PIC  9(16).
       77 HAY-MAS-TARJETAS         PIC  X(1).
           88 MAS-TARJETAS           VALUE "S".
       77 LINEA-POSICION           PIC  9(2).
       77 CENT-RETENIDO-ACTIVO     PIC  9(11).
       77 TOTAL-SALDO-CENT         PIC S9(13).
       77 TOTAL-DISPONIBLE-CENT    PIC S9(13).

      *    Ultimos movimientos de la tarjeta detallada, en anillo
       01 TABLA-MOVIMIENTOS.
           05 TM-ENTRY OCCURS 12 TIMES.
               10 TM-ANO               PIC  9(4).
               10 TM-MES               PIC  9(2).
               10 TM-DIA               PIC  9(2).
               10 TM-TIPO              PIC  X(2).
               10 TM-CONCEPTO          PIC  X(35).
               10 TM-IMPORTE-ENT       PIC S9(7).
               10 TM-IMPORTE-DEC       PIC  9(2).
               10 TM-IMPORTE-CENT      PIC S9(9).
               10 TM-SALDO-ENT         PIC S9(9).
               10 TM-SALDO-DEC         PIC  9(2).
       77 MOVS-LEIDOS              PIC  9(7).
       77 MOVS-MOSTRAR             PIC  9(2).
       77 IND-MOV                  PIC  9(2).
       77 IND-ANILLO               PIC  9(2).
       77 MOV-PRIMERO              PIC  9(2).

      *    Presentacion de importes
       77 CENT-PANT                PIC S9(13).
       77 ENT-SIGNO-PANT           PIC  -Z(7)9.
       77 ENT-PANT                 PIC  Z(6)9.
       77 DEC-PANT                 PIC  9(2).
       77 CONTADOR-PANT            PIC  Z9.
      *    el signo del movimiento sale del importe en centimos, que
      *    tambien lo lleva en los cargos de menos de un euro
       77 MOV-SIGNO-PANT           PIC  X(1).
       77 MOV-ENT-PANT             PIC  Z(6)9.
       77 SALDO-ENT-PANT           PIC  -Z(7)9.

       01 LIN-CAB.
           05 FILLER               PIC  X(42) VALUE
               "UNIZARBANK - POSICION GLOBAL DEL CLIENTE".
           05 CAB-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-ANO              PIC  9(4).
           05 FILLER               PIC  X(38) VALUE SPACES.

       01 LIN-TITULAR.
           05 FILLER               PIC  X(9) VALUE "TITULAR: ".
           05 LTI-NOMBRE           PIC  X(35).
           05 FILLER               PIC  X(13) VALUE "  DOCUMENTO: ".
           05 LTI-DOCUMENTO        PIC  X(12).
           05 FILLER               PIC  X(21) VALUE SPACES.

       01 LIN-DIRECCION.
           05 FILLER               PIC  X(11) VALUE "DIRECCION: ".
           05 LDI-DIRECCION        PIC  X(35).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LDI-CODPOSTAL        PIC  9(5).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LDI-POBLACION        PIC  X(25).
           05 FILLER               PIC  X(12) VALUE SPACES.

       01 LIN-TARJETA.
           05 FILLER               PIC  X(8) VALUE "TARJETA ".
           05 LTA-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(8) VALUE "  CUENTA".
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LTA-CUENTA           PIC  9(16).
           05 FILLER               PIC  X(9) VALUE "  ESTADO ".
           05 LTA-ESTADO           PIC  X(1).
           05 FILLER               PIC  X(9) VALUE "  CADUCA ".
           05 LTA-CADUCA           PIC  9(8).
           05 FILLER               PIC  X(14) VALUE SPACES.

       01 LIN-SALDOS.
           05 FILLER               PIC  X(18) VALUE
               "  SALDO CONTABLE: ".
           05 LSA-SALDO-ENT        PIC  -Z(7)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LSA-SALDO-DEC        PIC  9(2).
           05 FILLER               PIC  X(14) VALUE "   DISPONIBLE:".
           05 LSA-DISPONIBLE-ENT   PIC  -Z(7)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LSA-DISPONIBLE-DEC   PIC  9(2).
           05 FILLER               PIC  X(15) VALUE "   DESCUBIERTO:".
           05 LSA-DESCUBIERTO-ENT  PIC  Z(6)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LSA-DESCUBIERTO-DEC  PIC  9(2).
           05 FILLER               PIC  X(9) VALUE SPACES.

       01 LIN-PENDIENTES.
           05 FILLER               PIC  X(15) VALUE
               "  RETENCIONES: ".
           05 LPE-RETENCIONES      PIC  Z9.
           05 FILLER               PIC  X(2) VALUE " (".
           05 LPE-RETENIDO-ENT     PIC  Z(6)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LPE-RETENIDO-DEC     PIC  9(2).
           05 FILLER               PIC  X(19) VALUE
               " EUR)  PROGRAMADAS:".
           05 LPE-PROGRAMADAS      PIC  ZZ9.
           05 FILLER               PIC  X(12) VALUE "   MANDATOS:".
           05 LPE-MANDATOS         PIC  ZZ9.
           05 FILLER               PIC  X(24) VALUE SPACES.

       01 LIN-AVISOS.
           05 FILLER               PIC  X(17) VALUE
               "  RECLAMACIONES: ".
           05 LAV-RECLAMACIONES    PIC  Z9.
           05 FILLER               PIC  X(25) VALUE
               "   SOBRES SIN VERIFICAR: ".
           05 LAV-SOBRES           PIC  Z9.
           05 FILLER               PIC  X(2) VALUE " (".
           05 LAV-SOBRES-ENT       PIC  Z(6)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LAV-SOBRES-DEC       PIC  9(2).
           05 FILLER               PIC  X(16) VALUE
               " EUR)  ENTRADAS:".
           05 LAV-ENTRADAS         PIC  ZZ9.
           05 FILLER               PIC  X(13) VALUE SPACES.

       01 LIN-TOTAL.
           05 LTO-ETIQUETA         PIC  X(34).
           05 LTO-ENT              PIC  -Z(7)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LTO-DEC              PIC  9(2).
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(40) VALUE SPACES.

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

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 DOCUMENTO-ACCEPT.
           05 FILLER AUTO LINE 8 COL 42
               PIC X(12) USING DOCUMENTO-CONSULTA.

       01 OPCION-ACCEPT.
           05 FILLER AUTO LINE 22 COL 62
               PIC X(1) USING OPCION-POSICION.


      *    POSICION GLOBAL DEL CLIENTE -- consulta de oficina, solo
      *    lectura, a partir del documento de identidad: todas las
      *    cuentas y tarjetas del titular (ver BANKCLI) con su estado,
      *    caducidad, saldo contable y disponible, descubierto
      *    autorizado, retenciones abiertas, programadas pendientes,
      *    mandatos activos, reclamaciones abiertas, sobres sin
      *    verificar y entradas de eventos por celebrar. Desde la
      *    posicion se ven los ultimos movimientos de una tarjeta y
      *    se imprime la ficha resumen del cliente en una pagina.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKPOS"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Posicion del cliente" LINE 2 COL 24
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

       P1-DOCUMENTO.
           MOVE SPACES TO DOCUMENTO-CONSULTA.
           DISPLAY "Documento de identidad:" LINE 8 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT DOCUMENTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF DOCUMENTO-CONSULTA = SPACES
               GO TO P1-DOCUMENTO.

           PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-EXIT.
           IF TOTAL-POSICION = 0
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No hay ninguna cuenta con ese documento"
                   LINE 10 COL 21 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           PERFORM CARGAR-SALDOS THRU CARGAR-SALDOS-EXIT.
           PERFORM CARGAR-PROGRAMADAS THRU CARGAR-PROGRAMADAS-EXIT.
           PERFORM CARGAR-RECLAMACIONES
               THRU CARGAR-RECLAMACIONES-EXIT.
           PERFORM CARGAR-SOBRES THRU CARGAR-SOBRES-EXIT.
           PERFORM CARGAR-ENTRADAS THRU CARGAR-ENTRADAS-EXIT.

      *    Posicion en pantalla: dos lineas por tarjeta.
       P2-POSICION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY NOMBRE-TITULAR LINE 6 COL 2.
           DISPLAY "Documento:" LINE 6 COL 50.
           DISPLAY DOCUMENTO-CONSULTA LINE 6 COL 61.
           DISPLAY "# Tarjeta          Cuenta           E Caduca"
               LINE 7 COL 2.
           DISPLAY "Saldo   Disponible" LINE 7 COL 56.
           MOVE 1 TO IND-POSICION.
           MOVE 8 TO LINEA-POSICION.

       P2-POSICION-BUCLE.
           IF IND-POSICION > TOTAL-POSICION
               GO TO P2-POSICION-OPCION.
           PERFORM MOSTRAR-TARJETA THRU MOSTRAR-TARJETA-EXIT.
           ADD 2 TO LINEA-POSICION.
           ADD 1 TO IND-POSICION.
           GO TO P2-POSICION-BUCLE.

       P2-POSICION-OPCION.
           IF MAS-TARJETAS
               DISPLAY "El titular tiene mas tarjetas de las que caben"
                   LINE 20 COL 2 WITH FOREGROUND-COLOR IS YELLOW.
           MOVE SPACES TO OPCION-POSICION.
           DISPLAY "Linea a detallar (1-6) o I para imprimir ficha:"
               LINE 22 COL 14.
           DISPLAY "ESC - Salir" LINE 24 COL 33.
           ACCEPT OPCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO P2-POSICION.

           IF OPCION-IMPRIMIR
               GO TO P4-IMPRIMIR.
           IF OPCION-POSICION < "1" OR OPCION-POSICION > "6"
               GO TO P2-POSICION.
           MOVE OPCION-POSICION TO IND-POSICION.
           IF IND-POSICION > TOTAL-POSICION
               GO TO P2-POSICION.
           GO TO P3-MOVIMIENTOS.

      *    Ultimos movimientos de la tarjeta elegida, del mas antiguo
      *    al mas reciente.
       P3-MOVIMIENTOS.
           PERFORM CARGAR-MOVIMIENTOS THRU CARGAR-MOVIMIENTOS-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ultimos movimientos de la tarjeta" LINE 6 COL 15.
           DISPLAY TP-TARJETA(IND-POSICION) LINE 6 COL 49.
           DISPLAY "Fecha      Tp Concepto" LINE 7 COL 2.
           DISPLAY "Importe        Saldo" LINE 7 COL 57.

           IF MOVS-LEIDOS = 0
               DISPLAY "La tarjeta no tiene movimientos" LINE 10
                   COL 24
               GO TO P3-MOVIMIENTOS-FIN.

           MOVE 1 TO IND-MOV.
           MOVE 8 TO LINEA-POSICION.

       P3-MOVIMIENTOS-BUCLE.
           IF IND-MOV > MOVS-MOSTRAR
               GO TO P3-MOVIMIENTOS-FIN.
           COMPUTE IND-ANILLO =
               FUNCTION MOD(MOV-PRIMERO + IND-MOV - 2, 12) + 1.
           DISPLAY TM-DIA(IND-ANILLO) LINE LINEA-POSICION COL 2.
           DISPLAY "-" LINE LINEA-POSICION COL 4.
           DISPLAY TM-MES(IND-ANILLO) LINE LINEA-POSICION COL 5.
           DISPLAY "-" LINE LINEA-POSICION COL 7.
           DISPLAY TM-ANO(IND-ANILLO) LINE LINEA-POSICION COL 8.
           DISPLAY TM-TIPO(IND-ANILLO) LINE LINEA-POSICION COL 13.
           DISPLAY TM-CONCEPTO(IND-ANILLO) LINE LINEA-POSICION
               COL 16.
           MOVE " " TO MOV-SIGNO-PANT.
           IF TM-IMPORTE-CENT(IND-ANILLO) < 0
               MOVE "-" TO MOV-SIGNO-PANT.
           MOVE TM-IMPORTE-ENT(IND-ANILLO) TO MOV-ENT-PANT.
           DISPLAY MOV-SIGNO-PANT LINE LINEA-POSICION COL 52.
           DISPLAY MOV-ENT-PANT LINE LINEA-POSICION COL 53.
           DISPLAY "," LINE LINEA-POSICION COL 60.
           DISPLAY TM-IMPORTE-DEC(IND-ANILLO) LINE LINEA-POSICION
               COL 61.
           MOVE TM-SALDO-ENT(IND-ANILLO) TO SALDO-ENT-PANT.
           DISPLAY SALDO-ENT-PANT LINE LINEA-POSICION COL 65.
           DISPLAY "," LINE LINEA-POSICION COL 74.
           DISPLAY TM-SALDO-DEC(IND-ANILLO) LINE LINEA-POSICION
               COL 75.
           ADD 1 TO LINEA-POSICION.
           ADD 1 TO IND-MOV.
           GO TO P3-MOVIMIENTOS-BUCLE.

       P3-MOVIMIENTOS-FIN.
           DISPLAY "Enter - Volver a la posicion" LINE 24 COL 26.

       P3-MOVIMIENTOS-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO P2-POSICION
           ELSE
               GO TO P3-MOVIMIENTOS-ENTER.
           GO TO P2-POSICION.

      *    Ficha resumen imprimible de la posicion.
       P4-IMPRIMIR.
           MOVE SPACES TO FICHA-FICHERO.
           STRING "posicion"         DELIMITED BY SIZE
                  DOCUMENTO-CONSULTA DELIMITED BY SPACE
                  ".lst"             DELIMITED BY SIZE
               INTO FICHA-FICHERO.

           OPEN OUTPUT FICHA.
           IF FSX NOT = 00
               GO TO PSYS-ERR.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE LINEA-FICHA FROM LIN-CAB.
           WRITE LINEA-FICHA FROM LIN-BLANCA.
           MOVE NOMBRE-TITULAR     TO LTI-NOMBRE.
           MOVE DOCUMENTO-CONSULTA TO LTI-DOCUMENTO.
           WRITE LINEA-FICHA FROM LIN-TITULAR.
           MOVE DIRECCION-TITULAR  TO LDI-DIRECCION.
           MOVE CODPOSTAL-TITULAR  TO LDI-CODPOSTAL.
           MOVE POBLACION-TITULAR  TO LDI-POBLACION.
           WRITE LINEA-FICHA FROM LIN-DIRECCION.
           WRITE LINEA-FICHA FROM LIN-BLANCA.

           MOVE 0 TO TOTAL-SALDO-CENT.
           MOVE 0 TO TOTAL-DISPONIBLE-CENT.
           MOVE 1 TO IND-POSICION.

       P4-IMPRIMIR-BUCLE.
           IF IND-POSICION > TOTAL-POSICION
               GO TO P4-IMPRIMIR-TOTALES.
           PERFORM IMPRIMIR-TARJETA THRU IMPRIMIR-TARJETA-EXIT.
           ADD 1 TO IND-POSICION.
           GO TO P4-IMPRIMIR-BUCLE.

       P4-IMPRIMIR-TOTALES.
           MOVE "SALDO CONTABLE TOTAL:" TO LTO-ETIQUETA.
           MOVE TOTAL-SALDO-CENT TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           MOVE ENT-SIGNO-PANT TO LTO-ENT.
           MOVE DEC-PANT       TO LTO-DEC.
           WRITE LINEA-FICHA FROM LIN-TOTAL.
           MOVE "DISPONIBLE TOTAL:" TO LTO-ETIQUETA.
           MOVE TOTAL-DISPONIBLE-CENT TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           MOVE ENT-SIGNO-PANT TO LTO-ENT.
           MOVE DEC-PANT       TO LTO-DEC.
           WRITE LINEA-FICHA FROM LIN-TOTAL.
           IF MAS-TARJETAS
               WRITE LINEA-FICHA FROM LIN-BLANCA
               MOVE "EL TITULAR TIENE MAS TARJETAS DE LAS RELACIONADAS"
                   TO LIN-TEXTO
               WRITE LINEA-FICHA FROM LIN-TEXTO.
           CLOSE FICHA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ficha del cliente impresa en" LINE 10 COL 15.
           DISPLAY FICHA-FICHERO LINE 10 COL 44.
           DISPLAY "Enter - Volver a la posicion" LINE 24 COL 26.
           GO TO P3-MOVIMIENTOS-ENTER.

      *    Tarjetas de las cuentas cuyo titular tiene el documento
      *    consultado, con los datos postales de su ficha.
       CARGAR-TARJETAS.
           MOVE 0   TO TOTAL-POSICION.
           MOVE "N" TO HAY-MAS-TARJETAS.
           MOVE SPACES TO NOMBRE-TITULAR.
           MOVE SPACES TO DIRECCION-TITULAR.
           MOVE SPACES TO POBLACION-TITULAR.
           MOVE 0      TO CODPOSTAL-TITULAR.
           INITIALIZE TABLA-POSICION.

           OPEN INPUT CLIENTES.
           IF FSK NOT = 00
               GO TO CARGAR-TARJETAS-EXIT.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               CLOSE CLIENTES
               GO TO PSYS-ERR.

       CARGAR-TARJETAS-BUCLE.
           READ TARJETAS NEXT RECORD AT END
               GO TO CARGAR-TARJETAS-FIN.
           MOVE NUMERO-CUENTA TO CLI-CUENTA.
           READ CLIENTES INVALID KEY
               GO TO CARGAR-TARJETAS-BUCLE.
           IF CLI-DOCUMENTO NOT = DOCUMENTO-CONSULTA
               GO TO CARGAR-TARJETAS-BUCLE.
           IF TOTAL-POSICION = 6
               MOVE "S" TO HAY-MAS-TARJETAS
               GO TO CARGAR-TARJETAS-BUCLE.
           IF TOTAL-POSICION = 0
               MOVE CLI-NOMBRE    TO NOMBRE-TITULAR
               MOVE CLI-DIRECCION TO DIRECCION-TITULAR
               MOVE CLI-POBLACION TO POBLACION-TITULAR
               MOVE CLI-CODPOSTAL TO CODPOSTAL-TITULAR.
           ADD 1 TO TOTAL-POSICION.
           MOVE TNUM          TO TP-TARJETA(TOTAL-POSICION).
           MOVE NUMERO-CUENTA TO TP-CUENTA(TOTAL-POSICION).
           MOVE TESTADO       TO TP-ESTADO(TOTAL-POSICION).
           MOVE TFCADUCA      TO TP-CADUCA(TOTAL-POSICION).
           GO TO CARGAR-TARJETAS-BUCLE.

       CARGAR-TARJETAS-FIN.
           CLOSE TARJETAS.
           CLOSE CLIENTES.

       CARGAR-TARJETAS-EXIT.
           EXIT.

      *    Saldo, descubierto, retenciones y mandatos: por clave de
      *    cada tarjeta de la tabla.
       CARGAR-SALDOS.
           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT DESCUBIERTOS.
           OPEN INPUT RETENCIONES.
           OPEN INPUT MANDATOS.
           MOVE 1 TO IND-POSICION.

       CARGAR-SALDOS-BUCLE.
           IF IND-POSICION > TOTAL-POSICION
               GO TO CARGAR-SALDOS-FIN.
           PERFORM SALDO-TARJETA THRU SALDO-TARJETA-EXIT.
           PERFORM RETENCIONES-TARJETA THRU RETENCIONES-TARJETA-EXIT.
           PERFORM MANDATOS-TARJETA THRU MANDATOS-TARJETA-EXIT.
           COMPUTE TP-DISPONIBLE-CENT(IND-POSICION) =
               TP-SALDO-CENT(IND-POSICION) - CENT-RETENIDO-ACTIVO.
           ADD 1 TO IND-POSICION.
           GO TO CARGAR-SALDOS-BUCLE.

       CARGAR-SALDOS-FIN.
           CLOSE CUENTAS.
           CLOSE DESCUBIERTOS.
           CLOSE RETENCIONES.
           CLOSE MANDATOS.

       CARGAR-SALDOS-EXIT.
           EXIT.

       SALDO-TARJETA.
           MOVE TP-TARJETA(IND-POSICION) TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud
           IF CTA-SALDO-ENT < 0
               COMPUTE TP-SALDO-CENT(IND-POSICION) =
                   (CTA-SALDO-ENT * 100) - CTA-SALDO-DEC
           ELSE
               COMPUTE TP-SALDO-CENT(IND-POSICION) =
                   (CTA-SALDO-ENT * 100) + CTA-SALDO-DEC
           END-IF.

           IF FSH NOT = 00
               GO TO SALDO-TARJETA-EXIT.
           MOVE TP-TARJETA(IND-POSICION) TO DSC-TARJETA.
           READ DESCUBIERTOS INVALID KEY
               GO TO SALDO-TARJETA-EXIT.
           MOVE DSC-LIMITE-CENT TO TP-DESCUBIERTO-CENT(IND-POSICION).

       SALDO-TARJETA-EXIT.
           EXIT.

      *    Cuenta las retenciones abiertas (activas y las retenidas
      *    por cumplimiento); al disponible solo le restan las
      *    activas, igual que en BANK2.
       RETENCIONES-TARJETA.
           MOVE 0 TO CENT-RETENIDO-ACTIVO.
           IF FSW NOT = 00
               GO TO RETENCIONES-TARJETA-EXIT.
           MOVE TP-TARJETA(IND-POSICION) TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               GO TO RETENCIONES-TARJETA-EXIT.

       RETENCIONES-TARJETA-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO RETENCIONES-TARJETA-EXIT.
           IF RET-TARJETA NOT = TP-TARJETA(IND-POSICION)
               GO TO RETENCIONES-TARJETA-EXIT.
           IF RET-ESTADO NOT = "A" AND RET-ESTADO NOT = "C"
               GO TO RETENCIONES-TARJETA-BUCLE.
           ADD 1 TO TP-RETENCIONES(IND-POSICION).
           COMPUTE TP-RETENIDO-CENT(IND-POSICION) =
               TP-RETENIDO-CENT(IND-POSICION)
               + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO-ACTIVO = CENT-RETENIDO-ACTIVO
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           GO TO RETENCIONES-TARJETA-BUCLE.

       RETENCIONES-TARJETA-EXIT.
           EXIT.

       MANDATOS-TARJETA.
           IF FSN NOT = 00
               GO TO MANDATOS-TARJETA-EXIT.
           MOVE TP-TARJETA(IND-POSICION) TO MAN-TARJETA.
           MOVE LOW-VALUES TO MAN-ACREEDOR.
           START MANDATOS KEY IS >= MAN-CLAVE INVALID KEY
               GO TO MANDATOS-TARJETA-EXIT.

       MANDATOS-TARJETA-BUCLE.
           READ MANDATOS NEXT RECORD AT END
               GO TO MANDATOS-TARJETA-EXIT.
           IF MAN-TARJETA NOT = TP-TARJETA(IND-POSICION)
               GO TO MANDATOS-TARJETA-EXIT.
           IF MAN-ESTADO = "A"
               ADD 1 TO TP-MANDATOS(IND-POSICION).
           GO TO MANDATOS-TARJETA-BUCLE.

       MANDATOS-TARJETA-EXIT.
           EXIT.

      *    Programadas pendientes con origen en las tarjetas del
      *    titular.
       CARGAR-PROGRAMADAS.
           OPEN INPUT F-PROGRAMADAS.
           IF FSA NOT = 00
               GO TO CARGAR-PROGRAMADAS-EXIT.

       CARGAR-PROGRAMADAS-BUCLE.
           READ F-PROGRAMADAS NEXT RECORD AT END
               GO TO CARGAR-PROGRAMADAS-FIN.
           IF PROG-ESTADO = "R" OR PROG-ESTADO = "X"
               GO TO CARGAR-PROGRAMADAS-BUCLE.
           MOVE PROG-TARJETA-O TO TARJETA-BUSCADA.
           PERFORM BUSCAR-EN-TABLA THRU BUSCAR-EN-TABLA-EXIT.
           IF IND-ENCONTRADO > 0
               ADD 1 TO TP-PROGRAMADAS(IND-ENCONTRADO).
           GO TO CARGAR-PROGRAMADAS-BUCLE.

       CARGAR-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       CARGAR-PROGRAMADAS-EXIT.
           EXIT.

      *    Reclamaciones abiertas o en estudio.
       CARGAR-RECLAMACIONES.
           OPEN INPUT RECLAMACIONES.
           IF FSL NOT = 00
               GO TO CARGAR-RECLAMACIONES-EXIT.

       CARGAR-RECLAMACIONES-BUCLE.
           READ RECLAMACIONES NEXT RECORD AT END
               GO TO CARGAR-RECLAMACIONES-FIN.
           IF REC-ESTADO NOT = "A" AND REC-ESTADO NOT = "E"
               GO TO CARGAR-RECLAMACIONES-BUCLE.
           MOVE REC-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-EN-TABLA THRU BUSCAR-EN-TABLA-EXIT.
           IF IND-ENCONTRADO > 0
               ADD 1 TO TP-RECLAMACIONES(IND-ENCONTRADO).
           GO TO CARGAR-RECLAMACIONES-BUCLE.

       CARGAR-RECLAMACIONES-FIN.
           CLOSE RECLAMACIONES.

       CARGAR-RECLAMACIONES-EXIT.
           EXIT.

      *    Sobres depositados y aun sin verificar en oficina.
       CARGAR-SOBRES.
           OPEN INPUT PENDIENTES.
           IF FSP NOT = 00
               GO TO CARGAR-SOBRES-EXIT.

       CARGAR-SOBRES-BUCLE.
           READ PENDIENTES NEXT RECORD AT END
               GO TO CARGAR-SOBRES-FIN.
           IF PEN-ESTADO NOT = "P"
               GO TO CARGAR-SOBRES-BUCLE.
           MOVE PEN-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-EN-TABLA THRU BUSCAR-EN-TABLA-EXIT.
           IF IND-ENCONTRADO > 0
               ADD 1 TO TP-SOBRES(IND-ENCONTRADO)
               COMPUTE TP-SOBRES-CENT(IND-ENCONTRADO) =
                   TP-SOBRES-CENT(IND-ENCONTRADO)
                   + (PEN-IMPORTE-ENT * 100) + PEN-IMPORTE-DEC.
           GO TO CARGAR-SOBRES-BUCLE.

       CARGAR-SOBRES-FIN.
           CLOSE PENDIENTES.

       CARGAR-SOBRES-EXIT.
           EXIT.

      *    Entradas no devueltas de eventos no cancelados que aun no
      *    se han celebrado.
       CARGAR-ENTRADAS.
           OPEN INPUT ENTRADAS.
           IF FSY NOT = 00
               GO TO CARGAR-ENTRADAS-EXIT.
           OPEN INPUT EVENTOS.
           IF FSE NOT = 00
               CLOSE ENTRADAS
               GO TO CARGAR-ENTRADAS-EXIT.

       CARGAR-ENTRADAS-BUCLE.
           READ ENTRADAS NEXT RECORD AT END
               GO TO CARGAR-ENTRADAS-FIN.
           IF ENT-ESTADO = "D"
               GO TO CARGAR-ENTRADAS-BUCLE.
           MOVE ENT-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-EN-TABLA THRU BUSCAR-EN-TABLA-EXIT.
           IF IND-ENCONTRADO = 0
               GO TO CARGAR-ENTRADAS-BUCLE.
           MOVE ENT-EVENTO TO EVE-NUM.
           READ EVENTOS INVALID KEY
               GO TO CARGAR-ENTRADAS-BUCLE.
           IF EVE-ESTADO = "C"
               GO TO CARGAR-ENTRADAS-BUCLE.
           COMPUTE F-EVENTO = (EVE-ANO * 10000) + (EVE-MES * 100)
                            + EVE-DIA.
           IF F-EVENTO < F-ACTUAL
               GO TO CARGAR-ENTRADAS-BUCLE.
           ADD 1 TO TP-ENTRADAS(IND-ENCONTRADO).
           GO TO CARGAR-ENTRADAS-BUCLE.

       CARGAR-ENTRADAS-FIN.
           CLOSE ENTRADAS.
           CLOSE EVENTOS.

       CARGAR-ENTRADAS-EXIT.
           EXIT.

      *    Deja en IND-ENCONTRADO la linea de TARJETA-BUSCADA en la
      *    tabla, o cero si no es del titular.
       BUSCAR-EN-TABLA.
           MOVE 1 TO IND-ENCONTRADO.

       BUSCAR-EN-TABLA-BUCLE.
           IF IND-ENCONTRADO > TOTAL-POSICION
               MOVE 0 TO IND-ENCONTRADO
               GO TO BUSCAR-EN-TABLA-EXIT.
           IF TP-TARJETA(IND-ENCONTRADO) = TARJETA-BUSCADA
               GO TO BUSCAR-EN-TABLA-EXIT.
           ADD 1 TO IND-ENCONTRADO.
           GO TO BUSCAR-EN-TABLA-BUCLE.

       BUSCAR-EN-TABLA-EXIT.
           EXIT.

      *    Guarda en anillo los ultimos 12 movimientos de la tarjeta;
      *    MOV-PRIMERO queda apuntando al mas antiguo de ellos.
       CARGAR-MOVIMIENTOS.
           MOVE 0 TO MOVS-LEIDOS.
           MOVE 0 TO MOVS-MOSTRAR.
           MOVE 1 TO MOV-PRIMERO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO CARGAR-MOVIMIENTOS-EXIT.
           MOVE TP-TARJETA(IND-POSICION) TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO CARGAR-MOVIMIENTOS-FIN.

       CARGAR-MOVIMIENTOS-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CARGAR-MOVIMIENTOS-FIN.
           IF MOV-TARJETA NOT = TP-TARJETA(IND-POSICION)
               GO TO CARGAR-MOVIMIENTOS-FIN.
           ADD 1 TO MOVS-LEIDOS.
           COMPUTE IND-ANILLO = FUNCTION MOD(MOVS-LEIDOS - 1, 12) + 1.
           MOVE MOV-ANO          TO TM-ANO(IND-ANILLO).
           MOVE MOV-MES          TO TM-MES(IND-ANILLO).
           MOVE MOV-DIA          TO TM-DIA(IND-ANILLO).
           MOVE MOV-TIPO         TO TM-TIPO(IND-ANILLO).
           MOVE MOV-CONCEPTO     TO TM-CONCEPTO(IND-ANILLO).
           MOVE MOV-IMPORTE-ENT  TO TM-IMPORTE-ENT(IND-ANILLO).
           MOVE MOV-IMPORTE-DEC  TO TM-IMPORTE-DEC(IND-ANILLO).
           MOVE MOV-IMPORTE-CENT TO TM-IMPORTE-CENT(IND-ANILLO).
           MOVE MOV-SALDOPOS-ENT TO TM-SALDO-ENT(IND-ANILLO).
           MOVE MOV-SALDOPOS-DEC TO TM-SALDO-DEC(IND-ANILLO).
           GO TO CARGAR-MOVIMIENTOS-BUCLE.

       CARGAR-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.
           IF MOVS-LEIDOS > 12
               MOVE 12 TO MOVS-MOSTRAR
               COMPUTE MOV-PRIMERO =
                   FUNCTION MOD(MOVS-LEIDOS, 12) + 1
           ELSE
               MOVE MOVS-LEIDOS TO MOVS-MOSTRAR.

       CARGAR-MOVIMIENTOS-EXIT.
           EXIT.

      *    Las dos lineas de pantalla de la tarjeta IND-POSICION a
      *    partir de LINEA-POSICION.
       MOSTRAR-TARJETA.
           DISPLAY IND-POSICION(2:1) LINE LINEA-POSICION COL 2.
           DISPLAY TP-TARJETA(IND-POSICION) LINE LINEA-POSICION COL 4.
           DISPLAY TP-CUENTA(IND-POSICION) LINE LINEA-POSICION COL 21.
           DISPLAY TP-ESTADO(IND-POSICION) LINE LINEA-POSICION COL 38.
           DISPLAY TP-CADUCA(IND-POSICION) LINE LINEA-POSICION COL 40.
           MOVE TP-SALDO-CENT(IND-POSICION) TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           DISPLAY ENT-SIGNO-PANT LINE LINEA-POSICION COL 49.
           DISPLAY "," LINE LINEA-POSICION COL 58.
           DISPLAY DEC-PANT LINE LINEA-POSICION COL 59.
           MOVE TP-DISPONIBLE-CENT(IND-POSICION) TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           IF TP-DISPONIBLE-CENT(IND-POSICION) < 0
               DISPLAY ENT-SIGNO-PANT LINE LINEA-POSICION COL 62
                   WITH FOREGROUND-COLOR IS RED
           ELSE
               DISPLAY ENT-SIGNO-PANT LINE LINEA-POSICION COL 62.
           DISPLAY "," LINE LINEA-POSICION COL 71.
           DISPLAY DEC-PANT LINE LINEA-POSICION COL 72.

           ADD 1 TO LINEA-POSICION.
           DISPLAY "Desc." LINE LINEA-POSICION COL 4.
           COMPUTE ENT-PANT = TP-DESCUBIERTO-CENT(IND-POSICION) / 100.
           DISPLAY ENT-PANT LINE LINEA-POSICION COL 9.
           DISPLAY "Reten." LINE LINEA-POSICION COL 17.
           MOVE TP-RETENCIONES(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 23.
           COMPUTE ENT-PANT = TP-RETENIDO-CENT(IND-POSICION) / 100.
           DISPLAY ENT-PANT LINE LINEA-POSICION COL 26.
           DISPLAY "Prog." LINE LINEA-POSICION COL 35.
           MOVE TP-PROGRAMADAS(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 40.
           DISPLAY "Mand." LINE LINEA-POSICION COL 43.
           MOVE TP-MANDATOS(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 48.
           DISPLAY "Recl." LINE LINEA-POSICION COL 51.
           MOVE TP-RECLAMACIONES(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 56.
           DISPLAY "Sobr." LINE LINEA-POSICION COL 59.
           MOVE TP-SOBRES(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 64.
           DISPLAY "Entr." LINE LINEA-POSICION COL 67.
           MOVE TP-ENTRADAS(IND-POSICION) TO CONTADOR-PANT.
           DISPLAY CONTADOR-PANT LINE LINEA-POSICION COL 72.
           SUBTRACT 1 FROM LINEA-POSICION.

       MOSTRAR-TARJETA-EXIT.
           EXIT.

      *    Las lineas de la ficha impresa para la tarjeta
      *    IND-POSICION, acumulando los totales.
       IMPRIMIR-TARJETA.
           MOVE TP-TARJETA(IND-POSICION) TO LTA-TARJETA.
           MOVE TP-CUENTA(IND-POSICION)  TO LTA-CUENTA.
           MOVE TP-ESTADO(IND-POSICION)  TO LTA-ESTADO.
           MOVE TP-CADUCA(IND-POSICION)  TO LTA-CADUCA.
           WRITE LINEA-FICHA FROM LIN-TARJETA.

           MOVE TP-SALDO-CENT(IND-POSICION) TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           MOVE ENT-SIGNO-PANT TO LSA-SALDO-ENT.
           MOVE DEC-PANT       TO LSA-SALDO-DEC.
           MOVE TP-DISPONIBLE-CENT(IND-POSICION) TO CENT-PANT.
           PERFORM PARTIR-CON-SIGNO THRU PARTIR-CON-SIGNO-EXIT.
           MOVE ENT-SIGNO-PANT TO LSA-DISPONIBLE-ENT.
           MOVE DEC-PANT       TO LSA-DISPONIBLE-DEC.
           COMPUTE LSA-DESCUBIERTO-ENT =
               TP-DESCUBIERTO-CENT(IND-POSICION) / 100.
           MOVE FUNCTION MOD(TP-DESCUBIERTO-CENT(IND-POSICION), 100)
               TO LSA-DESCUBIERTO-DEC.
           WRITE LINEA-FICHA FROM LIN-SALDOS.

           MOVE TP-RETENCIONES(IND-POSICION) TO LPE-RETENCIONES.
           COMPUTE LPE-RETENIDO-ENT =
               TP-RETENIDO-CENT(IND-POSICION) / 100.
           MOVE FUNCTION MOD(TP-RETENIDO-CENT(IND-POSICION), 100)
               TO LPE-RETENIDO-DEC.
           MOVE TP-PROGRAMADAS(IND-POSICION) TO LPE-PROGRAMADAS.
           MOVE TP-MANDATOS(IND-POSICION)    TO LPE-MANDATOS.
           WRITE LINEA-FICHA FROM LIN-PENDIENTES.

           MOVE TP-RECLAMACIONES(IND-POSICION) TO LAV-RECLAMACIONES.
           MOVE TP-SOBRES(IND-POSICION)        TO LAV-SOBRES.
           COMPUTE LAV-SOBRES-ENT = TP-SOBRES-CENT(IND-POSICION) / 100.
           MOVE FUNCTION MOD(TP-SOBRES-CENT(IND-POSICION), 100)
               TO LAV-SOBRES-DEC.
           MOVE TP-ENTRADAS(IND-POSICION)      TO LAV-ENTRADAS.
           WRITE LINEA-FICHA FROM LIN-AVISOS.
           WRITE LINEA-FICHA FROM LIN-BLANCA.

           ADD TP-SALDO-CENT(IND-POSICION) TO TOTAL-SALDO-CENT.
           ADD TP-DISPONIBLE-CENT(IND-POSICION)
               TO TOTAL-DISPONIBLE-CENT.

       IMPRIMIR-TARJETA-EXIT.
           EXIT.

      *    Parte CENT-PANT en euros con signo y centimos en
      *    magnitud, como se graban los saldos.
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

       PSYS-ERR.
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
