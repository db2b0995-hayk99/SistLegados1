       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
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

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.


       DATA DIVISION.
       FILE SECTION.
      *    Depositos a plazo fijo de los clientes: el principal sale
      *    del saldo de la tarjeta al abrirlo y vuelve, con sus
      *    intereses, al vencimiento (ver BANKPLZ) o al cancelarlo
      *    antes de tiempo con penalizacion. Las condiciones del
      *    producto (tipo en puntos basicos, meses, penalizacion) se
      *    copian al abrir, para que un cambio posterior de la tabla
      *    no altere lo ya contratado. Instruccion al vencimiento "P"
      *    pagar a la tarjeta o "R" renovar. Estado "A" activo, "V"
      *    vencido y pagado, "C" cancelado antes del vencimiento.
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
      *    vencimiento pactado; si cae en dia inhabil se paga el
      *    siguiente dia habil, sin cambiar esta fecha
           02 DEP-F-VENCIMIENTO    PIC  9(8).
           02 DEP-INSTRUCCION      PIC  X(1).
               88 DEP-REEMBOLSAR         VALUE "P".
               88 DEP-RENOVAR            VALUE "R".
           02 DEP-ESTADO           PIC  X(1).
               88 DEP-ACTIVO             VALUE "A".
               88 DEP-VENCIDO            VALUE "V".
               88 DEP-CANCELADO          VALUE "C".
           02 DEP-F-CIERRE         PIC  9(8).
      *    intereses abonados en toda la vida del deposito (tambien
      *    los de cada renovacion) y penalizacion cobrada, centimos
           02 DEP-INTERES-CENT     PIC  9(9).
           02 DEP-PENAL-CENT       PIC  9(9).
           02 DEP-RENOVACIONES     PIC  9(3).

      *    Tabla publicada de productos de plazo fijo (ver BANKPRD).
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

      *    Retenciones de saldo por ordenes interbancarias aparcadas
      *    (ver BANK6 y BANKEMI): lo retenido no puede ir a plazo.
      *    Estado "A" activa, "L" liberada.
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

      *    Diario electronico de sesiones de cliente (ver BANKDIA):
      *    una fila por operacion pedida en el cajero, tambien las
      *    denegadas, con el resultado y el movimiento posteado si lo
      *    hubo, para poder reconstruir la sesion ante una
      *    reclamacion.
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


       WORKING-STORAGE SECTION.
       77 FSP                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).
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
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC   9(4).

      *    Depositos activos de esta tarjeta cargados en memoria para
      *    paginarlos igual que BANKBEN hace con la agenda.
       01 TABLA-DEP.
           05 TD-ENTRY OCCURS 50 TIMES INDEXED BY TD-IDX.
               10 TD-NUM            PIC  9(10).
               10 TD-PRODUCTO       PIC  X(04).
               10 TD-IMPORTE-CENT   PIC  9(9).
               10 TD-TIPO-PB        PIC  9(5).
               10 TD-VENCIMIENTO    PIC  9(8).
               10 TD-INSTRUCCION    PIC  X(1).

       77 TOTAL-DEP                 PIC 9(5)  VALUE 0.
       77 LINEAS-POR-PAGINA         PIC 9(2)  VALUE 5.
       77 PAGINA-ACTUAL             PIC 9(5)  VALUE 1.
       77 TOTAL-PAGINAS             PIC 9(5)  VALUE 1.
       77 FILA-BASE                 PIC 9(5).
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).

       77 OPCION-DEPOSITO           PIC  X(1).
       77 PRODUCTO-NUEVO            PIC  X(04).
       77 EUROS-NUEVO               PIC  9(7).
       77 INSTRUCCION-NUEVA         PIC  X(1).
       77 NUM-CANCELAR              PIC  9(10).
       77 CONFIRMADO-DEPOSITO       PIC  X(1).
           88 DEPOSITO-OK            VALUE "S" "s".

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-DEP-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 LAST-DCL-NUM             PIC  9(35).

      *    Importes de la operacion en curso, en centimos con signo
       77 CENT-SALDO-USER          PIC S9(9).
       77 CENT-RETENIDO-USER       PIC S9(9).
       77 CENT-PRINCIPAL           PIC S9(9).
       77 CENT-INTERES             PIC S9(9).
       77 CENT-PENALIZACION        PIC S9(9).
       77 CENT-NETO                PIC S9(9).
       77 CENT-CALCULO             PIC  9(15).
       77 DIAS-PLAZO               PIC  9(5).
       77 SALDO-ENT                PIC S9(9).
       77 SALDO-DEC                PIC  9(2).

      *    Apunte preparado para GRABAR-APUNTE
       77 CENT-APUNTE              PIC S9(9).
       77 TIPO-APUNTE              PIC  X(2).
       77 CONCEPTO-APUNTE          PIC  X(35).
       77 MOV-NUM-OPERACION        PIC  9(35).

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
       77 DIA-MAX-MES              PIC  9(2).

       77 MSJ-APERTURA             PIC  X(35)
           VALUE "Apertura deposito plazo fijo".
       77 MSJ-REEMBOLSO            PIC  X(35)
           VALUE "Reembolso deposito plazo fijo".
       77 MSJ-INTERES              PIC  X(35)
           VALUE "Intereses deposito plazo fijo".
       77 MSJ-PENALIZACION         PIC  X(35)
           VALUE "Penalizacion cancelacion plazo".

      *    Datos del apunte del diario electronico, que deja
      *    preparados quien hace el PERFORM de ESCRIBIR-DIARIO.
       77 DCL-OPERACION-REG        PIC  X(20).
       77 DCL-RESULTADO-REG        PIC  X(2).
       77 DCL-IMPORTE-ENT-REG      PIC S9(7).
       77 DCL-IMPORTE-DEC-REG      PIC  9(2).
       77 DCL-MOVNUM-REG           PIC  9(35).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 OPCION-ACCEPT.
           05 FILLER AUTO LINE 22 COL 45
               PIC X(1) USING OPCION-DEPOSITO.

       01 ALTA-ACCEPT.
           05 FILLER AUTO LINE 17 COL 45
               PIC X(04) USING PRODUCTO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 18 COL 45
               PIC 9(7) USING EUROS-NUEVO.
           05 FILLER AUTO LINE 19 COL 45
               PIC X(1) USING INSTRUCCION-NUEVA.

       01 CANCELA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(10) USING NUM-CANCELAR.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 20 COL 50
               PIC X(1) USING CONFIRMADO-DEPOSITO.


      *    DEPOSITOS A PLAZO FIJO -- relacion de los depositos activos
      *    de la tarjeta, apertura de uno nuevo con cargo al saldo
      *    segun la tabla publicada de productos (ver BANKPRD) y
      *    cancelacion anticipada con los intereses corridos menos la
      *    penalizacion del producto. El vencimiento lo paga el
      *    proceso nocturno BANKPLZ.
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

       CARGAR-DEPOSITOS.
           MOVE 0 TO TOTAL-DEP.

           OPEN INPUT DEPOSITOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.

           MOVE TNUM TO DEP-TARJETA.
           START DEPOSITOS KEY IS = DEP-TARJETA INVALID KEY
               GO TO CARGAR-DEPOSITOS-EXIT.

       CARGAR-DEPOSITOS-BUCLE.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO CARGAR-DEPOSITOS-EXIT.
           IF DEP-TARJETA NOT = TNUM
               GO TO CARGAR-DEPOSITOS-EXIT.
           IF NOT DEP-ACTIVO
               GO TO CARGAR-DEPOSITOS-BUCLE.
           IF TOTAL-DEP >= 50
               GO TO CARGAR-DEPOSITOS-EXIT.
           ADD 1 TO TOTAL-DEP.
           SET TD-IDX TO TOTAL-DEP.
           MOVE DEP-NUM           TO TD-NUM(TD-IDX).
           MOVE DEP-PRODUCTO      TO TD-PRODUCTO(TD-IDX).
           MOVE DEP-IMPORTE-CENT  TO TD-IMPORTE-CENT(TD-IDX).
           MOVE DEP-TIPO-PB       TO TD-TIPO-PB(TD-IDX).
           MOVE DEP-F-VENCIMIENTO TO TD-VENCIMIENTO(TD-IDX).
           MOVE DEP-INSTRUCCION   TO TD-INSTRUCCION(TD-IDX).
           GO TO CARGAR-DEPOSITOS-BUCLE.

       CARGAR-DEPOSITOS-EXIT.
           CLOSE DEPOSITOS.

           IF TOTAL-DEP = 0
               MOVE 1 TO TOTAL-PAGINAS
               MOVE 1 TO PAGINA-ACTUAL
               GO TO MOSTRAR-PAGINA.
           COMPUTE TOTAL-PAGINAS =
               ((TOTAL-DEP - 1) / LINEAS-POR-PAGINA) + 1.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Depositos a plazo fijo" LINE 6 COL 29.
           DISPLAY "Numero" LINE 8 COL 2.
           DISPLAY "Prod" LINE 8 COL 14.
           DISPLAY "Importe EUR" LINE 8 COL 22.
           DISPLAY "Tipo" LINE 8 COL 36.
           DISPLAY "Vence" LINE 8 COL 44.
           DISPLAY "Al vencimiento" LINE 8 COL 57.

           IF TOTAL-DEP = 0
               DISPLAY "No tiene depositos a plazo activos" LINE 12
                   COL 22.

           COMPUTE FILA-BASE = (PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA.

           MOVE 10 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 1.
           PERFORM MOSTRAR-LINEA-DEP THRU MOSTRAR-LINEA-DEP-EXIT.

           MOVE 12 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 2.
           PERFORM MOSTRAR-LINEA-DEP THRU MOSTRAR-LINEA-DEP-EXIT.

           MOVE 14 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 3.
           PERFORM MOSTRAR-LINEA-DEP THRU MOSTRAR-LINEA-DEP-EXIT.

           MOVE 16 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 4.
           PERFORM MOSTRAR-LINEA-DEP THRU MOSTRAR-LINEA-DEP-EXIT.

           MOVE 18 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 5.
           PERFORM MOSTRAR-LINEA-DEP THRU MOSTRAR-LINEA-DEP-EXIT.

           DISPLAY "Pagina" LINE 20 COL 30.
           DISPLAY PAGINA-ACTUAL LINE 20 COL 37.
           DISPLAY "de" LINE 20 COL 43.
           DISPLAY TOTAL-PAGINAS LINE 20 COL 46.

           DISPLAY "A Abrir   C Cancelar   PgUp/PgDn Paginar"
               LINE 22 COL 4.
           DISPLAY "Opcion:" LINE 22 COL 45.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

       NAVEGAR.
           MOVE SPACE TO OPCION-DEPOSITO.
           ACCEPT OPCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
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

           IF OPCION-DEPOSITO = "A" OR OPCION-DEPOSITO = "a"
               GO TO ABRIR-DEPOSITO.
           IF OPCION-DEPOSITO = "C" OR OPCION-DEPOSITO = "c"
               GO TO CANCELAR-DEPOSITO.
           GO TO MOSTRAR-PAGINA.

       MOSTRAR-LINEA-DEP.
           IF FILA-TMP > TOTAL-DEP
               GO TO MOSTRAR-LINEA-DEP-EXIT.

           SET TD-IDX TO FILA-TMP.
           DISPLAY TD-NUM(TD-IDX) LINE LINEA-PANTALLA COL 2.
           DISPLAY TD-PRODUCTO(TD-IDX) LINE LINEA-PANTALLA COL 14.
           COMPUTE IMPORTE-ENT-PANT = TD-IMPORTE-CENT(TD-IDX) / 100.
           MOVE FUNCTION MOD(TD-IMPORTE-CENT(TD-IDX), 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 22.
           DISPLAY "," LINE LINEA-PANTALLA COL 29.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-PANTALLA COL 30.
           COMPUTE TIPO-ENT-PANT = TD-TIPO-PB(TD-IDX) / 100.
           MOVE FUNCTION MOD(TD-TIPO-PB(TD-IDX), 100)
               TO TIPO-DEC-PANT.
           DISPLAY TIPO-ENT-PANT LINE LINEA-PANTALLA COL 35.
           DISPLAY "," LINE LINEA-PANTALLA COL 37.
           DISPLAY TIPO-DEC-PANT LINE LINEA-PANTALLA COL 38.
           DISPLAY "%" LINE LINEA-PANTALLA COL 40.
           MOVE TD-VENCIMIENTO(TD-IDX) TO F-VTO.
           DISPLAY FV-DIA LINE LINEA-PANTALLA COL 44.
           DISPLAY "-" LINE LINEA-PANTALLA COL 46.
           DISPLAY FV-MES LINE LINEA-PANTALLA COL 47.
           DISPLAY "-" LINE LINEA-PANTALLA COL 49.
           DISPLAY FV-ANO LINE LINEA-PANTALLA COL 50.
           IF TD-INSTRUCCION(TD-IDX) = "R"
               DISPLAY "Renovar" LINE LINEA-PANTALLA COL 57
           ELSE
               DISPLAY "Pagar a tarjeta" LINE LINEA-PANTALLA COL 57.

       MOSTRAR-LINEA-DEP-EXIT.
           EXIT.

      *    Apertura: producto de la tabla publicada, importe en euros
      *    e instruccion al vencimiento. El principal sale del saldo
      *    disponible (saldo menos retenciones), sin tirar del
      *    descubierto: no se presta dinero para ponerlo a plazo.
       ABRIR-DEPOSITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abrir deposito a plazo fijo" LINE 6 COL 27.
           DISPLAY "Cod  Producto                       Meses"
               LINE 7 COL 4.
           DISPLAY "Tipo   Minimo EUR" LINE 7 COL 47.

           OPEN INPUT PRODPLAZO.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO PSYS-ERR.
           MOVE 7 TO LINEA-PANTALLA.

       ABRIR-PRODUCTOS-BUCLE.
           READ PRODPLAZO NEXT RECORD AT END
               GO TO ABRIR-PRODUCTOS-FIN.
           IF LINEA-PANTALLA > 14
               GO TO ABRIR-PRODUCTOS-FIN.
           ADD 1 TO LINEA-PANTALLA.
           DISPLAY PRD-CODIGO LINE LINEA-PANTALLA COL 4.
           DISPLAY PRD-DESCRIPCION LINE LINEA-PANTALLA COL 9.
           DISPLAY PRD-MESES LINE LINEA-PANTALLA COL 41.
           COMPUTE TIPO-ENT-PANT = PRD-TIPO-PB / 100.
           MOVE FUNCTION MOD(PRD-TIPO-PB, 100) TO TIPO-DEC-PANT.
           DISPLAY TIPO-ENT-PANT LINE LINEA-PANTALLA COL 46.
           DISPLAY "," LINE LINEA-PANTALLA COL 48.
           DISPLAY TIPO-DEC-PANT LINE LINEA-PANTALLA COL 49.
           DISPLAY "%" LINE LINEA-PANTALLA COL 51.
           COMPUTE IMPORTE-ENT-PANT = PRD-MINIMO-CENT / 100.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 54.
           GO TO ABRIR-PRODUCTOS-BUCLE.

       ABRIR-PRODUCTOS-FIN.
           CLOSE PRODPLAZO.
           IF LINEA-PANTALLA = 7
               DISPLAY "No hay productos de plazo disponibles"
                   LINE 10 COL 21
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           INITIALIZE PRODUCTO-NUEVO.
           INITIALIZE EUROS-NUEVO.
           MOVE "P" TO INSTRUCCION-NUEVA.
           DISPLAY "Codigo de producto:" LINE 17 COL 15.
           DISPLAY "Importe (EUR):" LINE 18 COL 15.
           DISPLAY "Al vencer (P pagar/R renovar):" LINE 19 COL 13.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 22.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-DEPOSITOS
               ELSE
                   GO TO ABRIR-DEPOSITO.

           IF INSTRUCCION-NUEVA = "p"
               MOVE "P" TO INSTRUCCION-NUEVA.
           IF INSTRUCCION-NUEVA = "r"
               MOVE "R" TO INSTRUCCION-NUEVA.
           IF INSTRUCCION-NUEVA NOT = "P"
                   AND INSTRUCCION-NUEVA NOT = "R"
               DISPLAY "Indique P (pagar) o R (renovar)" LINE 21 COL 24
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Corregir" LINE 24 COL 33
               GO TO ABRIR-CORREGIR.

           OPEN INPUT PRODPLAZO.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO PSYS-ERR.
           MOVE PRODUCTO-NUEVO TO PRD-CODIGO.
           READ PRODPLAZO INVALID KEY
               CLOSE PRODPLAZO
               DISPLAY "Producto no disponible" LINE 21 COL 29
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Corregir" LINE 24 COL 33
               GO TO ABRIR-CORREGIR.
           CLOSE PRODPLAZO.

           COMPUTE CENT-PRINCIPAL = EUROS-NUEVO * 100.
           MOVE "APERTURA PLAZO FIJO" TO DCL-OPERACION-REG.
           MOVE EUROS-NUEVO TO DCL-IMPORTE-ENT-REG.
           MOVE 0 TO DCL-IMPORTE-DEC-REG.
           MOVE 0 TO DCL-MOVNUM-REG.

           IF CENT-PRINCIPAL = 0 OR CENT-PRINCIPAL < PRD-MINIMO-CENT
               DISPLAY "Importe inferior al minimo del producto"
                   LINE 21 COL 20 WITH BACKGROUND-COLOR RED
               MOVE "ER" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               DISPLAY "Enter - Corregir" LINE 24 COL 33
               GO TO ABRIR-CORREGIR.

           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           PERFORM SUMAR-RETENCIONES THRU SUMAR-RETENCIONES-EXIT.
           IF CENT-PRINCIPAL > (CENT-SALDO-USER - CENT-RETENIDO-USER)
               DISPLAY "Saldo disponible insuficiente" LINE 21 COL 25
                   WITH BACKGROUND-COLOR RED
               MOVE "SF" TO DCL-RESULTADO-REG
               PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT
               DISPLAY "Enter - Corregir" LINE 24 COL 33
               GO TO ABRIR-CORREGIR.

      *    vencimiento pactado e interes bruto que dara el deposito
      *    si llega a su fin, para que el cliente lo vea antes
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.
           MOVE F-ACTUAL TO F-BASE.
           MOVE PRD-MESES TO MESES-SUMAR.
           PERFORM SUMAR-MESES THRU SUMAR-MESES-EXIT.
           COMPUTE DIAS-PLAZO = FUNCTION INTEGER-OF-DATE(F-VTO)
                              - FUNCTION INTEGER-OF-DATE(F-ACTUAL).
           COMPUTE CENT-CALCULO = (CENT-PRINCIPAL * PRD-TIPO-PB
                                   * DIAS-PLAZO) / 3650000.
           MOVE CENT-CALCULO TO CENT-INTERES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abrir deposito a plazo fijo" LINE 6 COL 27.
           DISPLAY "Producto:" LINE 8 COL 15.
           DISPLAY PRD-DESCRIPCION LINE 8 COL 40.
           DISPLAY "Importe:" LINE 10 COL 15.
           DISPLAY EUROS-NUEVO LINE 10 COL 40.
           DISPLAY "EUR" LINE 10 COL 48.
           DISPLAY "Plazo (meses):" LINE 11 COL 15.
           DISPLAY PRD-MESES LINE 11 COL 40.
           DISPLAY "Tipo nominal anual:" LINE 12 COL 15.
           COMPUTE TIPO-ENT-PANT = PRD-TIPO-PB / 100.
           MOVE FUNCTION MOD(PRD-TIPO-PB, 100) TO TIPO-DEC-PANT.
           DISPLAY TIPO-ENT-PANT LINE 12 COL 40.
           DISPLAY "," LINE 12 COL 42.
           DISPLAY TIPO-DEC-PANT LINE 12 COL 43.
           DISPLAY "%" LINE 12 COL 45.
           DISPLAY "Vencimiento:" LINE 13 COL 15.
           DISPLAY FV-DIA LINE 13 COL 40.
           DISPLAY "-" LINE 13 COL 42.
           DISPLAY FV-MES LINE 13 COL 43.
           DISPLAY "-" LINE 13 COL 45.
           DISPLAY FV-ANO LINE 13 COL 46.
           DISPLAY "Intereses al vencimiento:" LINE 14 COL 15.
           COMPUTE IMPORTE-ENT-PANT = CENT-INTERES / 100.
           MOVE FUNCTION MOD(CENT-INTERES, 100) TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 14 COL 40.
           DISPLAY "," LINE 14 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 14 COL 48.
           DISPLAY "EUR" LINE 14 COL 51.
           IF INSTRUCCION-NUEVA = "R"
               DISPLAY "Al vencer se renovara al tipo vigente" LINE 16
                   COL 15
           ELSE
               DISPLAY "Al vencer se abonara en la tarjeta" LINE 16
                   COL 15.
           DISPLAY "Cancelar antes de tiempo tiene penalizacion"
               LINE 17 COL 15.
           DISPLAY "Confirma la apertura (S/N):" LINE 20 COL 15.
           DISPLAY "ESC - Volver" LINE 24 COL 33.

           MOVE SPACE TO CONFIRMADO-DEPOSITO.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               GO TO CARGAR-DEPOSITOS.

           IF NOT DEPOSITO-OK
               GO TO CARGAR-DEPOSITOS.

      *    el saldo se relee justo antes de cargar por si otra
      *    operacion lo ha movido mientras el cliente confirmaba
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           IF CENT-PRINCIPAL > (CENT-SALDO-USER - CENT-RETENIDO-USER)
               GO TO PSYS-ERR.

           PERFORM RESERVAR-DEP-NUM THRU RESERVAR-DEP-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

           COMPUTE CENT-APUNTE = 0 - CENT-PRINCIPAL.
           MOVE "PF"         TO TIPO-APUNTE.
           MOVE MSJ-APERTURA TO CONCEPTO-APUNTE.
           PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.
           MOVE LAST-MOV-NUM TO MOV-NUM-OPERACION.
           CLOSE F-MOVIMIENTOS.

           PERFORM ACTUALIZAR-CUENTA THRU ACTUALIZAR-CUENTA-EXIT.

           OPEN I-O DEPOSITOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.
           MOVE LAST-DEP-NUM      TO DEP-NUM.
           MOVE TNUM              TO DEP-TARJETA.
           MOVE PRD-CODIGO        TO DEP-PRODUCTO.
           MOVE CENT-PRINCIPAL    TO DEP-IMPORTE-CENT.
           MOVE PRD-TIPO-PB       TO DEP-TIPO-PB.
           MOVE PRD-MESES         TO DEP-MESES.
           MOVE PRD-PENAL-PB      TO DEP-PENAL-PB.
           MOVE F-ACTUAL          TO DEP-F-APERTURA.
           MOVE F-VTO             TO DEP-F-VENCIMIENTO.
           MOVE INSTRUCCION-NUEVA TO DEP-INSTRUCCION.
           MOVE "A"               TO DEP-ESTADO.
           MOVE 0                 TO DEP-F-CIERRE.
           MOVE 0                 TO DEP-INTERES-CENT.
           MOVE 0                 TO DEP-PENAL-CENT.
           MOVE 0                 TO DEP-RENOVACIONES.
           WRITE DEPOSITOS-REG INVALID KEY
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.
           CLOSE DEPOSITOS.

           MOVE "OK" TO DCL-RESULTADO-REG.
           MOVE MOV-NUM-OPERACION TO DCL-MOVNUM-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Deposito abierto correctamente" LINE 9 COL 25.
           DISPLAY "Numero de deposito:" LINE 11 COL 19.
           DISPLAY LAST-DEP-NUM(26:10) LINE 11 COL 40.
           DISPLAY "Nuevo saldo:" LINE 13 COL 19.
           DISPLAY SALDO-ENT LINE 13 COL 40.
           DISPLAY "," LINE 13 COL 50.
           DISPLAY SALDO-DEC LINE 13 COL 51.
           DISPLAY "EUR" LINE 13 COL 54.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ABRIR-CORREGIR.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO ABRIR-DEPOSITO
           ELSE
               GO TO ABRIR-CORREGIR.

      *    Cancelacion anticipada: se devuelve el principal con los
      *    intereses corridos desde la apertura (o la ultima
      *    renovacion) y se cobra la penalizacion del producto sobre
      *    el principal, cada concepto en su propio movimiento.
       CANCELAR-DEPOSITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cancelar deposito a plazo" LINE 6 COL 28.
           INITIALIZE NUM-CANCELAR.
           DISPLAY "Numero de deposito:" LINE 10 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 22.

           ACCEPT CANCELA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-DEPOSITOS
               ELSE
                   GO TO CANCELAR-DEPOSITO.

           MOVE "CANCELAR PLAZO FIJO" TO DCL-OPERACION-REG.
           MOVE 0 TO DCL-IMPORTE-ENT-REG.
           MOVE 0 TO DCL-IMPORTE-DEC-REG.
           MOVE 0 TO DCL-MOVNUM-REG.

           OPEN INPUT DEPOSITOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.
           MOVE NUM-CANCELAR TO DEP-NUM.
           READ DEPOSITOS INVALID KEY
               MOVE 0 TO DEP-TARJETA.
           CLOSE DEPOSITOS.
           IF DEP-TARJETA NOT = TNUM OR NOT DEP-ACTIVO
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No tiene un deposito activo con ese numero"
                   LINE 10 COL 19 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           PERFORM CALCULAR-CANCELACION
               THRU CALCULAR-CANCELACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cancelar deposito a plazo" LINE 6 COL 28.
           DISPLAY "Deposito:" LINE 8 COL 15.
           DISPLAY NUM-CANCELAR LINE 8 COL 40.
           DISPLAY "Principal:" LINE 10 COL 15.
           COMPUTE IMPORTE-ENT-PANT = CENT-PRINCIPAL / 100.
           MOVE FUNCTION MOD(CENT-PRINCIPAL, 100) TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 10 COL 40.
           DISPLAY "," LINE 10 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 10 COL 48.
           DISPLAY "EUR" LINE 10 COL 51.
           DISPLAY "Intereses corridos:" LINE 11 COL 15.
           COMPUTE IMPORTE-ENT-PANT = CENT-INTERES / 100.
           MOVE FUNCTION MOD(CENT-INTERES, 100) TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 11 COL 40.
           DISPLAY "," LINE 11 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 11 COL 48.
           DISPLAY "EUR" LINE 11 COL 51.
           DISPLAY "Penalizacion:" LINE 12 COL 15.
           COMPUTE IMPORTE-ENT-PANT = CENT-PENALIZACION / 100.
           MOVE FUNCTION MOD(CENT-PENALIZACION, 100)
               TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 12 COL 40.
           DISPLAY "," LINE 12 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 12 COL 48.
           DISPLAY "EUR" LINE 12 COL 51.
           DISPLAY "Importe a abonar:" LINE 14 COL 15.
           COMPUTE IMPORTE-ENT-PANT = CENT-NETO / 100.
           MOVE FUNCTION MOD(CENT-NETO, 100) TO IMPORTE-DEC-PANT.
           DISPLAY IMPORTE-ENT-PANT LINE 14 COL 40.
           DISPLAY "," LINE 14 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 14 COL 48.
           DISPLAY "EUR" LINE 14 COL 51.
           DISPLAY "Confirma la cancelacion (S/N):" LINE 20 COL 15.
           DISPLAY "ESC - Volver" LINE 24 COL 33.

           MOVE SPACE TO CONFIRMADO-DEPOSITO.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               GO TO CARGAR-DEPOSITOS.

           IF NOT DEPOSITO-OK
               GO TO CARGAR-DEPOSITOS.

      *    el deposito se marca cancelado antes de abonar nada, para
      *    que no lo pueda pagar tambien el vencimiento nocturno
           OPEN I-O DEPOSITOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.
           MOVE NUM-CANCELAR TO DEP-NUM.
           READ DEPOSITOS INVALID KEY
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.
           IF NOT DEP-ACTIVO
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.
           MOVE "C"               TO DEP-ESTADO.
           MOVE F-ACTUAL          TO DEP-F-CIERRE.
           ADD CENT-INTERES       TO DEP-INTERES-CENT.
           MOVE CENT-PENALIZACION TO DEP-PENAL-CENT.
           REWRITE DEPOSITOS-REG INVALID KEY
               CLOSE DEPOSITOS
               GO TO PSYS-ERR.
           CLOSE DEPOSITOS.

           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO CANT-RESERVA.
           IF CENT-INTERES > 0
               ADD 1 TO CANT-RESERVA.
           IF CENT-PENALIZACION > 0
               ADD 1 TO CANT-RESERVA.
           PERFORM RESERVAR-MOV-NUM THRU RESERVAR-MOV-NUM-EXIT.

      *    primero el principal, para que la penalizacion nunca deje
      *    un saldo intermedio por debajo del de partida
           MOVE CENT-PRINCIPAL TO CENT-APUNTE.
           MOVE "VF"           TO TIPO-APUNTE.
           MOVE MSJ-REEMBOLSO  TO CONCEPTO-APUNTE.
           PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.
           MOVE LAST-MOV-NUM TO MOV-NUM-OPERACION.

           IF CENT-INTERES > 0
               MOVE CENT-INTERES TO CENT-APUNTE
               MOVE "IF"         TO TIPO-APUNTE
               MOVE MSJ-INTERES  TO CONCEPTO-APUNTE
               PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.

           IF CENT-PENALIZACION > 0
               COMPUTE CENT-APUNTE = 0 - CENT-PENALIZACION
               MOVE "PP"             TO TIPO-APUNTE
               MOVE MSJ-PENALIZACION TO CONCEPTO-APUNTE
               PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-EXIT.
           CLOSE F-MOVIMIENTOS.

           PERFORM ACTUALIZAR-CUENTA THRU ACTUALIZAR-CUENTA-EXIT.

           COMPUTE DCL-IMPORTE-ENT-REG = CENT-NETO / 100.
           MOVE FUNCTION MOD(CENT-NETO, 100) TO DCL-IMPORTE-DEC-REG.
           MOVE "OK" TO DCL-RESULTADO-REG.
           MOVE MOV-NUM-OPERACION TO DCL-MOVNUM-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Deposito cancelado y abonado en su tarjeta"
               LINE 9 COL 19.
           DISPLAY "Nuevo saldo:" LINE 11 COL 19.
           DISPLAY SALDO-ENT LINE 11 COL 40.
           DISPLAY "," LINE 11 COL 50.
           DISPLAY SALDO-DEC LINE 11 COL 51.
           DISPLAY "EUR" LINE 11 COL 54.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Intereses corridos al tipo del deposito por los dias
      *    transcurridos desde la apertura (o la ultima renovacion),
      *    base 365 y truncados al centimo como en BANKINT, y
      *    penalizacion en puntos basicos del principal.
       CALCULAR-CANCELACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.
           MOVE DEP-IMPORTE-CENT TO CENT-PRINCIPAL.
           COMPUTE DIAS-PLAZO =
               FUNCTION INTEGER-OF-DATE(F-ACTUAL)
             - FUNCTION INTEGER-OF-DATE(DEP-F-APERTURA).
           COMPUTE CENT-CALCULO = (CENT-PRINCIPAL * DEP-TIPO-PB
                                   * DIAS-PLAZO) / 3650000.
           MOVE CENT-CALCULO TO CENT-INTERES.
           COMPUTE CENT-CALCULO = (CENT-PRINCIPAL * DEP-PENAL-PB)
                                  / 10000.
           MOVE CENT-CALCULO TO CENT-PENALIZACION.
           COMPUTE CENT-NETO = CENT-PRINCIPAL + CENT-INTERES
                               - CENT-PENALIZACION.

       CALCULAR-CANCELACION-EXIT.
           EXIT.

      *    Suma MESES-SUMAR meses a F-BASE y deja el resultado en
      *    F-VTO, recortando el dia al ultimo del mes de llegada (un
      *    deposito abierto un 31 vence el 30 en un mes de 30). Misma
      *    logica que la homonima de BANKPLZ.
       SUMAR-MESES.
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

       SUMAR-MESES-EXIT.
           EXIT.

      *    Saldo actual de la tarjeta en centimos desde el maestro
      *    CUENTAS, con el signo en la parte entera.
       LEER-SALDO.
           MOVE 0 TO SALDO-ENT.
           MOVE 0 TO SALDO-DEC.
           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
           MOVE CTA-SALDO-ENT TO SALDO-ENT.
           MOVE CTA-SALDO-DEC TO SALDO-DEC.
           CLOSE CUENTAS.
           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO-USER = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO-USER = (SALDO-ENT * 100) + SALDO-DEC
           END-IF.

       LEER-SALDO-EXIT.
           EXIT.

      *    Escribe un movimiento de la operacion con el siguiente
      *    numero reservado: importe con signo en CENT-APUNTE, tipo y
      *    concepto preparados; la contrapartida es el numero de
      *    deposito. Deja en SALDO-ENT/DEC el saldo resultante.
       GRABAR-APUNTE.
           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE TNUM         TO MOV-TARJETA.
           MOVE ANO          TO MOV-ANO.
           MOVE MES          TO MOV-MES.
           MOVE DIA          TO MOV-DIA.
           MOVE HORAS        TO MOV-HOR.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.

           IF CENT-APUNTE < 0
               COMPUTE MOV-IMPORTE-ENT = 0 - ((0 - CENT-APUNTE) / 100)
               MOVE FUNCTION MOD((0 - CENT-APUNTE), 100)
                   TO MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-ENT = CENT-APUNTE / 100
               MOVE FUNCTION MOD(CENT-APUNTE, 100) TO MOV-IMPORTE-DEC
           END-IF.
           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.
           MOVE TIPO-APUNTE     TO MOV-TIPO.
           MOVE CENT-APUNTE     TO MOV-IMPORTE-CENT.
           MOVE DEP-NUM(20:16)  TO MOV-CONTRAPARTIDA.
           IF TIPO-APUNTE = "PF"
               MOVE LAST-DEP-NUM(20:16) TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO TO MOV-TERMINAL.

           ADD CENT-APUNTE TO CENT-SALDO-USER.
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
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

       GRABAR-APUNTE-EXIT.
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

      *    Siguiente numero de deposito de la secuencia DEPOSITOS en
      *    LAST-DEP-NUM.
       RESERVAR-DEP-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "DEPOSITOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer deposito: la secuencia se estrena aqui
               MOVE "DEPOSITOS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-DEP-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-DEP-NUM.

       RESERVAR-DEP-NUM-EXIT.
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

       VOLVER-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO CARGAR-DEPOSITOS
           ELSE
               GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

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

      *    Apunta la operacion de cliente en el diario electronico
      *    (ver BANKDIA), tambien cuando se deniega; si el diario o
      *    su contador no estan disponibles se renuncia al apunte,
      *    igual que en el resto de operaciones del cajero.
       ESCRIBIR-DIARIO.
           MOVE 0 TO LAST-DCL-NUM.
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

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ADD 1 TO LAST-DCL-NUM.
           MOVE LAST-DCL-NUM        TO DCL-NUM.
           MOVE TNUM                TO DCL-TARJETA.
           MOVE ANO                 TO DCL-ANO.
           MOVE MES                 TO DCL-MES.
           MOVE DIA                 TO DCL-DIA.
           MOVE HORAS               TO DCL-HOR.
           MOVE MINUTOS             TO DCL-MIN.
           MOVE SEGUNDOS            TO DCL-SEG.
           MOVE DCL-OPERACION-REG   TO DCL-OPERACION.
           MOVE DCL-IMPORTE-ENT-REG TO DCL-IMPORTE-ENT.
           MOVE DCL-IMPORTE-DEC-REG TO DCL-IMPORTE-DEC.
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANKDEP"           TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

       ESCRIBIR-DIARIO-EXIT.
           EXIT.
