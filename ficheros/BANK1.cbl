           SELECT CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

           SELECT OPTIONAL FESTIVOS ASSIGN TO DISK
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-ID
           FILE STATUS IS FSK.

           SELECT OPTIONAL ESTADO-SISTEMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CLAVE
           FILE STATUS IS FSS.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSR.


       DATA DIVISION.
       FILE SECTION.
      *    marcada durmiente por BANKDOR: opera con normalidad pero
      *    se invita al cliente a pasar por la oficina
               88 TARJETA-DURMIENTE VALUE "D".
      *    suspendida por BANKFRA pendiente de revisar sus alertas de
      *    fraude: no opera hasta que un supervisor la levanta
               88 TARJETA-SUSPENDIDA VALUE "S".

       FD INTENTOS
           LABEL RECORD STANDARD
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
           02 CTA-SALDO-ENT        PIC S9(9).
           02 CTA-SALDO-DEC        PIC  9(2).

      *    Retenciones de saldo (ver BANK6, BANKEMB y BANKEMI): el
      *    importe de una retencion activa ("A") no esta disponible
      *    aunque siga en el saldo.
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

      *    Traza de auditoria: tarjetas bloqueadas, cambios de pin y
      *    errores internos, con el programa y la tarjeta implicados.
       FD AUDITORIA
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
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Inventario fisico de cada cajero (ver BANKCAJ); la fila
      *    con denominacion 000 es el cajetin de deposito y
      *    CAJ-CANTIDAD cuenta los sobres que contiene.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Maestro de cajeros de la oficina (ver BANKTER): una fila
      *    por terminal con su descripcion y su estado (A activo, B
      *    de baja).
       FD TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINALES-REG.
           02 TER-ID               PIC  X(04).
           02 TER-DESCRIPCION      PIC  X(35).
           02 TER-ESTADO           PIC  X(1).
               88 TER-ACTIVO             VALUE "A".
               88 TER-DE-BAJA            VALUE "B".
           02 TER-F-ALTA           PIC  9(8).

      *    Estado del sistema compartido por los cajeros y la cadena
      *    nocturna (ver BANKNOCH): la fila "LOTE" vale "L" mientras
      *    corre la cadena y "F" cuando termina; cada cajero mantiene
      *    su fila "SESION" + terminal en "A" (abierta, con la tarjeta
      *    y la hora de entrada) mientras hay un cliente dentro y en
      *    "C" cuando sale.
       FD ESTADO-SISTEMA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "estadosis.ubd".
       01 ESTADO-SISTEMA-REG.
           02 EST-CLAVE            PIC  X(12).
           02 EST-VALOR            PIC  X(1).
               88 EST-LOTE-EN-CURSO      VALUE "L".
               88 EST-SESION-ABIERTA     VALUE "A".
           02 EST-TARJETA          PIC  9(16).
           02 EST-FECHA            PIC  9(8).
           02 EST-HORA             PIC  9(6).
           02 EST-PROGRAMA         PIC  X(8).

      *    Diario electronico de sesiones de cliente (ver BANKDIA):
      *    aqui solo se apuntan las operaciones que el cajero no deja
      *    pasar mientras corre la cadena nocturna.
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
       77 FST                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSR                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 PRESSED-KEY              PIC  9(4).
       77 PIN-INTRODUCIDO          PIC  9(4).
       77 PIN-HASH                 PIC  9(8).
       77 CHOICE                   PIC  X(1).

      *    Cajero en el que corre este programa, fijado en la puesta
      *    en marcha; se pasa a cada operacion del menu para que lo
      *    estampe en el diario, el justificante y los movimientos.
       77 TERMINAL-CAJERO          PIC  X(04).

      *    Intentos de pin que se conceden tras un acierto: se lee de
      *    parametros.ubd (INTENTOS-PIN, ver BANKPAR) en cada inicio

       77 CENT-IMPORTE-TRAS        PIC  S9(9).
       77 SALDO-ORIGEN             PIC  S9(9).
       77 CENT-RETENIDO-ORIG       PIC  S9(9).

       77 LAST-AUD-NUM             PIC  9(35).
       77 F-HOY                    PIC  9(8).
       77 CALENDARIO-DISPONIBLE    PIC  X(1) VALUE "N".
           88 CALENDARIO-OK         VALUE "S".

      *    Cadena nocturna en curso (ver MIRAR-LOTE): mientras dura,
      *    el cajero solo deja consultar; las operaciones que postean
      *    se rechazan con un apunte en el diario.
       77 HAY-LOTE                 PIC  X(1) VALUE "N".
           88 LOTE-EN-CURSO         VALUE "S".

      *    Sesion de cliente apuntada en estadosis.ubd. Arranca a "S"
      *    para que la primera pantalla de bienvenida cierre la que
      *    hubiera dejado abierta un apagado brusco del cajero.
       77 HAY-SESION               PIC  X(1) VALUE "S".
           88 SESION-ABIERTA        VALUE "S".

      *    Datos del apunte del diario electronico, igual que en
      *    BANK4: operacion, importe, resultado ("ND" servicio no
      *    disponible por la cadena nocturna) y movimiento.
       77 FSU                      PIC  X(2).
       77 LAST-DCL-NUM             PIC  9(35).
       77 DCL-OPERACION-REG        PIC  X(20).
       77 DCL-RESULTADO-REG        PIC  X(2).
       77 DCL-IMPORTE-ENT-REG      PIC S9(7).
       77 DCL-IMPORTE-DEC-REG      PIC  9(2).
       77 DCL-MOVNUM-REG           PIC  9(35).


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 PIN-ACCEPT BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(4) USING PIN-INTRODUCIDO.

       01 TERMINAL-ACCEPT.
           05 FILLER AUTO LINE 10 COL 50
               PIC X(04) USING TERMINAL-CAJERO.

       



       PROCEDURE DIVISION.
      *    Puesta en marcha: el tecnico indica que cajero es este. El
      *    identificador tiene que estar dado de alta y activo en el
      *    maestro de cajeros (ver BANKTER); con el se firman el
      *    inventario, el diario, los justificantes y los movimientos
      *    de todas las sesiones hasta que se apague el cajero.
       P0-TERMINAL.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY  "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS CYAN.
           DISPLAY "Puesta en marcha del cajero" LINE 8 COL 27.
           DISPLAY "Identificador de terminal:" LINE 10 COL 15.
           DISPLAY "ESC - Apagar" LINE 24 COL 34.

       P0-TERMINAL-PEDIR.
           INITIALIZE TERMINAL-CAJERO.
           ACCEPT TERMINAL-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO P0-TERMINAL-PEDIR.

           OPEN INPUT TERMINALES.
           IF FSK NOT = 00
               DISPLAY "No se puede leer el maestro de cajeros"
                   LINE 12 COL 15 WITH BACKGROUND-COLOR RED
               GO TO P0-TERMINAL-PEDIR.
           MOVE TERMINAL-CAJERO TO TER-ID.
           READ TERMINALES INVALID KEY
               MOVE "B" TO TER-ESTADO.
           CLOSE TERMINALES.
           IF NOT TER-ACTIVO
               DISPLAY "Terminal desconocido o dado de baja      "
                   LINE 12 COL 15 WITH BACKGROUND-COLOR RED
               GO TO P0-TERMINAL-PEDIR.

       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'


       P1.
           IF SESION-ABIERTA
               PERFORM CERRAR-SESION THRU CERRAR-SESION-EXIT.
           MOVE CAMPOS-FECHA TO CAMPOS-FECHA-ANTIGUO.
           ADD 1 TO DIA.
           DISPLAY "Bienvenido a UnizarBank" LINE 8 COL 28.
           DISPLAY "Cajero" LINE 4 COL 66.
           DISPLAY TERMINAL-CAJERO LINE 4 COL 73.
           PERFORM AVISO-CAJETIN THRU AVISO-CAJETIN-EXIT.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

           COMPUTE FECHA-ANTIGUA = (ANO-ANTIGUO * 10000)
                               + (MES-ANTIGUO * 100)
                               + DIA-ANTIGUO.
      *    las programadas no se adelantan mientras la cadena nocturna
      *    (que tambien las ejecuta) tiene abiertos los ficheros
           PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT.
           IF LOTE-EN-CURSO
               GO TO P1-ESPERAR.
           IF (FECHA-ANTIGUA < FECHA-ACTUAL)
              GO TO REALIZAR-FUTURAS.
      *    ejecutar transacciones  
      *     PERFORM .

       P1-ESPERAR.
           ACCEPT CHOICE LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO P2
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.

      *    el estado y la caducidad de la tarjeta se comprueban antes
      *    incluso de mirar el pin: una tarjeta robada, cancelada,
      *    suspendida o caducada no llega a la verificacion de
      *    intentos
           IF TARJETA-ROBADA
               GO TO PROB-ERR.
           IF TARJETA-CANCELADA
               GO TO PCAN-ERR.
           IF TARJETA-SUSPENDIDA
               GO TO PSUS-ERR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-HOY.
           MOVE FECHA-HOY-AMD TO F-HOY.
           IF TFCADUCA > 0 AND TFCADUCA < F-HOY
               GO TO PPIN-ERR.

           PERFORM REINICIAR-INTENTOS THRU REINICIAR-INTENTOS.
           PERFORM ABRIR-SESION THRU ABRIR-SESION-EXIT.

       PMENU.
           CLOSE TARJETAS.
           DISPLAY "8 - Cambiar clave" LINE 15 COL 15.
           DISPLAY "9 - Beneficiarios" LINE 16 COL 15.
           DISPLAY "0 - Ajustes de tarjeta" LINE 17 COL 15.
           DISPLAY "A - Depositos a plazo fijo" LINE 18 COL 15.
           DISPLAY "B - Pagar recibos y tributos" LINE 19 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 34.

      *    aviso de tarjeta durmiente (ver BANKDOR): sigue operativa,
                   GO TO PMENUA1.


      *    consultas, listados y ajustes no postean y siguen abiertos
      *    aunque corra la cadena nocturna; retirar, ingresar,
      *    transferir, comprar entradas, los plazos fijos y el pago de
      *    recibos pasan antes por MIRAR-LOTE
           IF CHOICE = "1"
               CALL "BANK2" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "2"
               CALL "BANK3" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "3"
               MOVE "RETIRADA" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANK4" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "4"
               MOVE "INGRESO SOBRE" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANK5" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "5"
               MOVE "TRANSFERENCIA" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANK6" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "6"
               CALL "BANK7" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "7"
               MOVE "COMPRA ENTRADAS" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANK8" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "8"
               CALL "BANK9" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "9"
               CALL "BANKBEN" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "0"
               CALL "BANKCFG" USING TNUM
               GO TO PMENU.

           IF CHOICE = "A" OR CHOICE = "a"
               MOVE "APERTURA PLAZO FIJO" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANKDEP" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           IF CHOICE = "B" OR CHOICE = "b"
               MOVE "PAGO RECIBO" TO DCL-OPERACION-REG
               PERFORM MIRAR-LOTE THRU MIRAR-LOTE-EXIT
               IF LOTE-EN-CURSO
                   GO TO PLOTE-ERR
               END-IF
               CALL "BANKPAG" USING TNUM TERMINAL-CAJERO
               GO TO PMENU.

           GO TO PMENU.


      *    Operacion que postea pedida mientras corre la cadena
      *    nocturna: no se llama al programa, se deja el rechazo en el
      *    diario y el cliente vuelve al menu, donde puede consultar.
       PLOTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE 0    TO DCL-IMPORTE-ENT-REG.
           MOVE 0    TO DCL-IMPORTE-DEC-REG.
           MOVE "ND" TO DCL-RESULTADO-REG.
           MOVE 0    TO DCL-MOVNUM-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.

           DISPLAY "Servicio temporalmente no disponible" LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Puede consultar saldo y movimientos;" LINE 11
               COL 22.
           DISPLAY "intentelo de nuevo mas tarde" LINE 12 COL 26.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       PLOTE-ERR-ENTER.
           ACCEPT CHOICE LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO PMENU
           ELSE
               GO TO PLOTE-ERR-ENTER.
           GO TO PMENU.

       PSYS-ERR.
      *     CLOSE F-PROGRAMADAS.

           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO PINT-ERR-ENTER.

      *    Tarjeta suspendida por la deteccion de fraude: no entra
      *    hasta que la oficina revise sus alertas (ver BANKALR); el
      *    intento queda en auditoria.
       PSUS-ERR.
           MOVE TNUM                 TO AUD-TARJETA-REG.
           MOVE "TARJETA SUSPENDIDA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta suspendida temporalmente" LINE 9 COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "pendiente de revision de seguridad" LINE 10 COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Acuda a una sucursal" LINE 12 COL 30
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO PINT-ERR-ENTER.

       PCAD-ERR.
           CLOSE TARJETAS.

      *    camino de inicio de sesion: el lote nocturno (BANKLOTE) es
      *    quien lleva los reintentos y la cancelacion por falta de
      *    saldo, y aqui solo se deja pasar lo que cabe en el saldo
      *    no retenido (ordenes aparcadas, embargos)
           PERFORM SUMAR-RETENCIONES THRU SUMAR-RETENCIONES-EXIT.
           IF CENT-IMPORTE-TRAS > (SALDO-ORIGEN - CENT-RETENIDO-ORIG)
               GO TO REALIZAR-FUTURAS2.

           ADD 1 TO LAST-MOV-NUM.
           MOVE PROG-IMPORTE-DEC TO MOV-IMPORTE-DEC.

           MOVE "transfiero programada"       TO MOV-CONCEPTO.
           MOVE "PE"                          TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPORTE-TRAS.
           MOVE PROG-TARJETA-D                TO MOV-CONTRAPARTIDA.
           MOVE SPACES                        TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO               TO MOV-TERMINAL.

      *    CANTIDAD A TRANSFERIR
           SUBTRACT CENT-IMPORTE-TRAS FROM SALDO-ORIGEN.
           MOVE PROG-IMPORTE-DEC TO MOV-IMPORTE-DEC.

           MOVE "nos transfieren programada"       TO MOV-CONCEPTO.
           MOVE "PR"                               TO MOV-TIPO.
           MOVE CENT-IMPORTE-TRAS                  TO MOV-IMPORTE-CENT.
           MOVE PROG-TARJETA-O                     TO MOV-CONTRAPARTIDA.
           MOVE SPACES                             TO MOV-OPERADOR.
           MOVE TERMINAL-CAJERO                    TO MOV-TERMINAL.

           IF SALDO-D-ENT < 0
               COMPUTE SALDO-ORIGEN = (SALDO-D-ENT * 100)

       ACTUALIZAR-CUENTA-EXIT.
           EXIT.

      *    Suma las retenciones activas de la tarjeta que paga la
      *    programada posicionandose por la clave alternativa
      *    RET-TARJETA; sin fichero de retenciones no hay nada
      *    retenido.
       SUMAR-RETENCIONES.
           MOVE 0 TO CENT-RETENIDO-ORIG.
           OPEN INPUT RETENCIONES.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO SUMAR-RETENCIONES-EXIT.
           MOVE PROG-TARJETA-O TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               CLOSE RETENCIONES
               GO TO SUMAR-RETENCIONES-EXIT.

       SUMAR-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               GO TO SUMAR-RETENCIONES-FIN.
           IF RET-TARJETA NOT = PROG-TARJETA-O
               GO TO SUMAR-RETENCIONES-FIN.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO-ORIG = CENT-RETENIDO-ORIG
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC
           END-IF.
           GO TO SUMAR-RETENCIONES-BUCLE.

       SUMAR-RETENCIONES-FIN.
           CLOSE RETENCIONES.

       SUMAR-RETENCIONES-EXIT.
           EXIT.
           

       PSYS-ERR3.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANK1"         TO AUD-PROGRAMA.
           MOVE SPACES          TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

           EXIT.

      *    Linea de aviso al operador en la pantalla de bienvenida:
      *    si alguna denominacion del inventario de este cajero esta
      *    por debajo de su minimo se pinta el aviso para que la
      *    oficina reponga. El inventario es opcional aqui: sin
      *    fichero no hay aviso.
       AVISO-CAJETIN.
           OPEN INPUT CAJETIN.
           IF FSJ NOT = 00
               GO TO AVISO-CAJETIN-EXIT.
           MOVE TERMINAL-CAJERO TO CAJ-TERMINAL.
           MOVE 0 TO CAJ-DENOMINACION.
           START CAJETIN KEY IS >= CAJ-CLAVE
               INVALID KEY
                   GO TO AVISO-CAJETIN-FIN.

       AVISO-CAJETIN-BUCLE.
           READ CAJETIN NEXT RECORD AT END
               GO TO AVISO-CAJETIN-FIN.
           IF CAJ-TERMINAL NOT = TERMINAL-CAJERO
               GO TO AVISO-CAJETIN-FIN.
           IF CAJ-DENOMINACION > 0
                   AND CAJ-CANTIDAD < CAJ-MINIMO
               DISPLAY "AVISO OPERADOR: reponer billetes de"
       CALCULAR-PIN-HASH-EXIT.
           EXIT.

      *    Mira en estadosis.ubd si la cadena nocturna esta en curso
      *    (ver BANKNOCH). Sin fichero o sin fila no hay cadena.
       MIRAR-LOTE.
           MOVE "N" TO HAY-LOTE.
           OPEN INPUT ESTADO-SISTEMA.
           IF FSS NOT = 00
               GO TO MIRAR-LOTE-EXIT.
           MOVE "LOTE" TO EST-CLAVE.
           READ ESTADO-SISTEMA INVALID KEY
               MOVE "F" TO EST-VALOR.
           IF EST-LOTE-EN-CURSO
               MOVE "S" TO HAY-LOTE.
           CLOSE ESTADO-SISTEMA.

       MIRAR-LOTE-EXIT.
           EXIT.

      *    Apunta en estadosis.ubd que este cajero tiene un cliente
      *    dentro, para que la cadena nocturna no arranque mientras
      *    tanto. Si el fichero no se puede abrir se sigue sin apunte,
      *    igual que la traza de auditoria.
       ABRIR-SESION.
           MOVE "S" TO HAY-SESION.
           OPEN I-O ESTADO-SISTEMA.
           IF FSS NOT = 00 AND FSS NOT = 05
               GO TO ABRIR-SESION-EXIT.
           MOVE SPACES          TO EST-CLAVE.
           MOVE "SESION"        TO EST-CLAVE(1:6).
           MOVE TERMINAL-CAJERO TO EST-CLAVE(7:4).
           MOVE "A"             TO EST-VALOR.
           MOVE TNUM            TO EST-TARJETA.
           COMPUTE EST-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE EST-HORA = (HORAS * 10000) + (MINUTOS * 100)
                            + SEGUNDOS.
           MOVE "BANK1"         TO EST-PROGRAMA.
           WRITE ESTADO-SISTEMA-REG INVALID KEY
               REWRITE ESTADO-SISTEMA-REG INVALID KEY
                   CONTINUE.
           CLOSE ESTADO-SISTEMA.

       ABRIR-SESION-EXIT.
           EXIT.

      *    Da por cerrada la sesion de este cajero al volver a la
      *    pantalla de bienvenida, salga el cliente por donde salga.
       CERRAR-SESION.
           MOVE "N" TO HAY-SESION.
           OPEN I-O ESTADO-SISTEMA.
           IF FSS NOT = 00
               GO TO CERRAR-SESION-EXIT.
           MOVE SPACES          TO EST-CLAVE.
           MOVE "SESION"        TO EST-CLAVE(1:6).
           MOVE TERMINAL-CAJERO TO EST-CLAVE(7:4).
           READ ESTADO-SISTEMA INVALID KEY
               CLOSE ESTADO-SISTEMA
               GO TO CERRAR-SESION-EXIT.
           MOVE "C"             TO EST-VALOR.
           MOVE "BANK1"         TO EST-PROGRAMA.
           REWRITE ESTADO-SISTEMA-REG INVALID KEY
               CONTINUE.
           CLOSE ESTADO-SISTEMA.

       CERRAR-SESION-EXIT.
           EXIT.

      *    Apunta la operacion rechazada en el diario electronico
      *    (ver BANKDIA); si el diario o su contador no estan
      *    disponibles se renuncia al apunte, igual que en BANK4.
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
           MOVE "BANK1"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

       ESCRIBIR-DIARIO-EXIT.
           EXIT.

       BUCLE.
           DISPLAY "BUCLE " LINE 10 COL 20.
           GO TO BUCLE.
