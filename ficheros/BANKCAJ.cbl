           SELECT OPTIONAL CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

           SELECT TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-ID
           FILE STATUS IS FSK.

           SELECT OPTIONAL DIARIOEFE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *    Inventario fisico de cada cajero: una fila por terminal y
      *    denominacion de billete (500, 200, 100, 50, 20, 10) con los
      *    billetes disponibles y el minimo por debajo del cual se
      *    avisa al operador. La fila del terminal con denominacion
      *    000 es su cajetin de deposito: CAJ-CANTIDAD cuenta los
      *    sobres que contiene.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

           02 DEF-ANADIDOS         PIC  9(5).
           02 DEF-RETIRADOS        PIC  9(5).
           02 DEF-DESPUES          PIC  9(5).
      *    Cajero cuyo cajetin se ha cargado o recogido.
           02 DEF-TERMINAL         PIC  X(04).

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

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
       77 FSD                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSK                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.

       77 PRESSED-KEY              PIC  9(4).
       77 OPERADOR-SESION          PIC  X(8).
       77 TERMINAL-SESION          PIC  X(4).
       77 DENOM-CONSULTA           PIC  9(3).
       77 ANADIDOS-OPER            PIC  9(5).
       77 RETIRADOS-OPER           PIC  9(5).
           05 RES-FECHA            PIC  9(8).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RES-HORA             PIC  9(4).
           05 FILLER               PIC  X(9) VALUE "  CAJERO ".
           05 RES-TERMINAL         PIC  X(4).
           05 FILLER               PIC  X(18) VALUE SPACES.

       01 LIN-RES-DET.
           05 FILLER               PIC  X(2) VALUE SPACES.

       01 LIN-RES-BLANCA           PIC  X(80) VALUE SPACES.

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

       01 TERMINAL-ACCEPT.
           05 FILLER AUTO LINE 12 COL 45
               PIC X(4) USING TERMINAL-SESION.

       01 DENOM-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 18 COL 60


      *    SESION DE CARGA Y RECOGIDA -- el operador se identifica,
      *    indica el cajero que atiende y, en ese cajero, declara
      *    por denominacion cuanto anade y cuanto retira, y
      *    cada apunte actualiza el inventario y queda en el diario
      *    de efectivo con las cantidades antes y despues. Al salir
      *    se escribe el resumen imprimible de la sesion. Ya no se
      *    puede machacar CAJ-CANTIDAD a mano sin dejar rastro.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKCAJ"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

      *    el diario y el resumen los firma el operador identificado
           MOVE IDO-OPERADOR TO OPERADOR-SESION.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    La sesion la firma el operador identificado al entrar:
      *    ese codigo va en cada apunte del diario.
       P0-OPERADOR.
           INITIALIZE TERMINAL-SESION.
           DISPLAY "Sesion de carga y recogida" LINE 8 COL 27.
           DISPLAY "Codigo de operador:" LINE 10 COL 15.
           DISPLAY OPERADOR-SESION LINE 10 COL 45.
           DISPLAY "Cajero que atiende:" LINE 12 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

      *    Cada cajero tiene su propio inventario: la sesion se hace
      *    sobre un unico terminal, que ha de estar dado de alta.
       P0-TERMINAL.
           ACCEPT TERMINAL-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO P0-TERMINAL.

           OPEN INPUT TERMINALES.
           IF FSK NOT = 00
               GO TO PSYS-ERR.
           MOVE TERMINAL-SESION TO TER-ID.
           READ TERMINALES INVALID KEY
               MOVE "B" TO TER-ESTADO.
           CLOSE TERMINALES.
           IF NOT TER-ACTIVO
               DISPLAY "Terminal desconocido o dado de baja"
                   LINE 14 COL 15 WITH BACKGROUND-COLOR RED
               GO TO P0-TERMINAL.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

      *    Relacion del inventario actual del cajero: denominacion,
      *    billetes (o sobres para la fila 000) y minimo de aviso.
       P1-LISTAR.
           OPEN I-O CAJETIN.
           IF FSJ NOT = 00 AND FSJ NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Cajero" LINE 6 COL 51.
           DISPLAY TERMINAL-SESION LINE 6 COL 58.
           DISPLAY "Denominacion   Cantidad   Minimo" LINE 6 COL 15.
           MOVE 7 TO LINEA-LISTA.

           MOVE TERMINAL-SESION TO CAJ-TERMINAL.
           MOVE 0 TO CAJ-DENOMINACION.
           START CAJETIN KEY IS >= CAJ-CLAVE
               INVALID KEY
                   GO TO P1-LISTAR-FIN.

       P1-LISTAR-BUCLE.
           READ CAJETIN NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF CAJ-TERMINAL NOT = TERMINAL-SESION
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           IF FSJ NOT = 00 AND FSJ NOT = 05
               GO TO PSYS-ERR.

           MOVE TERMINAL-SESION TO CAJ-TERMINAL.
           MOVE DENOM-CONSULTA TO CAJ-DENOMINACION.
           READ CAJETIN INVALID KEY
               MOVE TERMINAL-SESION TO CAJ-TERMINAL
               MOVE DENOM-CONSULTA TO CAJ-DENOMINACION
               MOVE 0 TO CAJ-CANTIDAD
               MOVE 0 TO CAJ-MINIMO
           MOVE ANADIDOS-OPER   TO DEF-ANADIDOS.
           MOVE RETIRADOS-OPER  TO DEF-RETIRADOS.
           MOVE CANTIDAD-DESPUES TO DEF-DESPUES.
           MOVE TERMINAL-SESION TO DEF-TERMINAL.

           WRITE DIARIOEFE-REG INVALID KEY
               CLOSE DIARIOEFE

           IF APUNTES-SESION = 0
               MOVE OPERADOR-SESION TO RES-OPERADOR
               MOVE TERMINAL-SESION TO RES-TERMINAL
               COMPUTE RES-FECHA = (ANO * 10000) + (MES * 100) + DIA
               COMPUTE RES-HORA = (HORAS * 100) + MINUTOS
               WRITE LINEA-RESUMEN FROM LIN-RES-CAB.
