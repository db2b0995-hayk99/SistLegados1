           SELECT CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

           SELECT OPTIONAL CONTROLES ASSIGN TO DISK
           02 PEN-CONT-ENT         PIC   9(7).
           02 PEN-CONT-DEC         PIC   9(2).
           02 PEN-ESTADO           PIC  X(1).
      *    Cajero en cuyo cajetin de deposito entro el sobre (ver
      *    BANKTER).
           02 PEN-TERMINAL         PIC  X(04).

       FD CUENTAS
           LABEL RECORD STANDARD
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Inventario fisico de cada cajero (ver BANKCAJ); la fila
      *    del terminal con denominacion 000 es su cajetin de deposito
      *    y CAJ-CANTIDAD cuenta los sobres que contiene.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).


      *    Justificantes de operacion (ver BANKJUS): una fila por
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
       77 JUS-SALDO-ENT-REG        PIC S9(9).
       77 JUS-SALDO-DEC-REG        PIC  9(2).
       77 JUS-MOVNUM-REG           PIC  9(35).
       77 JUS-COMISION-CENT-REG    PIC  9(9)  VALUE 0.

       01 LIN-JUS-SEP              PIC  X(60) VALUE ALL "-".

           05 FILLER               PIC  X(12)
               VALUE "************".
           05 JUS-P-T4             PIC  X(4).
           05 FILLER               PIC  X(9)  VALUE "  CAJERO ".
           05 JUS-P-TERMINAL       PIC  X(4).

       01 LIN-JUS-OPE.
           05 FILLER               PIC  X(11)
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(14) VALUE SPACES.

       01 LIN-JUS-COM.
           05 FILLER               PIC  X(9) VALUE "COMISION:".
           05 JUS-P-COM-ENT        PIC -9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 JUS-P-COM-DEC        PIC  9(2).
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(36) VALUE SPACES.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 10 COL 45 VALUE "EUR".


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE 0              TO PEN-CONT-ENT.
           MOVE 0              TO PEN-CONT-DEC.
           MOVE "P"            TO PEN-ESTADO.
           MOVE TERMINAL-CAJERO TO PEN-TERMINAL.

           WRITE PENDIENTES-REG INVALID KEY GO TO PSYS-ERR.

           EXIT.

      *    Anota en el inventario que ha entrado un sobre mas en el
      *    cajetin de deposito de este terminal (fila 000). Si el
      *    inventario no esta disponible no se bloquea el ingreso: el
      *    sobre queda dentro de la maquina igualmente y se cuadra en
      *    la recogida.
       ANOTAR-SOBRE.
           OPEN I-O CAJETIN.
           IF FSJ NOT = 00
               GO TO ANOTAR-SOBRE-EXIT.
           MOVE TERMINAL-CAJERO TO CAJ-TERMINAL.
           MOVE 0 TO CAJ-DENOMINACION.
           READ CAJETIN INVALID KEY
               CLOSE CAJETIN
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK5"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

           MOVE JUS-SALDO-ENT-REG   TO JUS-SALDO-ENT.
           MOVE JUS-SALDO-DEC-REG   TO JUS-SALDO-DEC.
           MOVE JUS-MOVNUM-REG      TO JUS-MOVNUM.
           MOVE JUS-COMISION-CENT-REG TO JUS-COMISION-CENT.
           MOVE TERMINAL-CAJERO       TO JUS-TERMINAL.
           WRITE JUSTIFIC-REG.
           CLOSE JUSTIFIC.

           MOVE HORAS TO JUS-P-HOR.
           MOVE MINUTOS TO JUS-P-MIN.
           MOVE TNUM(13:4) TO JUS-P-T4.
           MOVE TERMINAL-CAJERO TO JUS-P-TERMINAL.
           WRITE LINEA-IMPRESO FROM LIN-JUS-FEC.
           MOVE JUS-OPERACION-REG TO JUS-P-OPERACION.
           WRITE LINEA-IMPRESO FROM LIN-JUS-OPE.
           MOVE JUS-SALDO-ENT-REG   TO JUS-P-SAL-ENT.
           MOVE JUS-SALDO-DEC-REG   TO JUS-P-SAL-DEC.
           WRITE LINEA-IMPRESO FROM LIN-JUS-IMP.
           IF JUS-COMISION-CENT-REG > 0
               COMPUTE JUS-P-COM-ENT = JUS-COMISION-CENT-REG / 100
               MOVE FUNCTION MOD(JUS-COMISION-CENT-REG, 100)
                   TO JUS-P-COM-DEC
               WRITE LINEA-IMPRESO FROM LIN-JUS-COM.
           CLOSE IMPRESOS.

       EMITIR-JUSTIFICANTE-EXIT.
