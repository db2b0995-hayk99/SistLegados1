       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAVI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-TARJETA
           FILE STATUS IS FSA.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-T
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSB.


       DATA DIVISION.
       FILE SECTION.
      *    Avisos por SMS que el cliente ha pedido (ver BANKNOT): los
      *    dos umbrales van en centimos y a cero dejan el aviso
      *    apagado; el resto son interruptores "S"/"N". Sin fila la
      *    tarjeta no recibe avisos.
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-T       PIC 9(16).
           02 TPIN         PIC  9(8).
           02 TNOMBRE      PIC  X(35).
           02 NUMERO-CUENTA PIC 9(16).
      *    ver BANK1: alta, caducidad y estado de la tarjeta
           02 TFALTA       PIC  9(8).
           02 TFCADUCA     PIC  9(8).
           02 TESTADO      PIC  X(1).

      *    Maestro de clientes (ver BANKCLI): el telefono al que van
      *    los avisos; solo se muestra, se cambia en la oficina.
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


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSB                      PIC  X(2).

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
       77 OPCION-AVISO             PIC  9(1).
       77 TELEFONO-CLIENTE         PIC  9(9).
       77 EUROS-UMBRAL             PIC  9(6).
       77 UMBRAL-ENT               PIC  9(7).
       77 UMBRAL-DEC               PIC  9(2).
       77 LINEA-PINTAR             PIC  9(2).
       77 VALOR-PINTAR             PIC  X(1).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 OPCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 21 COL 45
               PIC 9(1) USING OPCION-AVISO.

       01 UMBRAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 21 COL 45 PIC 9(6) USING EUROS-UMBRAL.


       PROCEDURE DIVISION USING TNUM.
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

       P1-AVISOS.
           PERFORM LEER-TELEFONO THRU LEER-TELEFONO-EXIT.

           OPEN I-O AVISOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.

      *    la primera vez se crea la fila con todo apagado: el
      *    cliente enciende los avisos que quiera
           MOVE TNUM TO AVI-TARJETA.
           READ AVISOS INVALID KEY
               MOVE TNUM TO AVI-TARJETA
               MOVE 0   TO AVI-UMBRAL-CENT
               MOVE 0   TO AVI-SALDO-MIN-CENT
               MOVE "N" TO AVI-DEVOLUCION
               MOVE "N" TO AVI-SOBRES
               MOVE "N" TO AVI-PROGRAMADAS
               MOVE "N" TO AVI-CADUCIDAD
               MOVE "N" TO AVI-RECLAMACION
               MOVE "N" TO AVI-EVENTOS
               WRITE AVISOS-REG INVALID KEY
                   CLOSE AVISOS
                   GO TO PSYS-ERR.

           DISPLAY "Avisos por SMS" LINE 6 COL 33.
           IF TELEFONO-CLIENTE = 0
               DISPLAY "Sin telefono en su ficha: pidalo en oficina"
                   LINE 7 COL 18 WITH FOREGROUND-COLOR IS YELLOW
           ELSE
               DISPLAY "Se enviaran al telefono" LINE 7 COL 22
               DISPLAY TELEFONO-CLIENTE LINE 7 COL 46.

           DISPLAY "1 - Retirada o transferencia desde:" LINE 9
               COL 6.
           MOVE AVI-UMBRAL-CENT TO UMBRAL-ENT.
           MOVE 9 TO LINEA-PINTAR.
           PERFORM PINTAR-UMBRAL THRU PINTAR-UMBRAL-EXIT.
           DISPLAY "2 - Saldo tras cargos por debajo de:" LINE 10
               COL 6.
           MOVE AVI-SALDO-MIN-CENT TO UMBRAL-ENT.
           MOVE 10 TO LINEA-PINTAR.
           PERFORM PINTAR-UMBRAL THRU PINTAR-UMBRAL-EXIT.
           DISPLAY "3 - Recibo devuelto por falta de saldo:" LINE 11
               COL 6.
           MOVE AVI-DEVOLUCION TO VALOR-PINTAR.
           MOVE 11 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.
           DISPLAY "4 - Ingreso en sobre revisado:" LINE 12 COL 6.
           MOVE AVI-SOBRES TO VALOR-PINTAR.
           MOVE 12 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.
           DISPLAY "5 - Transferencia programada anulada:" LINE 13
               COL 6.
           MOVE AVI-PROGRAMADAS TO VALOR-PINTAR.
           MOVE 13 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.
           DISPLAY "6 - Tarjeta proxima a caducar:" LINE 14 COL 6.
           MOVE AVI-CADUCIDAD TO VALOR-PINTAR.
           MOVE 14 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.
           DISPLAY "7 - Reclamacion resuelta:" LINE 15 COL 6.
           MOVE AVI-RECLAMACION TO VALOR-PINTAR.
           MOVE 15 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.
           DISPLAY "8 - Evento cancelado con devolucion:" LINE 16
               COL 6.
           MOVE AVI-EVENTOS TO VALOR-PINTAR.
           MOVE 16 TO LINEA-PINTAR.
           PERFORM PINTAR-INTERRUPTOR THRU PINTAR-INTERRUPTOR-EXIT.

           DISPLAY "Elija que aviso cambiar:" LINE 21 COL 15.
           DISPLAY "ESC - Volver" LINE 24 COL 33.

           INITIALIZE OPCION-AVISO.
           ACCEPT OPCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE AVISOS
                   EXIT PROGRAM
               ELSE
                   CLOSE AVISOS
                   GO TO VOLVER-AVISOS.

           EVALUATE OPCION-AVISO
               WHEN 1
                   IF AVI-UMBRAL-CENT > 0
                       MOVE 0 TO AVI-UMBRAL-CENT
                   ELSE
                       PERFORM PEDIR-UMBRAL THRU PEDIR-UMBRAL-EXIT
                       COMPUTE AVI-UMBRAL-CENT = EUROS-UMBRAL * 100
                   END-IF
               WHEN 2
                   IF AVI-SALDO-MIN-CENT > 0
                       MOVE 0 TO AVI-SALDO-MIN-CENT
                   ELSE
                       PERFORM PEDIR-UMBRAL THRU PEDIR-UMBRAL-EXIT
                       COMPUTE AVI-SALDO-MIN-CENT = EUROS-UMBRAL * 100
                   END-IF
               WHEN 3
                   IF AVI-DEVOLUCION = "S"
                       MOVE "N" TO AVI-DEVOLUCION
                   ELSE
                       MOVE "S" TO AVI-DEVOLUCION
                   END-IF
               WHEN 4
                   IF AVI-SOBRES = "S"
                       MOVE "N" TO AVI-SOBRES
                   ELSE
                       MOVE "S" TO AVI-SOBRES
                   END-IF
               WHEN 5
                   IF AVI-PROGRAMADAS = "S"
                       MOVE "N" TO AVI-PROGRAMADAS
                   ELSE
                       MOVE "S" TO AVI-PROGRAMADAS
                   END-IF
               WHEN 6
                   IF AVI-CADUCIDAD = "S"
                       MOVE "N" TO AVI-CADUCIDAD
                   ELSE
                       MOVE "S" TO AVI-CADUCIDAD
                   END-IF
               WHEN 7
                   IF AVI-RECLAMACION = "S"
                       MOVE "N" TO AVI-RECLAMACION
                   ELSE
                       MOVE "S" TO AVI-RECLAMACION
                   END-IF
               WHEN 8
                   IF AVI-EVENTOS = "S"
                       MOVE "N" TO AVI-EVENTOS
                   ELSE
                       MOVE "S" TO AVI-EVENTOS
                   END-IF
               WHEN OTHER
                   CLOSE AVISOS
                   GO TO VOLVER-AVISOS
           END-EVALUATE.

           REWRITE AVISOS-REG INVALID KEY
               CLOSE AVISOS
               GO TO PSYS-ERR.

           CLOSE AVISOS.
           GO TO VOLVER-AVISOS.

       VOLVER-AVISOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO P1-AVISOS.

      *    Importe en euros enteros del umbral que se enciende; ESC o
      *    cero dejan el aviso apagado.
       PEDIR-UMBRAL.
           DISPLAY "Importe en euros del aviso:" LINE 21 COL 15.
           DISPLAY "                         " LINE 21 COL 43.
           INITIALIZE EUROS-UMBRAL.
           ACCEPT UMBRAL-ACCEPT ON EXCEPTION
               MOVE 0 TO EUROS-UMBRAL.

       PEDIR-UMBRAL-EXIT.
           EXIT.

       PINTAR-UMBRAL.
           IF UMBRAL-ENT = 0
               DISPLAY "apagado" LINE LINEA-PINTAR COL 50
                   WITH FOREGROUND-COLOR IS YELLOW
               GO TO PINTAR-UMBRAL-EXIT.
           COMPUTE UMBRAL-DEC = FUNCTION MOD(UMBRAL-ENT, 100).
           COMPUTE UMBRAL-ENT = UMBRAL-ENT / 100.
           DISPLAY UMBRAL-ENT LINE LINEA-PINTAR COL 50.
           DISPLAY "," LINE LINEA-PINTAR COL 57.
           DISPLAY UMBRAL-DEC LINE LINEA-PINTAR COL 58.
           DISPLAY "EUR" LINE LINEA-PINTAR COL 61.

       PINTAR-UMBRAL-EXIT.
           EXIT.

       PINTAR-INTERRUPTOR.
           IF VALOR-PINTAR = "S"
               DISPLAY "activado" LINE LINEA-PINTAR COL 50
           ELSE
               DISPLAY "apagado" LINE LINEA-PINTAR COL 50
                   WITH FOREGROUND-COLOR IS YELLOW.

       PINTAR-INTERRUPTOR-EXIT.
           EXIT.

      *    Telefono de la ficha de cliente de la cuenta de la tarjeta
      *    (ver BANKCLI); cero si no hay ficha o no consta.
       LEER-TELEFONO.
           MOVE 0 TO TELEFONO-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO LEER-TELEFONO-EXIT.
           MOVE TNUM TO TNUM-T.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LEER-TELEFONO-EXIT.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO LEER-TELEFONO-EXIT.
           MOVE NUMERO-CUENTA TO CLI-CUENTA.
           READ CLIENTES INVALID KEY
               MOVE 0 TO CLI-TELEFONO.
           MOVE CLI-TELEFONO TO TELEFONO-CLIENTE.
           CLOSE CLIENTES.

       LEER-TELEFONO-EXIT.
           EXIT.

       PSYS-ERR.
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
