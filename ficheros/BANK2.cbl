           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSP.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
      *    (ver BANK6 y BANKEMI): el dinero de una orden pendiente no
      *    se carga hasta el lote nocturno, pero deja de estar
      *    disponible desde ya; RET-NUM es el numero de la orden.
      *    Las de un embargo (ver BANKEMB) llevan un 2 en la primera
      *    cifra de RET-NUM. Estado "A" activa, "L" liberada.
       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
      *    denegadas, con el resultado y el movimiento posteado si lo
      *    hubo, para poder reconstruir la sesion ante una
      *    reclamacion.
      *    Depositos a plazo fijo (ver BANKDEP): el principal ya no
      *    esta en el saldo, pero el cliente lo quiere ver al lado.
      *    Estado "A" activo, "V" vencido y pagado, "C" cancelado.
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
           02 DEP-ESTADO           PIC  X(1).
               88 DEP-ACTIVO             VALUE "A".
           02 DEP-F-CIERRE         PIC  9(8).
           02 DEP-INTERES-CENT     PIC  9(9).
           02 DEP-PENAL-CENT       PIC  9(9).
           02 DEP-RENOVACIONES     PIC  9(3).

       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
       WORKING-STORAGE SECTION.
       77 FSC                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSP                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.

       77 CENT-SALDO-WS            PIC S9(9).
       77 CENT-RETENIDO            PIC S9(9).
      *    parte de lo retenido que corresponde a ordenes de embargo
      *    (ver BANKEMB): su retencion lleva un 2 en la primera cifra
       77 CENT-EMBARGADO           PIC S9(9).
       77 EMBARGADO-ENT            PIC  9(8).
       77 EMBARGADO-DEC            PIC  9(2).
       77 CENT-DISPONIBLE          PIC S9(9).
       77 DISPONIBLE-ENT           PIC S9(7).
       77 DISPONIBLE-DEC           PIC  9(2).
       77 NUM-DEPOSITOS            PIC  9(3).
       77 CENT-DEPOSITOS           PIC  9(11).
       77 DEPOSITOS-ENT            PIC  9(9).
       77 DEPOSITOS-DEC            PIC  9(2).


      *    Datos del apunte del diario electronico, que deja

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 12 COL 42 PIC 99 FROM DISPONIBLE-DEC.
           05 FILLER LINE 12 COL 45 VALUE "EUR".

       01 EMBARGADO-DISPLAY.
           05 FILLER LINE 13 COL 33 PIC Z(7)9 FROM EMBARGADO-ENT.
           05 FILLER LINE 13 COL 41 VALUE ",".
           05 FILLER LINE 13 COL 42 PIC 99 FROM EMBARGADO-DEC.
           05 FILLER LINE 13 COL 45 VALUE "EUR".

       01 DEPOSITOS-DISPLAY.
           05 FILLER LINE 17 COL 33 PIC Z(8)9 FROM DEPOSITOS-ENT.
           05 FILLER LINE 17 COL 42 VALUE ",".
           05 FILLER LINE 17 COL 43 PIC 99 FROM DEPOSITOS-DEC.
           05 FILLER LINE 17 COL 46 VALUE "EUR".


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.


      *    el disponible descuenta las retenciones activas de las
      *    ordenes interbancarias aun sin enviar (ver BANK6/BANKEMI)
      *    y lo congelado por embargos (ver BANKEMB)
           PERFORM SUMAR-RETENCIONES THRU SUMAR-RETENCIONES-EXIT.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud, igual que en los importes: con descubierto
               DISPLAY "(en negativo)" LINE 12 COL 49
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED.
           IF CENT-EMBARGADO > 0
               COMPUTE EMBARGADO-ENT = CENT-EMBARGADO / 100
               MOVE FUNCTION MOD(CENT-EMBARGADO, 100) TO EMBARGADO-DEC
               DISPLAY "Embargado:" LINE 13 COL 19
               DISPLAY EMBARGADO-DISPLAY
               DISPLAY "(orden de embargo)" LINE 13 COL 49
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF CENT-RETENIDO > CENT-EMBARGADO
               DISPLAY "Tiene ordenes pendientes de envio" LINE 14
                   COL 19
                   WITH FOREGROUND-COLOR IS YELLOW.
               DISPLAY "Cuenta en DESCUBIERTO" LINE 15 COL 19
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED.

      *    los depositos a plazo no forman parte del disponible: se
      *    muestran aparte, con cuantos hay activos
           PERFORM SUMAR-DEPOSITOS THRU SUMAR-DEPOSITOS-EXIT.
           IF NUM-DEPOSITOS > 0
               COMPUTE DEPOSITOS-ENT = CENT-DEPOSITOS / 100
               MOVE FUNCTION MOD(CENT-DEPOSITOS, 100) TO DEPOSITOS-DEC
               DISPLAY "Depositos a plazo:" LINE 17 COL 19
               DISPLAY DEPOSITOS-DISPLAY
               DISPLAY "(" LINE 17 COL 50
               DISPLAY NUM-DEPOSITOS LINE 17 COL 51
               DISPLAY "activos)" LINE 17 COL 55.
           DISPLAY "Enter - Salir" LINE 24 COL 33.

           MOVE "CONSULTA SALDO" TO DCL-OPERACION-REG.
      *    retenciones no hay nada retenido.
       SUMAR-RETENCIONES.
           MOVE 0 TO CENT-RETENIDO.
           MOVE 0 TO CENT-EMBARGADO.
           OPEN INPUT RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               GO TO SUMAR-RETENCIONES-EXIT.
               COMPUTE CENT-RETENIDO = CENT-RETENIDO
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC
           END-IF.
           IF RET-ESTADO = "A" AND RET-NUM(1:1) = "2"
               COMPUTE CENT-EMBARGADO = CENT-EMBARGADO
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC
           END-IF.
           GO TO SUMAR-RETENCIONES-BUCLE.

       SUMAR-RETENCIONES-FIN.
       SUMAR-RETENCIONES-EXIT.
           EXIT.

      *    Cuenta y suma los depositos a plazo activos de la tarjeta
      *    por la clave alternativa DEP-TARJETA; sin fichero de
      *    depositos no hay ninguno.
       SUMAR-DEPOSITOS.
           MOVE 0 TO NUM-DEPOSITOS.
           MOVE 0 TO CENT-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO SUMAR-DEPOSITOS-EXIT.
           MOVE TNUM TO DEP-TARJETA.
           START DEPOSITOS KEY IS = DEP-TARJETA INVALID KEY
               CLOSE DEPOSITOS
               GO TO SUMAR-DEPOSITOS-EXIT.

       SUMAR-DEPOSITOS-BUCLE.
           READ DEPOSITOS NEXT RECORD AT END
               GO TO SUMAR-DEPOSITOS-FIN.
           IF DEP-TARJETA NOT = TNUM
               GO TO SUMAR-DEPOSITOS-FIN.
           IF DEP-ACTIVO
               ADD 1 TO NUM-DEPOSITOS
               ADD DEP-IMPORTE-CENT TO CENT-DEPOSITOS
           END-IF.
           GO TO SUMAR-DEPOSITOS-BUCLE.

       SUMAR-DEPOSITOS-FIN.
           CLOSE DEPOSITOS.

       SUMAR-DEPOSITOS-EXIT.
           EXIT.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK2"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

