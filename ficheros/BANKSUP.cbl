           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSD.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSA.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Traza de auditoria: cada accion sobre la tarjeta deja su
      *    fila con el operador y, si sube el descubierto, con el
      *    supervisor que lo autorizo.
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

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSO                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 DESCUBIERTO-EUR          PIC  9(7).
       77 DESCUBIERTO-ES-NUEVO     PIC  X(1).
           88 DESCUBIERTO-NUEVO     VALUE "S".
       77 LIMITE-NUEVO-CENT        PIC  9(9).

       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).

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


       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKSUP"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY TNOMBRE LINE 10 COL 25.
           DISPLAY "Intentos restantes actualmente:" LINE 12 COL 15.
           DISPLAY IINTENTOS LINE 12 COL 48.
           DISPLAY "Estado (A act. C canc. R robada S susp.):"
               LINE 13 COL 15.
           DISPLAY TESTADO LINE 13 COL 58.
           DISPLAY "Caducidad:" LINE 14 COL 15.
           DISPLAY TFCADUCA LINE 14 COL 27.
           DISPLAY "Ha verificado la identidad del cliente (S/N):"
           IF ACCION-GESTION = 5
               GO TO P4-DESCUBIERTO.

      *    la suspension por fraude solo se levanta revisando las
      *    alertas de la tarjeta (ver BANKALR)
           IF ACCION-GESTION = 2 AND TESTADO = "S"
               GO TO TARJETA-SUSPENDIDA.

           IF ACCION-GESTION = 1
               MOVE 3 TO IINTENTOS
               MOVE "REINICIO INTENTOS" TO AUD-TIPO-REG
               REWRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR
           ELSE
               IF ACCION-GESTION = 2
                   MOVE "A" TO TESTADO
                   MOVE "TARJETA ACTIVADA" TO AUD-TIPO-REG
                   REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
               ELSE
                   IF ACCION-GESTION = 3
                       MOVE "C" TO TESTADO
                       MOVE "TARJETA CANCELADA" TO AUD-TIPO-REG
                       REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
                   ELSE
                       IF ACCION-GESTION = 4
                           MOVE "R" TO TESTADO
                           MOVE "TARJETA ROBADA" TO AUD-TIPO-REG
                           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
                       ELSE
                           GO TO P3-ACCION
           CLOSE TARJETAS.
           CLOSE INTENTOS.

           MOVE SPACES TO IDO-AUTORIZADOR.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion realizada sobre la tarjeta"
               LINE 10 COL 21.
                   CLOSE DESCUBIERTOS
                   GO TO P4-DESCUBIERTO.

      *    Subir el descubierto tiene doble control: no se graba
      *    sin la aprobacion de un segundo operador supervisor;
      *    bajarlo o dejarlo igual no la necesita.
           COMPUTE LIMITE-NUEVO-CENT = DESCUBIERTO-EUR * 100.
           MOVE SPACES TO IDO-AUTORIZADOR.
           IF LIMITE-NUEVO-CENT > DSC-LIMITE-CENT
               MOVE "A" TO IDO-MODO
               MOVE SPACES TO IDO-MOTIVO
               STRING "Subir descubierto de " DELIMITED BY SIZE
                      TARJETA-CONSULTA        DELIMITED BY SIZE
                   INTO IDO-MOTIVO
               CALL "BANKIDE" USING IDENT-OPERADOR
               IF NOT IDO-ACEPTADO
                   CLOSE DESCUBIERTOS
                   GO TO NO-AUTORIZADO
               END-IF
           END-IF.
           MOVE LIMITE-NUEVO-CENT TO DSC-LIMITE-CENT.
           IF DESCUBIERTO-NUEVO
               WRITE DESCUBIERTOS-REG INVALID KEY
                   CLOSE DESCUBIERTOS
           CLOSE TARJETAS.
           CLOSE INTENTOS.

           MOVE "DESCUBIERTO FIJADO" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descubierto autorizado fijado en" LINE 10 COL 20.
           DISPLAY DESCUBIERTO-EUR LINE 10 COL 53.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       NO-AUTORIZADO.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Descubierto no autorizado por un supervisor"
               LINE 10 COL 19 WITH FOREGROUND-COLOR IS BLACK
                                   BACKGROUND-COLOR IS RED.
           DISPLAY "No se ha modificado nada" LINE 12 COL 28.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       TARJETA-SUSPENDIDA.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta suspendida por alertas de fraude"
               LINE 10 COL 20 WITH FOREGROUND-COLOR IS BLACK
                                   BACKGROUND-COLOR IS RED.
           DISPLAY "Se reactiva al revisar sus alertas" LINE 12
               COL 23.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Deja constancia en el fichero de auditoria de la accion,
      *    con el mismo esquema de contadores que BANKCFG; si la traza
      *    no se puede escribir no se deshace la accion.
       ESCRIBIR-AUDITORIA.
           MOVE 0 TO LAST-AUD-NUM.
           OPEN I-O AUDITORIA.
           IF FSA NOT = 00
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
           MOVE LAST-AUD-NUM     TO AUD-NUM.
           MOVE TARJETA-CONSULTA TO AUD-TARJETA.
           MOVE ANO              TO AUD-ANO.
           MOVE MES              TO AUD-MES.
           MOVE DIA              TO AUD-DIA.
           MOVE HORAS            TO AUD-HOR.
           MOVE MINUTOS          TO AUD-MIN.
           MOVE SEGUNDOS         TO AUD-SEG.
           MOVE AUD-TIPO-REG     TO AUD-TIPO.
           MOVE "BANKSUP"        TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR     TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR  TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE INTENTOS.
