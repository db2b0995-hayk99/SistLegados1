       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKS43.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS N43-CUENTA
           FILE STATUS IS FSN.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
      *    Suscripciones al fichero de movimientos en formato Norma 43
      *    que genera BANKN43: una fila por cuenta con la periodicidad
      *    (D diaria, S semanal, M mensual), el fichero de destino (en
      *    blanco, norma43NNNN...N.n43), el estado (A activa, B de
      *    baja) y el ultimo dia ya enviado, que mantiene BANKN43.
       FD SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscn43.ubd".
       01 SUSCRIPCIONES-REG.
           02 N43-CUENTA           PIC  9(16).
           02 N43-PERIODICIDAD     PIC  X(1).
               88 N43-DIARIA             VALUE "D".
               88 N43-SEMANAL            VALUE "S".
               88 N43-MENSUAL            VALUE "M".
           02 N43-DESTINO          PIC  X(40).
           02 N43-ESTADO           PIC  X(1).
               88 N43-ACTIVA             VALUE "A".
               88 N43-DE-BAJA            VALUE "B".
           02 N43-F-ALTA           PIC  9(8).
           02 N43-F-ULTIMO         PIC  9(8).
           02 N43-OPERADOR         PIC  X(08).

      *    Tarjetas: solo se suscribe una cuenta que tenga alguna.
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

      *    Traza de auditoria: cada cambio de suscripcion deja su
      *    fila, con la cuenta en el campo de tarjeta.
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
       77 FSN                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSO                      PIC  X(2).

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
       77 CUENTA-CONSULTA          PIC  9(16).
       77 CUENTA-INICIO            PIC  9(16) VALUE 0.
       77 PERIODICIDAD-NUEVA       PIC  X(1).
       77 DESTINO-NUEVO            PIC  X(40).
       77 LINEA-LISTA              PIC  9(2).
       77 ENTRADA-ES-NUEVA         PIC  X(1).
           88 ENTRADA-NUEVA         VALUE "S".
       77 CUENTA-CON-TARJETAS      PIC  X(1).
           88 HAY-TARJETAS          VALUE "S".
      *    S graba la suscripcion (y la reactiva si estaba de baja),
      *    B la da de baja (solo si ya existia) y cualquier otra
      *    respuesta cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(08) VALUE "NORMA43 ".
           05 AUD-TIPO-ACCION      PIC  X(04).
           05 FILLER               PIC  X(08) VALUE SPACES.

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

       01 CLAVE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 19 COL 37
               PIC 9(16) USING CUENTA-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(1) USING PERIODICIDAD-NUEVA.
           05 FILLER AUTO LINE 13 COL 15
               PIC X(40) USING DESTINO-NUEVO.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    SUSCRIPCIONES NORMA 43 -- relacion de las cuentas que
      *    reciben el fichero de movimientos para su programa de
      *    contabilidad y alta, cambio o baja de una: periodicidad
      *    del envio y fichero en que BANKN43 lo deja. La baja no
      *    borra la fila, para conservar la fecha del ultimo envio si
      *    se reactiva. Cada cambio queda en la auditoria con el
      *    operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKS43"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Suscripciones Norma 43" LINE 2
               COL 23 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Relacion de las suscripciones a partir de la ultima cuenta
      *    consultada (P periodicidad, E estado).
       P1-LISTAR.
           OPEN I-O SUSCRIPCIONES.
           IF FSN NOT = 00 AND FSN NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Cuenta            P Destino" LINE 6 COL 2.
           DISPLAY "E Ultimo" LINE 6 COL 63.
           MOVE 6 TO LINEA-LISTA.

           MOVE CUENTA-INICIO TO N43-CUENTA.
           START SUSCRIPCIONES KEY IS >= N43-CUENTA
               INVALID KEY
                   GO TO P1-LISTAR-FIN.

       P1-LISTAR-BUCLE.
           READ SUSCRIPCIONES NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY N43-CUENTA LINE LINEA-LISTA COL 2.
           DISPLAY N43-PERIODICIDAD LINE LINEA-LISTA COL 20.
           DISPLAY N43-DESTINO LINE LINEA-LISTA COL 22.
           DISPLAY N43-ESTADO LINE LINEA-LISTA COL 63.
           DISPLAY N43-F-ULTIMO LINE LINEA-LISTA COL 65.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE SUSCRIPCIONES.

           INITIALIZE CUENTA-CONSULTA.
           DISPLAY "Cuenta a suscribir o modificar:" LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF CUENTA-CONSULTA = 0
               GO TO IMPRIMIR-CABECERA.
           MOVE CUENTA-CONSULTA TO CUENTA-INICIO.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O SUSCRIPCIONES.
           IF FSN NOT = 00 AND FSN NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO ENTRADA-ES-NUEVA.
           MOVE CUENTA-CONSULTA TO N43-CUENTA.
           READ SUSCRIPCIONES INVALID KEY
               MOVE "S" TO ENTRADA-ES-NUEVA
               MOVE CUENTA-CONSULTA TO N43-CUENTA
               MOVE "M"    TO N43-PERIODICIDAD
               MOVE SPACES TO N43-DESTINO
               MOVE "A"    TO N43-ESTADO
               MOVE 0      TO N43-F-ALTA
               MOVE 0      TO N43-F-ULTIMO
               MOVE SPACES TO N43-OPERADOR.

           DISPLAY "Cuenta:" LINE 7 COL 15.
           DISPLAY N43-CUENTA LINE 7 COL 30.
           IF ENTRADA-NUEVA
               DISPLAY "(nueva, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF NOT ENTRADA-NUEVA AND N43-DE-BAJA
               DISPLAY "(de baja, se reactiva al confirmar)" LINE 8
                   COL 30 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Periodicidad (D/S/M):" LINE 10 COL 15.
           DISPLAY "D diaria, S semanal, M mensual" LINE 10 COL 43.
           DISPLAY "Fichero de destino:" LINE 12 COL 15.
           DISPLAY "(en blanco: norma43 + cuenta + .n43)" LINE 12
               COL 36.
           DISPLAY "Ultimo dia enviado:" LINE 15 COL 15.
           DISPLAY N43-F-ULTIMO LINE 15 COL 36.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE N43-PERIODICIDAD TO PERIODICIDAD-NUEVA.
           MOVE N43-DESTINO      TO DESTINO-NUEVO.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE SUSCRIPCIONES
                   GO TO CANCELADO
               ELSE
                   CLOSE SUSCRIPCIONES
                   GO TO P2-EDITAR.

           IF PERIODICIDAD-NUEVA = "d"
               MOVE "D" TO PERIODICIDAD-NUEVA.
           IF PERIODICIDAD-NUEVA = "s"
               MOVE "S" TO PERIODICIDAD-NUEVA.
           IF PERIODICIDAD-NUEVA = "m"
               MOVE "M" TO PERIODICIDAD-NUEVA.
           IF PERIODICIDAD-NUEVA NOT = "D"
                   AND PERIODICIDAD-NUEVA NOT = "S"
                   AND PERIODICIDAD-NUEVA NOT = "M"
               DISPLAY "La periodicidad es D, S o M" LINE 20 COL 15
                   WITH BACKGROUND-COLOR RED
               CLOSE SUSCRIPCIONES
               GO TO P2-EDITAR-ERROR.

           IF ENTRADA-NUEVA
               PERFORM MIRAR-TARJETAS THRU MIRAR-TARJETAS-EXIT
               IF NOT HAY-TARJETAS
                   DISPLAY "No hay ninguna tarjeta en esa cuenta"
                       LINE 20 COL 15 WITH BACKGROUND-COLOR RED
                   CLOSE SUSCRIPCIONES
                   GO TO P2-EDITAR-ERROR
               END-IF
           END-IF.

           IF ENTRADA-NUEVA
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE SUSCRIPCIONES
                   GO TO CANCELADO
               ELSE
                   CLOSE SUSCRIPCIONES
                   GO TO P2-EDITAR.

           IF BAJA-OK AND NOT ENTRADA-NUEVA
               MOVE "B"          TO N43-ESTADO
               MOVE IDO-OPERADOR TO N43-OPERADOR
               REWRITE SUSCRIPCIONES-REG INVALID KEY
                   CLOSE SUSCRIPCIONES
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE SUSCRIPCIONES
               MOVE "BAJA" TO AUD-TIPO-ACCION
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Suscripcion dada de baja: no se enviaran mas"
                   LINE 10 COL 17
               DISPLAY "ficheros a esta cuenta" LINE 11 COL 17
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE SUSCRIPCIONES
               GO TO CANCELADO.

           MOVE PERIODICIDAD-NUEVA TO N43-PERIODICIDAD.
           MOVE DESTINO-NUEVO      TO N43-DESTINO.
           MOVE "A"                TO N43-ESTADO.
           MOVE IDO-OPERADOR       TO N43-OPERADOR.
           IF ENTRADA-NUEVA
               COMPUTE N43-F-ALTA = (ANO * 10000) + (MES * 100) + DIA
               MOVE "ALTA" TO AUD-TIPO-ACCION
               WRITE SUSCRIPCIONES-REG INVALID KEY
                   CLOSE SUSCRIPCIONES
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               MOVE "CAMB" TO AUD-TIPO-ACCION
               REWRITE SUSCRIPCIONES-REG INVALID KEY
                   CLOSE SUSCRIPCIONES
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE SUSCRIPCIONES.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Suscripcion actualizada correctamente" LINE 10
               COL 22.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       P2-EDITAR-ERROR.
           DISPLAY "Enter - Corregir" LINE 24 COL 33.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO P2-EDITAR
           ELSE
               GO TO P2-EDITAR-ERROR.
           GO TO P2-EDITAR.

       CANCELADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha modificado nada"
               LINE 10 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Recorre tarjetas.ubd y deja en CUENTA-CON-TARJETAS si
      *    alguna cuelga de la cuenta pedida.
       MIRAR-TARJETAS.
           MOVE "N" TO CUENTA-CON-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO MIRAR-TARJETAS-EXIT.

       MIRAR-TARJETAS-BUCLE.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO MIRAR-TARJETAS-EXIT.
           IF NUMERO-CUENTA = CUENTA-CONSULTA
               MOVE "S" TO CUENTA-CON-TARJETAS
               CLOSE TARJETAS
               GO TO MIRAR-TARJETAS-EXIT.
           GO TO MIRAR-TARJETAS-BUCLE.

       MIRAR-TARJETAS-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria del cambio de
      *    suscripcion, con el mismo esquema de contadores que
      *    BANKTAR; si la traza no se puede escribir no se frena el
      *    cambio.
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
           MOVE LAST-AUD-NUM        TO AUD-NUM.
           MOVE CUENTA-CONSULTA     TO AUD-TARJETA.
           MOVE ANO                 TO AUD-ANO.
           MOVE MES                 TO AUD-MES.
           MOVE DIA                 TO AUD-DIA.
           MOVE HORAS               TO AUD-HOR.
           MOVE MINUTOS             TO AUD-MIN.
           MOVE SEGUNDOS            TO AUD-SEG.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKS43"           TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR        TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR     TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
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
