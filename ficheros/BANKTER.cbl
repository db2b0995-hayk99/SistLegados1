       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-ID
           FILE STATUS IS FSK.

           SELECT OPTIONAL CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

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
      *    Maestro de cajeros de la oficina: una fila por terminal
      *    con su descripcion y su estado (A activo, B de baja). BANK1
      *    solo arranca con un terminal activo, BANKCAJ lleva el
      *    inventario de cada uno y BANKEFE los cuadra por separado.
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

      *    Inventario fisico de cada cajero (ver BANKCAJ): un cajero
      *    no se da de baja con billetes o sobres dentro.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

      *    Traza de auditoria: cada cambio en el maestro deja su
      *    fila, con el terminal dentro del tipo.
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
       77 FSK                      PIC  X(2).
       77 FSJ                      PIC  X(2).
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
       77 TERMINAL-CONSULTA        PIC  X(04).
       77 TERMINAL-INICIO          PIC  X(04) VALUE LOW-VALUES.
       77 DESCRIPCION-NUEVA        PIC  X(35).
       77 LINEA-LISTA              PIC  9(2).
       77 ENTRADA-ES-NUEVA         PIC  X(1).
           88 ENTRADA-NUEVA         VALUE "S".
       77 CAJETIN-CON-EFECTIVO     PIC  X(1).
           88 HAY-EFECTIVO          VALUE "S".
      *    S graba el terminal (y lo reactiva si estaba de baja), B
      *    lo da de baja (solo si ya existia) y cualquier otra
      *    respuesta cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(04) VALUE "TER ".
           05 AUD-TIPO-CODIGO      PIC  X(12).
           05 AUD-TIPO-ACCION      PIC  X(04).

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
           05 FILLER AUTO LINE 19 COL 42
               PIC X(4) USING TERMINAL-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 30
               PIC X(35) USING DESCRIPCION-NUEVA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE CAJEROS -- relacion de los terminales
      *    de la oficina y alta, cambio de descripcion o baja de uno.
      *    Un terminal de baja no arranca en BANK1 ni se cuadra; no
      *    se puede dar de baja mientras su inventario tenga billetes
      *    o sobres. Solo supervisores; cada cambio queda en la
      *    auditoria con el operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKTER"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Cajeros de la oficina" LINE 2
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

      *    Relacion de los terminales a partir del ultimo consultado
      *    (A activo, B de baja).
       P1-LISTAR.
           OPEN I-O TERMINALES.
           IF FSK NOT = 00 AND FSK NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Terminal  Descripcion" LINE 6 COL 4.
           DISPLAY "Est   Alta" LINE 6 COL 51.
           MOVE 6 TO LINEA-LISTA.

           MOVE TERMINAL-INICIO TO TER-ID.
           START TERMINALES KEY IS >= TER-ID
               INVALID KEY
                   GO TO P1-LISTAR-FIN.

       P1-LISTAR-BUCLE.
           READ TERMINALES NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY TER-ID LINE LINEA-LISTA COL 4.
           DISPLAY TER-DESCRIPCION LINE LINEA-LISTA COL 14.
           DISPLAY TER-ESTADO LINE LINEA-LISTA COL 52.
           DISPLAY TER-F-ALTA LINE LINEA-LISTA COL 57.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE TERMINALES.

           INITIALIZE TERMINAL-CONSULTA.
           DISPLAY "Terminal a dar de alta o modificar:"
               LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF TERMINAL-CONSULTA = SPACES
               GO TO IMPRIMIR-CABECERA.
           MOVE TERMINAL-CONSULTA TO TERMINAL-INICIO.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O TERMINALES.
           IF FSK NOT = 00 AND FSK NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO ENTRADA-ES-NUEVA.
           MOVE TERMINAL-CONSULTA TO TER-ID.
           READ TERMINALES INVALID KEY
               MOVE "S" TO ENTRADA-ES-NUEVA
               MOVE TERMINAL-CONSULTA TO TER-ID
               MOVE SPACES TO TER-DESCRIPCION
               MOVE "A"    TO TER-ESTADO
               MOVE 0      TO TER-F-ALTA.

           DISPLAY "Terminal:" LINE 7 COL 15.
           DISPLAY TER-ID LINE 7 COL 30.
           IF ENTRADA-NUEVA
               DISPLAY "(nuevo, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF NOT ENTRADA-NUEVA AND TER-DE-BAJA
               DISPLAY "(de baja, se reactiva al confirmar)" LINE 8
                   COL 30 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Descripcion:" LINE 10 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE TER-DESCRIPCION TO DESCRIPCION-NUEVA.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE TERMINALES
                   GO TO CANCELADO
               ELSE
                   CLOSE TERMINALES
                   GO TO P2-EDITAR.

           IF DESCRIPCION-NUEVA = SPACES
               DISPLAY "Indique donde esta el cajero" LINE 20 COL 15
                   WITH BACKGROUND-COLOR RED
               CLOSE TERMINALES
               GO TO P2-EDITAR-ERROR.

           IF ENTRADA-NUEVA
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE TERMINALES
                   GO TO CANCELADO
               ELSE
                   CLOSE TERMINALES
                   GO TO P2-EDITAR.

      *    la baja no borra la fila: los movimientos y el diario
      *    siguen apuntando al terminal en que se hicieron
           IF BAJA-OK AND NOT ENTRADA-NUEVA
               PERFORM MIRAR-CAJETIN THRU MIRAR-CAJETIN-EXIT
               IF HAY-EFECTIVO
                   CLOSE TERMINALES
                   DISPLAY "El cajero tiene billetes o sobres: haga"
                       LINE 20 COL 15 WITH BACKGROUND-COLOR RED
                   DISPLAY "antes la recogida en BANKCAJ" LINE 21
                       COL 15 WITH BACKGROUND-COLOR RED
                   GO TO P2-EDITAR-ERROR
               END-IF
               MOVE "B"          TO TER-ESTADO
               REWRITE TERMINALES-REG INVALID KEY
                   CLOSE TERMINALES
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE TERMINALES
               MOVE "BAJA" TO AUD-TIPO-ACCION
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Cajero dado de baja: ya no puede arrancar"
                   LINE 10 COL 19
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE TERMINALES
               GO TO CANCELADO.

           MOVE DESCRIPCION-NUEVA TO TER-DESCRIPCION.
           MOVE "A"               TO TER-ESTADO.
           IF ENTRADA-NUEVA
               COMPUTE TER-F-ALTA = (ANO * 10000) + (MES * 100) + DIA
               MOVE "ALTA" TO AUD-TIPO-ACCION
               WRITE TERMINALES-REG INVALID KEY
                   CLOSE TERMINALES
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               MOVE "CAMB" TO AUD-TIPO-ACCION
               REWRITE TERMINALES-REG INVALID KEY
                   CLOSE TERMINALES
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE TERMINALES.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cajero actualizado correctamente" LINE 10
               COL 24.
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

      *    Recorre las filas del inventario del terminal y deja en
      *    CAJETIN-CON-EFECTIVO si alguna tiene billetes o sobres.
       MIRAR-CAJETIN.
           MOVE "N" TO CAJETIN-CON-EFECTIVO.
           OPEN INPUT CAJETIN.
           IF FSJ NOT = 00
               GO TO MIRAR-CAJETIN-EXIT.
           MOVE TERMINAL-CONSULTA TO CAJ-TERMINAL.
           MOVE 0 TO CAJ-DENOMINACION.
           START CAJETIN KEY IS >= CAJ-CLAVE
               INVALID KEY
                   CLOSE CAJETIN
                   GO TO MIRAR-CAJETIN-EXIT.

       MIRAR-CAJETIN-BUCLE.
           READ CAJETIN NEXT RECORD AT END
               CLOSE CAJETIN
               GO TO MIRAR-CAJETIN-EXIT.
           IF CAJ-TERMINAL NOT = TERMINAL-CONSULTA
               CLOSE CAJETIN
               GO TO MIRAR-CAJETIN-EXIT.
           IF CAJ-CANTIDAD > 0
               MOVE "S" TO CAJETIN-CON-EFECTIVO
               CLOSE CAJETIN
               GO TO MIRAR-CAJETIN-EXIT.
           GO TO MIRAR-CAJETIN-BUCLE.

       MIRAR-CAJETIN-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria del cambio en
      *    el maestro, con el mismo esquema de contadores que BANKTAR;
      *    si la traza no se puede escribir no se frena el cambio.
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
           MOVE 0                   TO AUD-TARJETA.
           MOVE ANO                 TO AUD-ANO.
           MOVE MES                 TO AUD-MES.
           MOVE DIA                 TO AUD-DIA.
           MOVE HORAS               TO AUD-HOR.
           MOVE MINUTOS             TO AUD-MIN.
           MOVE SEGUNDOS            TO AUD-SEG.
           MOVE TERMINAL-CONSULTA   TO AUD-TIPO-CODIGO.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKTER"           TO AUD-PROGRAMA.
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
