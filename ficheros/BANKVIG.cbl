       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKVIG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CODIGO
           FILE STATUS IS FSV.

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
      *    Lista de vigilancia de cumplimiento normativo (ver
      *    BANKFIL). Aqui se dan de alta las entradas manuales ("M");
      *    las oficiales ("O") las carga BANKCVG desde la lista
      *    publicada y cada carga repone su nombre y su lista.
       FD VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
       01 VIGILANCIA-REG.
           02 VIG-CODIGO           PIC  X(12).
           02 VIG-NOMBRE           PIC  X(35).
           02 VIG-LISTA            PIC  X(10).
           02 VIG-ORIGEN           PIC  X(1).
               88 VIG-ES-OFICIAL         VALUE "O".
               88 VIG-ES-MANUAL          VALUE "M".
           02 VIG-ESTADO           PIC  X(1).
               88 VIG-ACTIVA             VALUE "A".
               88 VIG-DE-BAJA            VALUE "B".
           02 VIG-F-ALTA           PIC  9(8).
           02 VIG-CARGA            PIC  9(14).
           02 VIG-OPERADOR         PIC  X(08).

      *    Traza de auditoria: cada cambio en la lista deja su fila,
      *    con el codigo de la entrada dentro del tipo.
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
       77 FSV                      PIC  X(2).
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
       77 CODIGO-CONSULTA          PIC  X(12).
       77 CODIGO-INICIO            PIC  X(12) VALUE LOW-VALUES.
       77 NOMBRE-NUEVO             PIC  X(35).
       77 LISTA-NUEVA              PIC  X(10).
       77 LINEA-LISTA              PIC  9(2).
       77 ENTRADA-ES-NUEVA         PIC  X(1).
           88 ENTRADA-NUEVA         VALUE "S".
      *    S graba la entrada (y la reactiva si estaba de baja), B la
      *    da de baja (solo si ya existia) y cualquier otra respuesta
      *    cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(04) VALUE "VIG ".
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
               PIC X(12) USING CODIGO-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(35) USING NOMBRE-NUEVO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(10) USING LISTA-NUEVA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE LA LISTA DE VIGILANCIA -- relacion de
      *    las entradas de la lista contra la que se filtran las
      *    ordenes y abonos con otros bancos, y alta, cambio o baja
      *    de una entrada. Solo supervisores de cumplimiento; cada
      *    cambio queda en la auditoria con el operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKVIG"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Lista de vigilancia" LINE 2
               COL 24 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Relacion de las entradas a partir de la ultima consultada
      *    (O oficial, M manual; A activa, B de baja).
       P1-LISTAR.
           OPEN I-O VIGILANCIA.
           IF FSV NOT = 00 AND FSV NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Codigo       Nombre                         Lista"
               LINE 6 COL 2.
           DISPLAY "      O Est" LINE 6 COL 52.
           MOVE 6 TO LINEA-LISTA.

           MOVE CODIGO-INICIO TO VIG-CODIGO.
           START VIGILANCIA KEY IS >= VIG-CODIGO
               INVALID KEY
                   GO TO P1-LISTAR-FIN.

       P1-LISTAR-BUCLE.
           READ VIGILANCIA NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY VIG-CODIGO LINE LINEA-LISTA COL 2.
           DISPLAY VIG-NOMBRE(1:30) LINE LINEA-LISTA COL 15.
           DISPLAY VIG-LISTA LINE LINEA-LISTA COL 46.
           DISPLAY VIG-ORIGEN LINE LINEA-LISTA COL 58.
           DISPLAY VIG-ESTADO LINE LINEA-LISTA COL 61.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE VIGILANCIA.

           INITIALIZE CODIGO-CONSULTA.
           DISPLAY "Entrada a dar de alta o modificar:"
               LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF CODIGO-CONSULTA = SPACES
               GO TO IMPRIMIR-CABECERA.
           MOVE CODIGO-CONSULTA TO CODIGO-INICIO.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O VIGILANCIA.
           IF FSV NOT = 00 AND FSV NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO ENTRADA-ES-NUEVA.
           MOVE CODIGO-CONSULTA TO VIG-CODIGO.
           READ VIGILANCIA INVALID KEY
               MOVE "S" TO ENTRADA-ES-NUEVA
               MOVE CODIGO-CONSULTA TO VIG-CODIGO
               MOVE SPACES TO VIG-NOMBRE
               MOVE SPACES TO VIG-LISTA
               MOVE "M"    TO VIG-ORIGEN
               MOVE "A"    TO VIG-ESTADO
               MOVE 0      TO VIG-CARGA.

           DISPLAY "Entrada:" LINE 7 COL 15.
           DISPLAY VIG-CODIGO LINE 7 COL 30.
           IF ENTRADA-NUEVA
               DISPLAY "(nueva, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF NOT ENTRADA-NUEVA AND VIG-DE-BAJA
               DISPLAY "(de baja, se reactiva al confirmar)" LINE 8
                   COL 30 WITH FOREGROUND-COLOR IS YELLOW.
           IF NOT ENTRADA-NUEVA AND VIG-ACTIVA AND VIG-ES-OFICIAL
               DISPLAY "(oficial, la proxima carga la repone)" LINE 8
                   COL 30 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Nombre:" LINE 10 COL 15.
           DISPLAY "Lista:" LINE 11 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE VIG-NOMBRE TO NOMBRE-NUEVO.
           MOVE VIG-LISTA  TO LISTA-NUEVA.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE VIGILANCIA
                   GO TO CANCELADO
               ELSE
                   CLOSE VIGILANCIA
                   GO TO P2-EDITAR.

      *    el filtro no busca nombres de menos de cuatro letras (ver
      *    BANKFIL), asi que una entrada asi no serviria de nada
           IF NOMBRE-NUEVO(1:1) = SPACE
                   OR NOMBRE-NUEVO(4:32) = SPACES
               DISPLAY "El nombre debe empezar en la primera posicion"
                   LINE 20 COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "y tener al menos cuatro letras" LINE 21
                   COL 22 WITH BACKGROUND-COLOR RED
               CLOSE VIGILANCIA
               GO TO P2-EDITAR-ERROR.

           IF ENTRADA-NUEVA
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE VIGILANCIA
                   GO TO CANCELADO
               ELSE
                   CLOSE VIGILANCIA
                   GO TO P2-EDITAR.

      *    la baja no borra la fila: los casos ya retenidos siguen
      *    apuntando a la entrada que los provoco
           IF BAJA-OK AND NOT ENTRADA-NUEVA
               MOVE "B"          TO VIG-ESTADO
               MOVE IDO-OPERADOR TO VIG-OPERADOR
               REWRITE VIGILANCIA-REG INVALID KEY
                   CLOSE VIGILANCIA
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE VIGILANCIA
               MOVE "BAJA" TO AUD-TIPO-ACCION
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Entrada dada de baja: deja de filtrar"
                   LINE 10 COL 21
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE VIGILANCIA
               GO TO CANCELADO.

           MOVE NOMBRE-NUEVO TO VIG-NOMBRE.
           MOVE LISTA-NUEVA  TO VIG-LISTA.
           MOVE "A"          TO VIG-ESTADO.
           MOVE IDO-OPERADOR TO VIG-OPERADOR.
           IF ENTRADA-NUEVA
               COMPUTE VIG-F-ALTA = (ANO * 10000) + (MES * 100) + DIA
               MOVE "ALTA" TO AUD-TIPO-ACCION
               WRITE VIGILANCIA-REG INVALID KEY
                   CLOSE VIGILANCIA
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               MOVE "CAMB" TO AUD-TIPO-ACCION
               REWRITE VIGILANCIA-REG INVALID KEY
                   CLOSE VIGILANCIA
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE VIGILANCIA.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entrada actualizada correctamente" LINE 10
               COL 23.
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

      *    Deja constancia en el fichero de auditoria del cambio en
      *    la lista, con el mismo esquema de contadores que BANKTAR;
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
           MOVE CODIGO-CONSULTA     TO AUD-TIPO-CODIGO.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKVIG"           TO AUD-PROGRAMA.
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
