       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEMS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMISORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-CODIGO
           FILE STATUS IS FSE.

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
      *    Maestro de emisoras de recibos y tributos que el cliente
      *    puede pagar en el cajero con su referencia de pagador (ver
      *    BANKPAG): tipo "R" recibo de suministros o "T" tributo,
      *    control "S" si la referencia lleva dos cifras de control
      *    (resto entre 97 del codigo de emisora seguido de las once
      *    primeras cifras) o "N" si no, importes minimo y maximo en
      *    centimos (maximo cero = sin tope), cuenta de abono de la
      *    liquidacion (ver BANKCOB) y estado "A" activa o "B" de
      *    baja. Una emisora de baja no admite pagos nuevos, pero lo
      *    ya cobrado se le sigue liquidando.
       FD EMISORAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "emisoras.ubd".
       01 EMISORAS-REG.
           02 EMI-CODIGO           PIC  9(6).
           02 EMI-NOMBRE           PIC  X(35).
           02 EMI-TIPO             PIC  X(1).
           02 EMI-CONTROL          PIC  X(1).
           02 EMI-MINIMO-CENT      PIC  9(9).
           02 EMI-MAXIMO-CENT      PIC  9(9).
           02 EMI-CUENTA           PIC  9(16).
           02 EMI-ESTADO           PIC  X(1).

      *    Traza de auditoria: cada cambio de emisora deja su fila,
      *    con el codigo de la emisora dentro del tipo.
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
       77 FSE                      PIC  X(2).
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
       77 CODIGO-CONSULTA          PIC  9(6).
       77 NOMBRE-NUEVO             PIC  X(35).
       77 TIPO-NUEVO               PIC  X(1).
       77 CONTROL-NUEVO            PIC  X(1).
       77 MINIMO-NUEVO             PIC  9(9).
       77 MAXIMO-NUEVO             PIC  9(9).
       77 CUENTA-NUEVA             PIC  9(16).
       77 LINEA-LISTA              PIC  9(2).
       77 EMISORA-ES-NUEVA         PIC  X(1).
           88 EMISORA-NUEVA         VALUE "S".
      *    S graba la emisora (y la reactiva si estaba de baja), B la
      *    da de baja (solo si ya existia) y cualquier otra respuesta
      *    cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(08) VALUE "EMISORA ".
           05 AUD-TIPO-EMISORA     PIC  9(06).
           05 FILLER               PIC  X(01) VALUE SPACE.
           05 AUD-TIPO-ACCION      PIC  X(05).

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
           05 FILLER BLANK ZERO AUTO LINE 19 COL 42
               PIC 9(06) USING CODIGO-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(35) USING NOMBRE-NUEVO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(01) USING TIPO-NUEVO.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(01) USING CONTROL-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(09) USING MINIMO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(09) USING MAXIMO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 40
               PIC 9(16) USING CUENTA-NUEVA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE EMISORAS DE RECIBOS -- relacion de las
      *    emisoras que se pueden pagar en el cajero y alta, cambio
      *    o baja de una emisora. Solo supervisores; cada cambio
      *    queda en la auditoria con el operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKEMS"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Emisoras de recibos" LINE 2
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

      *    Relacion de las emisoras (importes en centimos).
       P1-LISTAR.
           OPEN I-O EMISORAS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Codigo Nombre                    T C    Minimo"
               LINE 6 COL 2.
           DISPLAY "   Maximo Est" LINE 6 COL 50.
           MOVE 6 TO LINEA-LISTA.

       P1-LISTAR-BUCLE.
           READ EMISORAS NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY EMI-CODIGO LINE LINEA-LISTA COL 2.
           DISPLAY EMI-NOMBRE(1:25) LINE LINEA-LISTA COL 9.
           DISPLAY EMI-TIPO LINE LINEA-LISTA COL 35.
           DISPLAY EMI-CONTROL LINE LINEA-LISTA COL 37.
           DISPLAY EMI-MINIMO-CENT LINE LINEA-LISTA COL 39.
           DISPLAY EMI-MAXIMO-CENT LINE LINEA-LISTA COL 50.
           DISPLAY EMI-ESTADO LINE LINEA-LISTA COL 61.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE EMISORAS.

           INITIALIZE CODIGO-CONSULTA.
           DISPLAY "Emisora a dar de alta o modificar:"
               LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF CODIGO-CONSULTA = 0
               GO TO IMPRIMIR-CABECERA.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O EMISORAS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO EMISORA-ES-NUEVA.
           MOVE CODIGO-CONSULTA TO EMI-CODIGO.
           READ EMISORAS INVALID KEY
               MOVE "S" TO EMISORA-ES-NUEVA
               MOVE CODIGO-CONSULTA TO EMI-CODIGO
               MOVE SPACES TO EMI-NOMBRE
               MOVE "R"    TO EMI-TIPO
               MOVE "S"    TO EMI-CONTROL
               MOVE 0      TO EMI-MINIMO-CENT
               MOVE 0      TO EMI-MAXIMO-CENT
               MOVE 0      TO EMI-CUENTA
               MOVE "A"    TO EMI-ESTADO.

           DISPLAY "Emisora:" LINE 7 COL 15.
           DISPLAY EMI-CODIGO LINE 7 COL 30.
           IF EMISORA-NUEVA
               DISPLAY "(nueva, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           IF NOT EMISORA-NUEVA AND EMI-ESTADO = "B"
               DISPLAY "(de baja, se reactiva al confirmar)" LINE 8
                   COL 30 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Nombre:" LINE 10 COL 15.
           DISPLAY "Tipo (R/T):" LINE 11 COL 15.
           DISPLAY "Control ref. (S/N):" LINE 12 COL 15.
           DISPLAY "Minimo (centimos):" LINE 13 COL 15.
           DISPLAY "Maximo (0 = sin):" LINE 14 COL 15.
           DISPLAY "Cuenta de abono:" LINE 15 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE EMI-NOMBRE      TO NOMBRE-NUEVO.
           MOVE EMI-TIPO        TO TIPO-NUEVO.
           MOVE EMI-CONTROL     TO CONTROL-NUEVO.
           MOVE EMI-MINIMO-CENT TO MINIMO-NUEVO.
           MOVE EMI-MAXIMO-CENT TO MAXIMO-NUEVO.
           MOVE EMI-CUENTA      TO CUENTA-NUEVA.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE EMISORAS
                   GO TO CANCELADO
               ELSE
                   CLOSE EMISORAS
                   GO TO P2-EDITAR.

      *    sin cuenta de abono no hay donde liquidar lo cobrado, y el
      *    minimo de un pago es siempre al menos un centimo
           IF NOMBRE-NUEVO = SPACES OR CUENTA-NUEVA = 0
                   OR (TIPO-NUEVO NOT = "R" AND TIPO-NUEVO NOT = "T")
                   OR (CONTROL-NUEVO NOT = "S"
                       AND CONTROL-NUEVO NOT = "N")
                   OR (MAXIMO-NUEVO > 0 AND MAXIMO-NUEVO < MINIMO-NUEVO)
               DISPLAY "Nombre, tipo R/T, control S/N, cuenta de abono"
                   LINE 20 COL 15 WITH BACKGROUND-COLOR RED
               DISPLAY "y maximo no menor que el minimo" LINE 21
                   COL 22 WITH BACKGROUND-COLOR RED
               CLOSE EMISORAS
               GO TO P2-EDITAR-ERROR.
           IF MINIMO-NUEVO = 0
               MOVE 1 TO MINIMO-NUEVO.

           IF EMISORA-NUEVA
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE EMISORAS
                   GO TO CANCELADO
               ELSE
                   CLOSE EMISORAS
                   GO TO P2-EDITAR.

      *    la baja no borra la fila: los pagos ya cobrados se siguen
      *    liquidando a la cuenta de abono de la emisora
           IF BAJA-OK AND NOT EMISORA-NUEVA
               MOVE "B" TO EMI-ESTADO
               REWRITE EMISORAS-REG INVALID KEY
                   CLOSE EMISORAS
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE EMISORAS
               MOVE "BAJA" TO AUD-TIPO-ACCION
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Emisora dada de baja: no admite pagos nuevos"
                   LINE 10 COL 18
               DISPLAY "y lo ya cobrado se le liquida esta noche"
                   LINE 12 COL 20
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE EMISORAS
               GO TO CANCELADO.

           MOVE NOMBRE-NUEVO  TO EMI-NOMBRE.
           MOVE TIPO-NUEVO    TO EMI-TIPO.
           MOVE CONTROL-NUEVO TO EMI-CONTROL.
           MOVE MINIMO-NUEVO  TO EMI-MINIMO-CENT.
           MOVE MAXIMO-NUEVO  TO EMI-MAXIMO-CENT.
           MOVE CUENTA-NUEVA  TO EMI-CUENTA.
           MOVE "A"           TO EMI-ESTADO.
           IF EMISORA-NUEVA
               MOVE "ALTA" TO AUD-TIPO-ACCION
               WRITE EMISORAS-REG INVALID KEY
                   CLOSE EMISORAS
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               MOVE "MODIF" TO AUD-TIPO-ACCION
               REWRITE EMISORAS-REG INVALID KEY
                   CLOSE EMISORAS
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE EMISORAS.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Emisora actualizada correctamente" LINE 10
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

      *    Deja constancia en el fichero de auditoria del cambio de
      *    emisora, con el mismo esquema de contadores que BANKTAR;
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
           MOVE CODIGO-CONSULTA     TO AUD-TIPO-EMISORA.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKEMS"           TO AUD-PROGRAMA.
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
