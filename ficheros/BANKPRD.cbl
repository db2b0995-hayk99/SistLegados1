       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODPLAZO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSP.

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
      *    Tabla publicada de productos de deposito a plazo fijo (ver
      *    BANKDEP y BANKPLZ): plazo en meses, tipo nominal anual en
      *    puntos basicos (250 = 2,50%), importe minimo de apertura
      *    en centimos y penalizacion por cancelacion anticipada en
      *    puntos basicos del principal. El deposito abierto guarda
      *    su propia copia de las condiciones, asi que cambiar o dar
      *    de baja un producto solo afecta a las aperturas y
      *    renovaciones que vengan despues.
       FD PRODPLAZO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prodplazo.ubd".
       01 PRODPLAZO-REG.
           02 PRD-CODIGO           PIC  X(04).
           02 PRD-DESCRIPCION      PIC  X(30).
           02 PRD-MESES            PIC  9(03).
           02 PRD-TIPO-PB          PIC  9(05).
           02 PRD-MINIMO-CENT      PIC  9(09).
           02 PRD-PENAL-PB         PIC  9(05).

      *    Traza de auditoria: cada cambio de producto deja su fila,
      *    con el codigo del producto dentro del tipo.
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
       77 FSP                      PIC  X(2).
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
       77 CODIGO-CONSULTA          PIC  X(04).
       77 DESCRIPCION-NUEVA        PIC  X(30).
       77 MESES-NUEVO              PIC  9(03).
       77 TIPO-NUEVO               PIC  9(05).
       77 MINIMO-NUEVO             PIC  9(09).
       77 PENAL-NUEVA              PIC  9(05).
       77 LINEA-LISTA              PIC  9(2).
       77 PRODUCTO-ES-NUEVO        PIC  X(1).
           88 PRODUCTO-NUEVO        VALUE "S".
      *    S graba el producto, B lo da de baja (solo si ya existia)
      *    y cualquier otra respuesta cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(15) VALUE "PRODUCTO PLAZO ".
           05 AUD-TIPO-PRODUCTO    PIC  X(04).
           05 FILLER               PIC  X(01) VALUE SPACE.

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
               PIC X(04) USING CODIGO-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 48
               PIC X(30) USING DESCRIPCION-NUEVA.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 48
               PIC 9(03) USING MESES-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 48
               PIC 9(05) USING TIPO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 48
               PIC 9(09) USING MINIMO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 48
               PIC 9(05) USING PENAL-NUEVA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE PRODUCTOS DE PLAZO FIJO -- relacion de la
      *    tabla publicada de depositos a plazo y alta, cambio o baja
      *    de un producto. Solo supervisores; cada cambio queda en la
      *    auditoria con el operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKPRD"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Productos de plazo fijo" LINE 2
               COL 22 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Relacion de los productos actuales (importes en centimos,
      *    tipos y penalizaciones en puntos basicos).
       P1-LISTAR.
           OPEN I-O PRODPLAZO.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Cod  Descripcion                    Meses  Tipo"
               LINE 6 COL 2.
           DISPLAY "   Minimo Penal" LINE 6 COL 50.
           MOVE 6 TO LINEA-LISTA.

       P1-LISTAR-BUCLE.
           READ PRODPLAZO NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY PRD-CODIGO LINE LINEA-LISTA COL 2.
           DISPLAY PRD-DESCRIPCION LINE LINEA-LISTA COL 7.
           DISPLAY PRD-MESES LINE LINEA-LISTA COL 40.
           DISPLAY PRD-TIPO-PB LINE LINEA-LISTA COL 45.
           DISPLAY PRD-MINIMO-CENT LINE LINEA-LISTA COL 51.
           DISPLAY PRD-PENAL-PB LINE LINEA-LISTA COL 61.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE PRODPLAZO.

           INITIALIZE CODIGO-CONSULTA.
           DISPLAY "Producto a dar de alta o modificar:"
               LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF CODIGO-CONSULTA = SPACES
               GO TO IMPRIMIR-CABECERA.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O PRODPLAZO.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO PRODUCTO-ES-NUEVO.
           MOVE CODIGO-CONSULTA TO PRD-CODIGO.
           READ PRODPLAZO INVALID KEY
               MOVE "S" TO PRODUCTO-ES-NUEVO
               MOVE CODIGO-CONSULTA TO PRD-CODIGO
               MOVE SPACES TO PRD-DESCRIPCION
               MOVE 0      TO PRD-MESES
               MOVE 0      TO PRD-TIPO-PB
               MOVE 0      TO PRD-MINIMO-CENT
               MOVE 0      TO PRD-PENAL-PB.

           DISPLAY "Producto:" LINE 7 COL 15.
           DISPLAY PRD-CODIGO LINE 7 COL 30.
           IF PRODUCTO-NUEVO
               DISPLAY "(nuevo, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Descripcion:" LINE 10 COL 15.
           DISPLAY "Plazo (meses):" LINE 11 COL 15.
           DISPLAY "Tipo anual (puntos basicos):" LINE 12 COL 15.
           DISPLAY "Importe minimo (centimos):" LINE 13 COL 15.
           DISPLAY "Penalizacion (p.b. principal):" LINE 14 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE PRD-DESCRIPCION TO DESCRIPCION-NUEVA.
           MOVE PRD-MESES       TO MESES-NUEVO.
           MOVE PRD-TIPO-PB     TO TIPO-NUEVO.
           MOVE PRD-MINIMO-CENT TO MINIMO-NUEVO.
           MOVE PRD-PENAL-PB    TO PENAL-NUEVA.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE PRODPLAZO
                   GO TO CANCELADO
               ELSE
                   CLOSE PRODPLAZO
                   GO TO P2-EDITAR.

      *    el plazo se limita a diez anos y la penalizacion no puede
      *    comerse mas de la mitad del principal
           IF DESCRIPCION-NUEVA = SPACES
                   OR MESES-NUEVO = 0 OR MESES-NUEVO > 120
                   OR PENAL-NUEVA > 5000
               DISPLAY "Descripcion, plazo de 1 a 120 meses y"
                   LINE 20 COL 20 WITH BACKGROUND-COLOR RED
               DISPLAY "penalizacion no mayor de 5000 p.b."
                   LINE 21 COL 22 WITH BACKGROUND-COLOR RED
               CLOSE PRODPLAZO
               GO TO P2-EDITAR-ERROR.

           IF PRODUCTO-NUEVO
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE PRODPLAZO
                   GO TO CANCELADO
               ELSE
                   CLOSE PRODPLAZO
                   GO TO P2-EDITAR.

           IF BAJA-OK AND NOT PRODUCTO-NUEVO
               DELETE PRODPLAZO RECORD INVALID KEY
                   CLOSE PRODPLAZO
                   GO TO PSYS-ERR
               END-DELETE
               CLOSE PRODPLAZO
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Producto dado de baja: no se ofrecera en"
                   LINE 10 COL 20
               DISPLAY "el cajero ni se renovara a su vencimiento"
                   LINE 12 COL 20
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE PRODPLAZO
               GO TO CANCELADO.

           MOVE DESCRIPCION-NUEVA TO PRD-DESCRIPCION.
           MOVE MESES-NUEVO       TO PRD-MESES.
           MOVE TIPO-NUEVO        TO PRD-TIPO-PB.
           MOVE MINIMO-NUEVO      TO PRD-MINIMO-CENT.
           MOVE PENAL-NUEVA       TO PRD-PENAL-PB.
           IF PRODUCTO-NUEVO
               WRITE PRODPLAZO-REG INVALID KEY
                   CLOSE PRODPLAZO
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               REWRITE PRODPLAZO-REG INVALID KEY
                   CLOSE PRODPLAZO
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE PRODPLAZO.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Producto actualizado correctamente" LINE 10
               COL 23.
           DISPLAY "Los depositos ya abiertos mantienen sus"
               LINE 12 COL 20.
           DISPLAY "condiciones hasta su vencimiento" LINE 13 COL 24.
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
      *    producto, con el mismo esquema de contadores que BANKTAR;
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
           MOVE CODIGO-CONSULTA     TO AUD-TIPO-PRODUCTO.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKPRD"           TO AUD-PROGRAMA.
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
