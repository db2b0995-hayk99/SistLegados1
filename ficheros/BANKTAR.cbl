       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSA.

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
      *    Tarifa de comisiones por operacion y canal (ver BANKCOM):
      *    la operacion lleva el mismo nombre que en el diario
      *    electronico y el canal es el programa que la hace. Modo
      *    "F" importe fijo o "P" porcentaje del importe en puntos
      *    basicos (150 = 1,50%), llevado al minimo y al maximo (0 =
      *    sin maximo); las primeras TAR-EXENTAS operaciones del mes
      *    de la tarjeta no pagan. Filas en uso:
      *      RETIRADA            BANK4    efectivo (exentas por mes)
      *      ORDEN INTERBANCARIA BANK6    envio a otra entidad
      *      COMPRA ENTRADAS     BANK8    compra de entradas
      *      RECIBO DEVUELTO     BANKRBO  devolucion por falta saldo
      *      PAGO RECIBO         BANKPAG  pago de recibos y tributos
       FD TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
       01 TARIFAS-REG.
           02 TAR-CLAVE.
               03 TAR-OPERACION    PIC  X(20).
               03 TAR-CANAL        PIC  X(08).
           02 TAR-MODO             PIC  X(1).
               88 TAR-ES-FIJA            VALUE "F".
               88 TAR-ES-PORCENTAJE      VALUE "P".
           02 TAR-FIJO-CENT        PIC  9(7).
           02 TAR-PORCEN-PB        PIC  9(5).
           02 TAR-MINIMO-CENT      PIC  9(7).
           02 TAR-MAXIMO-CENT      PIC  9(7).
           02 TAR-EXENTAS          PIC  9(3).
           02 TAR-DESCRIPCION      PIC  X(35).

      *    Traza de auditoria: cada cambio de tarifa deja su fila,
      *    con la operacion tarifada dentro del tipo.
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
       77 FSA                      PIC  X(2).
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
       77 OPERACION-CONSULTA       PIC  X(20).
       77 CANAL-CONSULTA           PIC  X(08).
       77 MODO-NUEVO               PIC  X(1).
           88 MODO-VALIDO           VALUE "F" "P".
       77 FIJO-NUEVO               PIC  9(7).
       77 PORCEN-NUEVO             PIC  9(5).
       77 MINIMO-NUEVO             PIC  9(7).
       77 MAXIMO-NUEVO             PIC  9(7).
       77 EXENTAS-NUEVAS           PIC  9(3).
       77 DESCRIPCION-NUEVA        PIC  X(35).
       77 LINEA-LISTA              PIC  9(2).
       77 TARIFA-ES-NUEVA          PIC  X(1).
           88 TARIFA-NUEVA          VALUE "S".
      *    S graba la tarifa, B la da de baja (solo si ya existia) y
      *    cualquier otra respuesta cancela.
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
           88 BAJA-OK               VALUE "B".

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 FILLER               PIC  X(7) VALUE "TARIFA ".
           05 AUD-TIPO-TARIFA      PIC  X(13).

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
           05 FILLER AUTO LINE 18 COL 40
               PIC X(20) USING OPERACION-CONSULTA.
           05 FILLER AUTO LINE 19 COL 40
               PIC X(08) USING CANAL-CONSULTA.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 48
               PIC X(1) USING MODO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 48
               PIC 9(7) USING FIJO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 48
               PIC 9(5) USING PORCEN-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 48
               PIC 9(7) USING MINIMO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 48
               PIC 9(7) USING MAXIMO-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 48
               PIC 9(3) USING EXENTAS-NUEVAS.
           05 FILLER AUTO LINE 16 COL 30
               PIC X(35) USING DESCRIPCION-NUEVA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 56
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE TARIFAS -- relacion de las comisiones por
      *    operacion y canal y alta, cambio o baja de una fila. Solo
      *    supervisores; cada cambio queda en la auditoria con el
      *    operador que lo hizo.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKTAR"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Tarifa de comisiones" LINE 2
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

      *    Relacion de las tarifas actuales (importes en centimos,
      *    porcentajes en puntos basicos).
       P1-LISTAR.
           OPEN I-O TARIFAS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Operacion           Canal    M   Fijo    PB"
               LINE 6 COL 2.
           DISPLAY "Minimo  Maximo Exe" LINE 6 COL 48.
           MOVE 6 TO LINEA-LISTA.

       P1-LISTAR-BUCLE.
           READ TARIFAS NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 15
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY TAR-OPERACION LINE LINEA-LISTA COL 2.
           DISPLAY TAR-CANAL LINE LINEA-LISTA COL 22.
           DISPLAY TAR-MODO LINE LINEA-LISTA COL 31.
           DISPLAY TAR-FIJO-CENT LINE LINEA-LISTA COL 33.
           DISPLAY TAR-PORCEN-PB LINE LINEA-LISTA COL 41.
           DISPLAY TAR-MINIMO-CENT LINE LINEA-LISTA COL 47.
           DISPLAY TAR-MAXIMO-CENT LINE LINEA-LISTA COL 55.
           DISPLAY TAR-EXENTAS LINE LINEA-LISTA COL 63.
           DISPLAY TAR-DESCRIPCION(1:13) LINE LINEA-LISTA COL 67.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE TARIFAS.

           INITIALIZE OPERACION-CONSULTA.
           INITIALIZE CANAL-CONSULTA.
           DISPLAY "Operacion a tarifar (o modificar):"
               LINE 18 COL 4.
           DISPLAY "Canal (programa):" LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF OPERACION-CONSULTA = SPACES OR CANAL-CONSULTA = SPACES
               GO TO IMPRIMIR-CABECERA.

       P2-EDITAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           OPEN I-O TARIFAS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.

           MOVE "N" TO TARIFA-ES-NUEVA.
           MOVE OPERACION-CONSULTA TO TAR-OPERACION.
           MOVE CANAL-CONSULTA     TO TAR-CANAL.
           READ TARIFAS INVALID KEY
               MOVE "S" TO TARIFA-ES-NUEVA
               MOVE OPERACION-CONSULTA TO TAR-OPERACION
               MOVE CANAL-CONSULTA     TO TAR-CANAL
               MOVE "F"    TO TAR-MODO
               MOVE 0      TO TAR-FIJO-CENT
               MOVE 0      TO TAR-PORCEN-PB
               MOVE 0      TO TAR-MINIMO-CENT
               MOVE 0      TO TAR-MAXIMO-CENT
               MOVE 0      TO TAR-EXENTAS
               MOVE SPACES TO TAR-DESCRIPCION.

           DISPLAY "Tarifa:" LINE 7 COL 15.
           DISPLAY TAR-OPERACION LINE 7 COL 30.
           DISPLAY TAR-CANAL LINE 7 COL 52.
           IF TARIFA-NUEVA
               DISPLAY "(nueva, se creara al confirmar)" LINE 8 COL 30
                   WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Modo (F fijo / P porcentaje):" LINE 10 COL 15.
           DISPLAY "Importe fijo (centimos):" LINE 11 COL 15.
           DISPLAY "Porcentaje (puntos basicos):" LINE 12 COL 15.
           DISPLAY "Minimo (centimos):" LINE 13 COL 15.
           DISPLAY "Maximo (centimos, 0 sin max):" LINE 14 COL 15.
           DISPLAY "Operaciones exentas al mes:" LINE 15 COL 15.
           DISPLAY "Concepto:" LINE 16 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           MOVE TAR-MODO        TO MODO-NUEVO.
           MOVE TAR-FIJO-CENT   TO FIJO-NUEVO.
           MOVE TAR-PORCEN-PB   TO PORCEN-NUEVO.
           MOVE TAR-MINIMO-CENT TO MINIMO-NUEVO.
           MOVE TAR-MAXIMO-CENT TO MAXIMO-NUEVO.
           MOVE TAR-EXENTAS     TO EXENTAS-NUEVAS.
           MOVE TAR-DESCRIPCION TO DESCRIPCION-NUEVA.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE TARIFAS
                   GO TO CANCELADO
               ELSE
                   CLOSE TARIFAS
                   GO TO P2-EDITAR.

           IF NOT MODO-VALIDO
                   OR (MAXIMO-NUEVO > 0 AND MAXIMO-NUEVO < MINIMO-NUEVO)
               DISPLAY "Modo F o P y maximo no menor que el minimo"
                   LINE 20 COL 18 WITH BACKGROUND-COLOR RED
               CLOSE TARIFAS
               GO TO P2-EDITAR-ERROR.

           IF TARIFA-NUEVA
               DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15
           ELSE
               DISPLAY "Confirma el cambio, o B para la baja (S/N/B):"
                   LINE 18 COL 9
           END-IF.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE TARIFAS
                   GO TO CANCELADO
               ELSE
                   CLOSE TARIFAS
                   GO TO P2-EDITAR.

           IF BAJA-OK AND NOT TARIFA-NUEVA
               DELETE TARIFAS RECORD INVALID KEY
                   CLOSE TARIFAS
                   GO TO PSYS-ERR
               END-DELETE
               CLOSE TARIFAS
               PERFORM ESCRIBIR-AUDITORIA
                   THRU ESCRIBIR-AUDITORIA-EXIT
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Tarifa dada de baja: la operacion ya no"
                   LINE 10 COL 20
               DISPLAY "cobrara comision por este canal"
                   LINE 12 COL 24
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           IF NOT CAMBIO-OK
               CLOSE TARIFAS
               GO TO CANCELADO.

           MOVE MODO-NUEVO        TO TAR-MODO.
           MOVE FIJO-NUEVO        TO TAR-FIJO-CENT.
           MOVE PORCEN-NUEVO      TO TAR-PORCEN-PB.
           MOVE MINIMO-NUEVO      TO TAR-MINIMO-CENT.
           MOVE MAXIMO-NUEVO      TO TAR-MAXIMO-CENT.
           MOVE EXENTAS-NUEVAS    TO TAR-EXENTAS.
           MOVE DESCRIPCION-NUEVA TO TAR-DESCRIPCION.
           IF TARIFA-NUEVA
               WRITE TARIFAS-REG INVALID KEY
                   CLOSE TARIFAS
                   GO TO PSYS-ERR
               END-WRITE
           ELSE
               REWRITE TARIFAS-REG INVALID KEY
                   CLOSE TARIFAS
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE TARIFAS.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarifa actualizada correctamente" LINE 10
               COL 24.
           DISPLAY "Se aplicara desde la proxima operacion"
               LINE 12 COL 21.
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
      *    tarifa, con el mismo esquema de contadores que BANKPAR; si
      *    la traza no se puede escribir no se frena el cambio.
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
           MOVE OPERACION-CONSULTA(1:13) TO AUD-TIPO-TARIFA.
           MOVE AUD-TIPO-COMP       TO AUD-TIPO.
           MOVE "BANKTAR"           TO AUD-PROGRAMA.
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
