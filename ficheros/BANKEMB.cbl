       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEMB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-TARJETA WITH DUPLICATES
           FILE STATUS IS FSE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSK.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSC.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.


       DATA DIVISION.
       FILE SECTION.
      *    Ordenes de embargo judiciales y administrativas: referencia
      *    de la orden, organismo que la dicta, documento del titular,
      *    tarjeta embargada, cuenta del organismo a la que se remite
      *    y los importes ordenado, retenido (al alta y con los abonos
      *    posteriores, ver BANKEMC) y ya remitido (ver BANKEMR). Lo
      *    retenido y aun no remitido esta congelado en
      *    retenciones.ubd. Estado "A" en curso, "C" cubierta (todo
      *    retenido, falta remitir), "R" remitida por completo y "L"
      *    levantada por el organismo.
       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGOS-REG.
           02 EMB-NUM              PIC  9(35).
           02 EMB-REFERENCIA       PIC  X(20).
           02 EMB-ORGANISMO        PIC  X(35).
           02 EMB-DOCUMENTO        PIC  X(12).
           02 EMB-TARJETA          PIC  9(16).
           02 EMB-CUENTA-DESTINO   PIC  9(16).
           02 EMB-IMPORTE-CENT     PIC  9(9).
           02 EMB-RETENIDO-CENT    PIC  9(9).
           02 EMB-REMITIDO-CENT    PIC  9(9).
           02 EMB-ESTADO           PIC  X(1).
               88 EMB-EN-CURSO           VALUE "A".
               88 EMB-CUBIERTO           VALUE "C".
               88 EMB-REMITIDO           VALUE "R".
               88 EMB-LEVANTADO          VALUE "L".
           02 EMB-F-ALTA           PIC  9(8).
           02 EMB-F-REMESA         PIC  9(8).
           02 EMB-REMESAS          PIC  9(3).
           02 EMB-F-LEVANTAMIENTO  PIC  9(8).
           02 EMB-OPERADOR         PIC  X(08).
           02 EMB-AUTORIZADOR      PIC  X(08).

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

      *    Maestro de clientes (ver BANKCLI): el documento del titular
      *    de cada cuenta.
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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAS-REG.
           02 CTA-TARJETA          PIC  9(16).
           02 CTA-SALDO-ENT        PIC S9(9).
           02 CTA-SALDO-DEC        PIC  9(2).

      *    Retenciones de saldo (ver BANK6). La de un embargo lleva un
      *    2 en la primera cifra de RET-NUM seguido del numero de la
      *    orden, y su importe es lo retenido y aun no remitido.
       FD RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
       01 RETENCIONES-REG.
           02 RET-NUM              PIC  9(35).
           02 RET-TARJETA          PIC  9(16).
           02 RET-ANO              PIC   9(4).
           02 RET-MES              PIC   9(2).
           02 RET-DIA              PIC   9(2).
           02 RET-IMPORTE-ENT      PIC   9(7).
           02 RET-IMPORTE-DEC      PIC   9(2).
           02 RET-ESTADO           PIC  X(1).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Traza de auditoria: el alta de una orden deja su fila con
      *    el operador, y el levantamiento ademas con el supervisor.
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


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSD                      PIC  X(2).

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
       77 F-ACTUAL                 PIC  9(8).
       77 ORDEN-CONSULTA           PIC  9(10).
       77 ORDEN-INICIO             PIC  9(10) VALUE 0.
       77 LINEA-LISTA              PIC  9(2).

      *    Datos tecleados en el alta de la orden
       77 DOCUMENTO-ALTA           PIC  X(12).
       77 TARJETA-ALTA             PIC  9(16).
       77 REFERENCIA-ALTA          PIC  X(20).
       77 ORGANISMO-ALTA           PIC  X(35).
       77 EUROS-ALTA               PIC  9(7).
       77 CENTIMOS-ALTA            PIC  9(2).
       77 DESTINO-ALTA             PIC  9(16).
       77 CONFIRMADO-ALTA          PIC  X(1).
           88 ALTA-OK                VALUE "S" "s".
       77 OPCION-ORDEN             PIC  X(1).
           88 OPCION-LEVANTAR        VALUE "L" "l".

      *    Tarjetas vivas cuyo titular tiene el documento tecleado
       01 TABLA-TITULAR.
           05 TTI-ENTRY OCCURS 6 TIMES INDEXED BY TTI-IDX.
               10 TTI-TARJETA      PIC  9(16).
               10 TTI-CUENTA       PIC  9(16).
               10 TTI-NOMBRE       PIC  X(35).
       77 TOTAL-TITULAR            PIC  9(2).
       77 TARJETA-VALIDA           PIC  X(1).
           88 TARJETA-DEL-TITULAR    VALUE "S".

       77 CENT-SALDO               PIC S9(11).
       77 CENT-RETENIDO            PIC S9(11).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-ORDENADO            PIC  9(9).
       77 CENT-CONGELADO           PIC  9(9).
       77 CENT-PENDIENTE           PIC  9(9).

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (2 embargo) y el resto es
      *    el numero de la orden de embargo.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

      *    Presentacion de importes en pantalla
       77 IMPORTE-CENT-PANT        PIC  9(9).
       77 IMPORTE-ENT-PANT         PIC  Z(6)9.
       77 IMPORTE-DEC-PANT         PIC  9(2).
       77 ESTADO-PANT              PIC  X(20).

       77 LAST-EMB-NUM             PIC  9(35).
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
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ORDEN-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 19 COL 37
               PIC 9(10) USING ORDEN-CONSULTA.

       01 DOCUMENTO-ACCEPT.
           05 FILLER AUTO LINE 6 COL 40
               PIC X(12) USING DOCUMENTO-ALTA.

       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 40
               PIC 9(16) USING TARJETA-ALTA.
           05 FILLER AUTO LINE 16 COL 40
               PIC X(20) USING REFERENCIA-ALTA.
           05 FILLER AUTO LINE 17 COL 40
               PIC X(35) USING ORGANISMO-ALTA.
           05 FILLER BLANK ZERO AUTO LINE 18 COL 40
               PIC 9(7) USING EUROS-ALTA.
           05 FILLER AUTO LINE 18 COL 48
               PIC 9(2) USING CENTIMOS-ALTA.
           05 FILLER BLANK ZERO AUTO LINE 19 COL 40
               PIC 9(16) USING DESTINO-ALTA.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 21 COL 56
               PIC X(1) USING CONFIRMADO-ALTA.

       01 OPCION-ACCEPT.
           05 FILLER AUTO LINE 22 COL 50
               PIC X(1) USING OPCION-ORDEN.


      *    ORDENES DE EMBARGO -- la oficina registra las ordenes de
      *    embargo de juzgados y de la administracion tributaria y
      *    consulta su estado. Al registrar una orden se congela en
      *    retenciones.ubd el disponible de la tarjeta hasta el
      *    importe ordenado; lo que falte lo van capturando los abonos
      *    que entren despues (ver BANKEMC) y lo retenido lo remite
      *    BANKEMR al organismo por la camara, con su carta de
      *    contestacion. El levantamiento de una orden suelta lo
      *    retenido sin remitir y pide la aprobacion de un supervisor.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKEMB"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Ordenes de embargo" LINE 2 COL 25
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-ACTUAL = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Relacion de las ordenes a partir de la ultima consultada,
      *    con lo ordenado y lo retenido hasta ahora (E estado).
       P1-LISTAR.
           OPEN INPUT EMBARGOS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.

           DISPLAY "Orden      Referencia           Tarjeta" LINE 6
               COL 2.
           DISPLAY "Ordenado   Retenido E" LINE 6 COL 58.
           MOVE 6 TO LINEA-LISTA.

           MOVE ORDEN-INICIO TO EMB-NUM.
           START EMBARGOS KEY IS >= EMB-NUM
               INVALID KEY
                   GO TO P1-LISTAR-FIN.

       P1-LISTAR-BUCLE.
           READ EMBARGOS NEXT RECORD AT END
               GO TO P1-LISTAR-FIN.
           IF LINEA-LISTA > 16
               GO TO P1-LISTAR-FIN.
           ADD 1 TO LINEA-LISTA.
           DISPLAY EMB-NUM(26:10) LINE LINEA-LISTA COL 2.
           DISPLAY EMB-REFERENCIA LINE LINEA-LISTA COL 13.
           DISPLAY EMB-TARJETA LINE LINEA-LISTA COL 34.
           MOVE EMB-IMPORTE-CENT TO IMPORTE-CENT-PANT.
           PERFORM PARTIR-IMPORTE THRU PARTIR-IMPORTE-EXIT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-LISTA COL 51.
           DISPLAY "," LINE LINEA-LISTA COL 58.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-LISTA COL 59.
           MOVE EMB-RETENIDO-CENT TO IMPORTE-CENT-PANT.
           PERFORM PARTIR-IMPORTE THRU PARTIR-IMPORTE-EXIT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-LISTA COL 62.
           DISPLAY "," LINE LINEA-LISTA COL 69.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-LISTA COL 70.
           DISPLAY EMB-ESTADO LINE LINEA-LISTA COL 73.
           GO TO P1-LISTAR-BUCLE.

       P1-LISTAR-FIN.
           CLOSE EMBARGOS.

           INITIALIZE ORDEN-CONSULTA.
           DISPLAY "Orden a consultar (0 = alta):" LINE 19 COL 4.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT ORDEN-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF ORDEN-CONSULTA = 0
               GO TO ALTA-DOCUMENTO.
           MOVE ORDEN-CONSULTA TO ORDEN-INICIO.
           GO TO P3-CONSULTAR.

      *    Alta: primero el documento del titular, para ensenar las
      *    tarjetas vivas de sus cuentas entre las que se elige.
       ALTA-DOCUMENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE SPACES TO DOCUMENTO-ALTA.
           DISPLAY "Documento del titular embargado:" LINE 6 COL 6.
           DISPLAY "Enter - Buscar   ESC - Cancelar" LINE 24 COL 24.

           ACCEPT DOCUMENTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-DOCUMENTO.

           IF DOCUMENTO-ALTA = SPACES
               GO TO ALTA-DOCUMENTO.

           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-EXIT.
           IF TOTAL-TITULAR = 0
               DISPLAY "Ninguna tarjeta viva con ese documento" LINE 10
                   COL 20 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           MOVE TTI-TARJETA(1) TO TARJETA-ALTA.
           MOVE SPACES         TO REFERENCIA-ALTA.
           MOVE SPACES         TO ORGANISMO-ALTA.
           MOVE 0              TO EUROS-ALTA.
           MOVE 0              TO CENTIMOS-ALTA.
           MOVE 0              TO DESTINO-ALTA.

       ALTA-DATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Documento del titular embargado:" LINE 6 COL 6.
           DISPLAY DOCUMENTO-ALTA LINE 6 COL 40.
           DISPLAY "Tarjeta          Cuenta           Titular" LINE 7
               COL 6.
           SET TTI-IDX TO 1.
           MOVE 8 TO LINEA-LISTA.

       ALTA-DATOS-LISTA.
           IF TTI-IDX > TOTAL-TITULAR
               GO TO ALTA-DATOS-PEDIR.
           DISPLAY TTI-TARJETA(TTI-IDX) LINE LINEA-LISTA COL 6.
           DISPLAY TTI-CUENTA(TTI-IDX) LINE LINEA-LISTA COL 23.
           DISPLAY TTI-NOMBRE(TTI-IDX) LINE LINEA-LISTA COL 40.
           ADD 1 TO LINEA-LISTA.
           SET TTI-IDX UP BY 1.
           GO TO ALTA-DATOS-LISTA.

       ALTA-DATOS-PEDIR.
           DISPLAY "Tarjeta a embargar:" LINE 15 COL 6.
           DISPLAY "Referencia de la orden:" LINE 16 COL 6.
           DISPLAY "Organismo que la dicta:" LINE 17 COL 6.
           DISPLAY "Importe a embargar:" LINE 18 COL 6.
           DISPLAY "," LINE 18 COL 47.
           DISPLAY "EUR" LINE 18 COL 51.
           DISPLAY "Cuenta del organismo:" LINE 19 COL 6.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO ALTA-DATOS.

           MOVE "N" TO TARJETA-VALIDA.
           SET TTI-IDX TO 1.
           SEARCH TTI-ENTRY
               AT END
                   CONTINUE
               WHEN TTI-TARJETA(TTI-IDX) = TARJETA-ALTA
                   MOVE "S" TO TARJETA-VALIDA.
           IF TTI-IDX > TOTAL-TITULAR
               MOVE "N" TO TARJETA-VALIDA.
           IF NOT TARJETA-DEL-TITULAR
               DISPLAY "La tarjeta no es de ese titular" LINE 21
                   COL 6 WITH BACKGROUND-COLOR RED
               GO TO ALTA-ERROR.
           IF REFERENCIA-ALTA = SPACES OR ORGANISMO-ALTA = SPACES
               DISPLAY "Falta la referencia o el organismo" LINE 21
                   COL 6 WITH BACKGROUND-COLOR RED
               GO TO ALTA-ERROR.
           COMPUTE CENT-ORDENADO = (EUROS-ALTA * 100) + CENTIMOS-ALTA.
           IF CENT-ORDENADO = 0
               DISPLAY "El importe a embargar no puede ser cero"
                   LINE 21 COL 6 WITH BACKGROUND-COLOR RED
               GO TO ALTA-ERROR.
           IF DESTINO-ALTA = 0
               DISPLAY "Falta la cuenta del organismo" LINE 21
                   COL 6 WITH BACKGROUND-COLOR RED
               GO TO ALTA-ERROR.

           DISPLAY "Confirma el registro de la orden (S/N):" LINE 21
               COL 15.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO ALTA-DATOS.
           IF NOT ALTA-OK
               GO TO CANCELADO.

      *    Se congela ya lo que haya disponible, hasta lo ordenado;
      *    el resto lo iran capturando los abonos (ver BANKEMC).
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-EXIT.
           MOVE 0 TO CENT-CONGELADO.
           IF CENT-DISPONIBLE > 0
               MOVE CENT-ORDENADO TO CENT-CONGELADO
               IF CENT-DISPONIBLE < CENT-ORDENADO
                   MOVE CENT-DISPONIBLE TO CENT-CONGELADO
               END-IF
           END-IF.

           PERFORM RESERVAR-EMB-NUM THRU RESERVAR-EMB-NUM-EXIT.

           MOVE LAST-EMB-NUM    TO EMB-NUM.
           MOVE REFERENCIA-ALTA TO EMB-REFERENCIA.
           MOVE ORGANISMO-ALTA  TO EMB-ORGANISMO.
           MOVE DOCUMENTO-ALTA  TO EMB-DOCUMENTO.
           MOVE TARJETA-ALTA    TO EMB-TARJETA.
           MOVE DESTINO-ALTA    TO EMB-CUENTA-DESTINO.
           MOVE CENT-ORDENADO   TO EMB-IMPORTE-CENT.
           MOVE CENT-CONGELADO  TO EMB-RETENIDO-CENT.
           MOVE 0               TO EMB-REMITIDO-CENT.
           MOVE "A"             TO EMB-ESTADO.
           IF CENT-CONGELADO = CENT-ORDENADO
               MOVE "C" TO EMB-ESTADO.
           MOVE F-ACTUAL        TO EMB-F-ALTA.
           MOVE 0               TO EMB-F-REMESA.
           MOVE 0               TO EMB-REMESAS.
           MOVE 0               TO EMB-F-LEVANTAMIENTO.
           MOVE IDO-OPERADOR    TO EMB-OPERADOR.
           MOVE SPACES          TO EMB-AUTORIZADOR.

           OPEN I-O EMBARGOS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           WRITE EMBARGOS-REG INVALID KEY
               CLOSE EMBARGOS
               GO TO PSYS-ERR.
           CLOSE EMBARGOS.

      *    la retencion nace aunque hoy no haya nada que congelar,
      *    para que los abonos la vayan subiendo
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               GO TO PSYS-ERR.
           MOVE 2            TO CRT-ORIGEN.
           MOVE LAST-EMB-NUM TO CRT-NUMERO.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           MOVE TARJETA-ALTA TO RET-TARJETA.
           MOVE ANO          TO RET-ANO.
           MOVE MES          TO RET-MES.
           MOVE DIA          TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-CONGELADO / 100.
           MOVE FUNCTION MOD(CENT-CONGELADO, 100) TO RET-IMPORTE-DEC.
           MOVE "A"          TO RET-ESTADO.
           WRITE RETENCIONES-REG INVALID KEY
               CLOSE RETENCIONES
               GO TO PSYS-ERR.
           CLOSE RETENCIONES.

           MOVE "EMBARGO ALTA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de embargo registrada con el numero" LINE 8
               COL 15.
           DISPLAY LAST-EMB-NUM(26:10) LINE 8 COL 57.
           DISPLAY "Retenido hoy:" LINE 10 COL 15.
           MOVE CENT-CONGELADO TO IMPORTE-CENT-PANT.
           PERFORM PARTIR-IMPORTE THRU PARTIR-IMPORTE-EXIT.
           DISPLAY IMPORTE-ENT-PANT LINE 10 COL 40.
           DISPLAY "," LINE 10 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 10 COL 48.
           DISPLAY "EUR" LINE 10 COL 51.
           COMPUTE CENT-PENDIENTE = CENT-ORDENADO - CENT-CONGELADO.
           DISPLAY "Pendiente de cubrir:" LINE 11 COL 15.
           MOVE CENT-PENDIENTE TO IMPORTE-CENT-PANT.
           PERFORM PARTIR-IMPORTE THRU PARTIR-IMPORTE-EXIT.
           DISPLAY IMPORTE-ENT-PANT LINE 11 COL 40.
           DISPLAY "," LINE 11 COL 47.
           DISPLAY IMPORTE-DEC-PANT LINE 11 COL 48.
           DISPLAY "EUR" LINE 11 COL 51.
           IF CENT-PENDIENTE > 0
               DISPLAY "Los proximos abonos quedaran retenidos hasta"
                   LINE 13 COL 15
               DISPLAY "cubrir la orden" LINE 14 COL 15.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       ALTA-ERROR.
           DISPLAY "Enter - Corregir" LINE 24 COL 33.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO ALTA-DATOS
           ELSE
               GO TO ALTA-ERROR.
           GO TO ALTA-DATOS.

      *    Consulta de una orden con sus importes; la que sigue viva
      *    puede levantarse.
       P3-CONSULTAR.
           OPEN INPUT EMBARGOS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           MOVE ORDEN-CONSULTA TO EMB-NUM.
           READ EMBARGOS INVALID KEY
               CLOSE EMBARGOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "No existe una orden con ese numero" LINE 10
                   COL 23 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.
           CLOSE EMBARGOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de embargo" LINE 6 COL 15.
           DISPLAY EMB-NUM(26:10) LINE 6 COL 32.
           DISPLAY "Referencia:" LINE 7 COL 15.
           DISPLAY EMB-REFERENCIA LINE 7 COL 37.
           DISPLAY "Organismo:" LINE 8 COL 15.
           DISPLAY EMB-ORGANISMO LINE 8 COL 37.
           DISPLAY "Documento:" LINE 9 COL 15.
           DISPLAY EMB-DOCUMENTO LINE 9 COL 37.
           DISPLAY "Tarjeta:" LINE 10 COL 15.
           DISPLAY EMB-TARJETA LINE 10 COL 37.
           DISPLAY "Cuenta del organismo:" LINE 11 COL 15.
           DISPLAY EMB-CUENTA-DESTINO LINE 11 COL 37.
           DISPLAY "Importe ordenado:" LINE 13 COL 15.
           MOVE EMB-IMPORTE-CENT TO IMPORTE-CENT-PANT.
           MOVE 13 TO LINEA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Retenido en total:" LINE 14 COL 15.
           MOVE EMB-RETENIDO-CENT TO IMPORTE-CENT-PANT.
           MOVE 14 TO LINEA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Remitido al organismo:" LINE 15 COL 15.
           MOVE EMB-REMITIDO-CENT TO IMPORTE-CENT-PANT.
           MOVE 15 TO LINEA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.
           DISPLAY "Congelado sin remitir:" LINE 16 COL 15.
           COMPUTE IMPORTE-CENT-PANT = EMB-RETENIDO-CENT
                                       - EMB-REMITIDO-CENT.
           MOVE 16 TO LINEA-LISTA.
           PERFORM MOSTRAR-IMPORTE THRU MOSTRAR-IMPORTE-EXIT.

           EVALUATE TRUE
               WHEN EMB-EN-CURSO
                   MOVE "En curso" TO ESTADO-PANT
               WHEN EMB-CUBIERTO
                   MOVE "Cubierta" TO ESTADO-PANT
               WHEN EMB-REMITIDO
                   MOVE "Remitida" TO ESTADO-PANT
               WHEN EMB-LEVANTADO
                   MOVE "Levantada" TO ESTADO-PANT
               WHEN OTHER
                   MOVE EMB-ESTADO TO ESTADO-PANT
           END-EVALUATE.
           DISPLAY "Estado:" LINE 18 COL 15.
           DISPLAY ESTADO-PANT LINE 18 COL 37.
           DISPLAY "Alta:" LINE 19 COL 15.
           DISPLAY EMB-F-ALTA LINE 19 COL 37.
           IF EMB-REMESAS > 0
               DISPLAY "Remesas:" LINE 20 COL 15
               DISPLAY EMB-REMESAS LINE 20 COL 37
               DISPLAY "ultima" LINE 20 COL 42
               DISPLAY EMB-F-REMESA LINE 20 COL 49.

           IF NOT EMB-EN-CURSO AND NOT EMB-CUBIERTO
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           MOVE SPACES TO OPCION-ORDEN.
           DISPLAY "L - Levantar la orden (supervisor):" LINE 22
               COL 15.
           DISPLAY "Enter - Volver" LINE 24 COL 33.
           ACCEPT OPCION-ACCEPT ON EXCEPTION
               GO TO IMPRIMIR-CABECERA.
           IF NOT OPCION-LEVANTAR
               GO TO IMPRIMIR-CABECERA.

      *    El levantamiento tiene doble control: no se suelta lo
      *    retenido sin la aprobacion de un supervisor.
           MOVE "A" TO IDO-MODO.
           MOVE SPACES TO IDO-MOTIVO.
           STRING "Levantar el embargo " DELIMITED BY SIZE
                  EMB-NUM(26:10)         DELIMITED BY SIZE
               INTO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Levantamiento no autorizado" LINE 10 COL 26
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO FIN-ENTER.

           OPEN I-O EMBARGOS.
           IF FSE NOT = 00
               GO TO PSYS-ERR.
           MOVE ORDEN-CONSULTA TO EMB-NUM.
           READ EMBARGOS INVALID KEY
               CLOSE EMBARGOS
               GO TO PSYS-ERR.
           MOVE "L"             TO EMB-ESTADO.
           MOVE F-ACTUAL        TO EMB-F-LEVANTAMIENTO.
           MOVE IDO-AUTORIZADOR TO EMB-AUTORIZADOR.
           REWRITE EMBARGOS-REG INVALID KEY
               CLOSE EMBARGOS
               GO TO PSYS-ERR.
           CLOSE EMBARGOS.

           OPEN I-O RETENCIONES.
           IF FSW = 00
               MOVE 2       TO CRT-ORIGEN
               MOVE EMB-NUM TO CRT-NUMERO
               MOVE CLAVE-RETENCION-NUM TO RET-NUM
               READ RETENCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO RET-ESTADO
                       REWRITE RETENCIONES-REG INVALID KEY
                           CONTINUE
                       END-REWRITE
               END-READ
               CLOSE RETENCIONES.

           MOVE EMB-TARJETA        TO TARJETA-ALTA.
           MOVE "EMBARGO LEVANTADO" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden levantada: lo retenido sin remitir queda"
               LINE 10 COL 16.
           DISPLAY "de nuevo disponible para el cliente" LINE 11
               COL 16.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha registrado nada"
               LINE 10 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Recorre tarjetas.ubd y se queda con las tarjetas no
      *    canceladas cuya cuenta tiene por titular el documento
      *    tecleado (ver BANKCLI).
       BUSCAR-TITULAR.
           MOVE 0 TO TOTAL-TITULAR.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT CLIENTES.
           IF FSK NOT = 00
               CLOSE TARJETAS
               GO TO BUSCAR-TITULAR-EXIT.

       BUSCAR-TITULAR-BUCLE.
           READ TARJETAS NEXT RECORD AT END
               GO TO BUSCAR-TITULAR-FIN.
           IF TESTADO = "C"
               GO TO BUSCAR-TITULAR-BUCLE.
           MOVE NUMERO-CUENTA TO CLI-CUENTA.
           READ CLIENTES INVALID KEY
               GO TO BUSCAR-TITULAR-BUCLE.
           IF CLI-DOCUMENTO NOT = DOCUMENTO-ALTA
               GO TO BUSCAR-TITULAR-BUCLE.
           IF TOTAL-TITULAR = 6
               GO TO BUSCAR-TITULAR-FIN.
           ADD 1 TO TOTAL-TITULAR.
           MOVE TNUM          TO TTI-TARJETA(TOTAL-TITULAR).
           MOVE NUMERO-CUENTA TO TTI-CUENTA(TOTAL-TITULAR).
           MOVE CLI-NOMBRE    TO TTI-NOMBRE(TOTAL-TITULAR).
           GO TO BUSCAR-TITULAR-BUCLE.

       BUSCAR-TITULAR-FIN.
           CLOSE TARJETAS.
           CLOSE CLIENTES.

       BUSCAR-TITULAR-EXIT.
           EXIT.

      *    Disponible de la tarjeta: saldo menos retenciones activas,
      *    con la misma regla que BANK2 y BANK4.
       CALCULAR-DISPONIBLE.
           MOVE 0 TO CENT-SALDO.
           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ALTA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.
      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           CLOSE CUENTAS.

           MOVE 0 TO CENT-RETENIDO.
           OPEN INPUT RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               GO TO CALCULAR-DISPONIBLE-FIN.
           MOVE TARJETA-ALTA TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               CLOSE RETENCIONES
               GO TO CALCULAR-DISPONIBLE-FIN.

       CALCULAR-DISPONIBLE-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               CLOSE RETENCIONES
               GO TO CALCULAR-DISPONIBLE-FIN.
           IF RET-TARJETA NOT = TARJETA-ALTA
               CLOSE RETENCIONES
               GO TO CALCULAR-DISPONIBLE-FIN.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO = CENT-RETENIDO
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           GO TO CALCULAR-DISPONIBLE-BUCLE.

       CALCULAR-DISPONIBLE-FIN.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - CENT-RETENIDO.

       CALCULAR-DISPONIBLE-EXIT.
           EXIT.

      *    Reserva el numero de la orden en el contador "EMBARGOS",
      *    que se estrena con la primera.
       RESERVAR-EMB-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "EMBARGOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "EMBARGOS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-EMB-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-EMB-NUM.

       RESERVAR-EMB-NUM-EXIT.
           EXIT.

      *    Parte IMPORTE-CENT-PANT en euros y centimos para pantalla.
       PARTIR-IMPORTE.
           COMPUTE IMPORTE-ENT-PANT = IMPORTE-CENT-PANT / 100.
           MOVE FUNCTION MOD(IMPORTE-CENT-PANT, 100)
               TO IMPORTE-DEC-PANT.

       PARTIR-IMPORTE-EXIT.
           EXIT.

      *    Importe de la consulta en la linea LINEA-LISTA.
       MOSTRAR-IMPORTE.
           PERFORM PARTIR-IMPORTE THRU PARTIR-IMPORTE-EXIT.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-LISTA COL 37.
           DISPLAY "," LINE LINEA-LISTA COL 44.
           DISPLAY IMPORTE-DEC-PANT LINE LINEA-LISTA COL 45.
           DISPLAY "EUR" LINE LINEA-LISTA COL 48.

       MOSTRAR-IMPORTE-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria del alta o del
      *    levantamiento de la orden; si la traza no se puede
      *    escribir no se deshace la operacion.
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
           MOVE TARJETA-ALTA        TO AUD-TARJETA.
           MOVE ANO                 TO AUD-ANO.
           MOVE MES                 TO AUD-MES.
           MOVE DIA                 TO AUD-DIA.
           MOVE HORAS               TO AUD-HOR.
           MOVE MINUTOS             TO AUD-MIN.
           MOVE SEGUNDOS            TO AUD-SEG.
           MOVE AUD-TIPO-REG        TO AUD-TIPO.
           MOVE "BANKEMB"           TO AUD-PROGRAMA.
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
