           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.

           SELECT OPTIONAL EMISORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-CODIGO
           FILE STATUS IS FSE.


       DATA DIVISION.
       FILE SECTION.
      *    Agenda de beneficiarios por tarjeta: cada cliente guarda
      *    sus destinos habituales bajo un alias corto, y BANK6 los
      *    ofrece al ordenar una transferencia para no teclear de
      *    memoria la cuenta y el titular en cada envio. Tambien
      *    guarda las emisoras de recibos que paga a menudo, que
      *    BANKPAG ofrece con su referencia ya puesta.
       FD BENEFICIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.ubd".
               03 BEN-ALIAS        PIC  X(15).
           02 BEN-DESTINO          PIC  9(16).
           02 BEN-NOMBRE           PIC  X(35).
      *    Tipo de entrada: en blanco o "T" una cuenta de destino de
      *    transferencias, "E" una emisora de recibos y tributos (ver
      *    BANKPAG), con el codigo de emisora en BEN-DESTINO y la
      *    referencia de pagador en BEN-REFERENCIA.
           02 BEN-TIPO             PIC  X(1).
               88 BEN-ES-EMISORA         VALUE "E".
           02 BEN-REFERENCIA       PIC  9(13).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Diario electronico de sesiones de cliente (ver BANKDIA):
      *    el alta de un beneficiario queda apuntada para que la
      *    deteccion nocturna de fraude (ver BANKFRA) vea una
      *    transferencia grande hecha justo despues.
       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
       01 DIARIOCLI-REG.
           02 DCL-NUM              PIC  9(35).
           02 DCL-TARJETA          PIC  9(16).
           02 DCL-ANO              PIC   9(4).
           02 DCL-MES              PIC   9(2).
           02 DCL-DIA              PIC   9(2).
           02 DCL-HOR              PIC   9(2).
           02 DCL-MIN              PIC   9(2).
           02 DCL-SEG              PIC   9(2).
           02 DCL-OPERACION        PIC  X(20).
           02 DCL-IMPORTE-ENT      PIC S9(7).
           02 DCL-IMPORTE-DEC      PIC   9(2).
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).

      *    Maestro de emisoras de recibos y tributos (ver BANKEMS):
      *    solo se puede guardar una emisora activa y con una
      *    referencia que pase su control.
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


       WORKING-STORAGE SECTION.
       77 FSB                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 LAST-DCL-NUM             PIC  9(35).
       77 DCL-OPERACION-REG        PIC  X(20).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
               10 TB-ALIAS          PIC  X(15).
               10 TB-DESTINO        PIC  9(16).
               10 TB-NOMBRE         PIC  X(35).
               10 TB-TIPO           PIC  X(1).

       77 TOTAL-BEN                 PIC 9(5)  VALUE 0.
       77 LINEAS-POR-PAGINA         PIC 9(2)  VALUE 5.
       77 DESTINO-NUEVO             PIC  9(16).
       77 NOMBRE-NUEVO              PIC  X(35).
       77 ALIAS-BAJA                PIC  X(15).
       77 EMISORA-NUEVA             PIC  9(6).

      *    Referencia de pagador: once cifras de referencia y dos de
      *    control, el resto de dividir entre 97 el codigo de la
      *    emisora seguido de esas once cifras; solo se comprueba en
      *    las emisoras con control "S" (mismo calculo que BANKPAG).
       01 REFERENCIA-PAGO           PIC  9(13).
       01 REFERENCIA-PARTES REDEFINES REFERENCIA-PAGO.
           05 REF-BASE              PIC  9(11).
           05 REF-CONTROL           PIC  9(2).
       77 REF-CONTROL-CALC          PIC  9(2).
       77 REFERENCIA-VALIDA         PIC  X(1).
           88 REFERENCIA-OK          VALUE "S".
       77 CONFIRMADO-AGENDA         PIC  X(1).
           88 AGENDA-OK              VALUE "S".

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER AUTO LINE 14 COL 45
               PIC X(35) USING NOMBRE-NUEVO.

       01 ALTA-EMISORA-ACCEPT.
           05 FILLER AUTO LINE 10 COL 45
               PIC X(15) USING ALIAS-NUEVO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(6) USING EMISORA-NUEVA.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 45
               PIC 9(13) USING REFERENCIA-PAGO.

       01 BAJA-ACCEPT.
           05 FILLER AUTO LINE 10 COL 45
               PIC X(15) USING ALIAS-BAJA.
               PIC X(1) USING CONFIRMADO-AGENDA.


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE BEN-ALIAS   TO TB-ALIAS(TB-IDX).
           MOVE BEN-DESTINO TO TB-DESTINO(TB-IDX).
           MOVE BEN-NOMBRE  TO TB-NOMBRE(TB-IDX).
           MOVE BEN-TIPO    TO TB-TIPO(TB-IDX).
           GO TO CARGAR-AGENDA-BUCLE.

       CARGAR-AGENDA-EXIT.
           DISPLAY "de" LINE 20 COL 43.
           DISPLAY TOTAL-PAGINAS LINE 20 COL 46.

           DISPLAY "A Anadir  E Emisora  B Borrar  PgUp/PgDn"
               LINE 22 COL 4.
           DISPLAY "Opcion:" LINE 22 COL 45.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           IF OPCION-AGENDA = "A" OR OPCION-AGENDA = "a"
               GO TO ANADIR-BENEFICIARIO.
           IF OPCION-AGENDA = "E" OR OPCION-AGENDA = "e"
               GO TO ANADIR-EMISORA.
           IF OPCION-AGENDA = "B" OR OPCION-AGENDA = "b"
               GO TO BORRAR-BENEFICIARIO.
           GO TO MOSTRAR-PAGINA.

           SET TB-IDX TO FILA-TMP.
           DISPLAY TB-ALIAS(TB-IDX) LINE LINEA-PANTALLA COL 4.
           IF TB-TIPO(TB-IDX) = "E"
               DISPLAY "Emisora" LINE LINEA-PANTALLA COL 22
               DISPLAY TB-DESTINO(TB-IDX)(11:6) LINE LINEA-PANTALLA
                   COL 30
           ELSE
               DISPLAY TB-DESTINO(TB-IDX) LINE LINEA-PANTALLA COL 22
           END-IF.
           DISPLAY TB-NOMBRE(TB-IDX)(1:35) LINE LINEA-PANTALLA COL 42.

       MOSTRAR-LINEA-BEN-EXIT.
           MOVE ALIAS-NUEVO   TO BEN-ALIAS.
           MOVE DESTINO-NUEVO TO BEN-DESTINO.
           MOVE NOMBRE-NUEVO  TO BEN-NOMBRE.
           MOVE "T"           TO BEN-TIPO.
           MOVE 0             TO BEN-REFERENCIA.
           WRITE BENEFICIARIOS-REG INVALID KEY
               CLOSE BENEFICIARIOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Ya tiene un beneficiario con ese alias"
                   LINE 10 COL 21 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           CLOSE BENEFICIARIOS.
           MOVE "ALTA BENEFICIARIO" TO DCL-OPERACION-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.
           GO TO CARGAR-AGENDA.

      *    Alta de una emisora de recibos en la agenda: el codigo
      *    tiene que existir y estar activo en el maestro y la
      *    referencia pasar su control; el titular es el nombre de la
      *    emisora, no se teclea.
       ANADIR-EMISORA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anadir emisora de recibos" LINE 6 COL 27.
           INITIALIZE ALIAS-NUEVO.
           INITIALIZE EMISORA-NUEVA.
           INITIALIZE REFERENCIA-PAGO.
           DISPLAY "Alias:" LINE 10 COL 15.
           DISPLAY "Codigo de emisora:" LINE 12 COL 15.
           DISPLAY "Referencia de pagador:" LINE 14 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 22.

       ANADIR-EMISORA-ACCEPT.
           ACCEPT ALTA-EMISORA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-AGENDA
               ELSE
                   GO TO ANADIR-EMISORA-ACCEPT.

           IF ALIAS-NUEVO = SPACES OR EMISORA-NUEVA = 0
               DISPLAY "Alias y codigo de emisora son obligatorios"
                   LINE 20 COL 15 WITH BACKGROUND-COLOR RED
               GO TO ANADIR-EMISORA-ACCEPT.

           OPEN INPUT EMISORAS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           MOVE EMISORA-NUEVA TO EMI-CODIGO.
           READ EMISORAS INVALID KEY
               MOVE "B" TO EMI-ESTADO.
           CLOSE EMISORAS.

           IF EMI-ESTADO NOT = "A"
               DISPLAY "Emisora desconocida o dada de baja"
                   LINE 20 COL 15 WITH BACKGROUND-COLOR RED
               GO TO ANADIR-EMISORA-ACCEPT.

           PERFORM VALIDAR-REFERENCIA THRU VALIDAR-REFERENCIA-EXIT.
           IF NOT REFERENCIA-OK
               DISPLAY "La referencia no es valida para esa emisora"
                   LINE 20 COL 15 WITH BACKGROUND-COLOR RED
               GO TO ANADIR-EMISORA-ACCEPT.

           DISPLAY EMI-NOMBRE LINE 16 COL 15.
           DISPLAY "Confirma el alta (S/N):" LINE 18 COL 15.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-AGENDA
               ELSE
                   GO TO ANADIR-EMISORA.

           IF NOT AGENDA-OK
               GO TO CARGAR-AGENDA.

           OPEN I-O BENEFICIARIOS.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO PSYS-ERR.

           MOVE TNUM            TO BEN-TARJETA.
           MOVE ALIAS-NUEVO     TO BEN-ALIAS.
           MOVE EMISORA-NUEVA   TO BEN-DESTINO.
           MOVE EMI-NOMBRE      TO BEN-NOMBRE.
           MOVE "E"             TO BEN-TIPO.
           MOVE REFERENCIA-PAGO TO BEN-REFERENCIA.
           WRITE BENEFICIARIOS-REG INVALID KEY
               CLOSE BENEFICIARIOS
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO VOLVER-ENTER.

           CLOSE BENEFICIARIOS.
           MOVE "ALTA EMISORA" TO DCL-OPERACION-REG.
           PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-EXIT.
           GO TO CARGAR-AGENDA.

      *    Control de la referencia de pagador contra la emisora leida
      *    en EMISORAS-REG; las emisoras sin control ("N") aceptan
      *    cualquier referencia distinta de cero.
       VALIDAR-REFERENCIA.
           MOVE "N" TO REFERENCIA-VALIDA.
           IF REFERENCIA-PAGO = 0
               GO TO VALIDAR-REFERENCIA-EXIT.
           IF EMI-CONTROL NOT = "S"
               MOVE "S" TO REFERENCIA-VALIDA
               GO TO VALIDAR-REFERENCIA-EXIT.
           COMPUTE REF-CONTROL-CALC = FUNCTION MOD(
               (EMI-CODIGO * 100000000000) + REF-BASE, 97).
           IF REF-CONTROL-CALC = REF-CONTROL
               MOVE "S" TO REFERENCIA-VALIDA.

       VALIDAR-REFERENCIA-EXIT.
           EXIT.

       BORRAR-BENEFICIARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Borrar beneficiario" LINE 6 COL 30.
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.

      *    Apunta el alta del beneficiario o de la emisora (segun
      *    DCL-OPERACION-REG) en el diario electronico (ver BANKDIA),
      *    sin importe ni movimiento; si el diario o su
      *    contador no estan disponibles se renuncia al apunte, igual
      *    que en el resto de operaciones del cajero.
       ESCRIBIR-DIARIO.
           MOVE 0 TO LAST-DCL-NUM.
           OPEN I-O DIARIOCLI.
           IF FSU NOT = 00 AND FSU NOT = 05
               GO TO ESCRIBIR-DIARIO-EXIT.

           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               CLOSE DIARIOCLI
               GO TO ESCRIBIR-DIARIO-EXIT.
           MOVE "DIARIOCLI" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer apunte del diario: la secuencia se estrena aqui
               MOVE "DIARIOCLI" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   CLOSE DIARIOCLI
                   GO TO ESCRIBIR-DIARIO-EXIT.
           MOVE CNT-ULTIMO TO LAST-DCL-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               CLOSE DIARIOCLI
               GO TO ESCRIBIR-DIARIO-EXIT.
           CLOSE CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ADD 1 TO LAST-DCL-NUM.
           MOVE LAST-DCL-NUM        TO DCL-NUM.
           MOVE TNUM                TO DCL-TARJETA.
           MOVE ANO                 TO DCL-ANO.
           MOVE MES                 TO DCL-MES.
           MOVE DIA                 TO DCL-DIA.
           MOVE HORAS               TO DCL-HOR.
           MOVE MINUTOS             TO DCL-MIN.
           MOVE SEGUNDOS            TO DCL-SEG.
           MOVE DCL-OPERACION-REG   TO DCL-OPERACION.
           MOVE 0                   TO DCL-IMPORTE-ENT.
           MOVE 0                   TO DCL-IMPORTE-DEC.
           MOVE "OK"                TO DCL-RESULTADO.
           MOVE 0                   TO DCL-MOVNUM.
           MOVE "BANKBEN"           TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

       ESCRIBIR-DIARIO-EXIT.
           EXIT.
