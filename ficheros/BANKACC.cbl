       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKACC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVE-NUM
           FILE STATUS IS FSE.

           SELECT ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL ACCESOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUM
           ALTERNATE RECORD KEY IS ACC-ENTRADA WITH DUPLICATES
           FILE STATUS IS FSA.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTOS-REG.
           02 EVE-NUM               PIC  9(7).
           02 EVE-NOMBRE            PIC  X(35).
           02 EVE-ANO               PIC   9(4).
           02 EVE-MES               PIC   9(2).
           02 EVE-DIA               PIC   9(2).
           02 EVE-PRECIO-ENT        PIC   9(5).
           02 EVE-PRECIO-DEC        PIC   9(2).
           02 EVE-AFORO             PIC   9(5).
           02 EVE-DISPONIBLES       PIC   9(5).
      *    ver BANKEVT: "C" cancelado, cualquier otro valor activo
           02 EVE-ESTADO            PIC   X(1).

       FD ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADAS-REG.
           02 ENT-NUM               PIC  9(35).
           02 ENT-EVENTO            PIC   9(7).
           02 ENT-TARJETA           PIC  9(16).
           02 ENT-ANO               PIC   9(4).
           02 ENT-MES               PIC   9(2).
           02 ENT-DIA               PIC   9(2).
           02 ENT-HOR               PIC   9(2).
           02 ENT-MIN               PIC   9(2).
           02 ENT-SEG               PIC   9(2).
           02 ENT-PRECIO-ENT        PIC   9(5).
           02 ENT-PRECIO-DEC        PIC   9(2).
      *    "D" devuelta; cualquier otro valor, vendida
           02 ENT-ESTADO            PIC   X(1).
      *    fila y butaca asignadas en eventos con plano (ver BANK8);
      *    a cero en las entradas sin numerar
           02 ENT-FILA              PIC   9(3).
           02 ENT-BUTACA            PIC   9(3).

      *    Control de acceso a los eventos: una fila por cada lectura
      *    en la puerta, admitida o rechazada, con el localizador de
      *    la entrada (ENT-NUM; el tecleado si no existe), el evento
      *    que se controla, la fila y butaca, la hora y el operador.
      *    Resultado "OK" admitida; rechazos "NE" no existe, "DV"
      *    devuelta, "EV" de otro evento, "FE" el evento no es hoy y
      *    "US" ya usada. La entrada admitida es la que cuenta como
      *    asistencia en BANKASI.
       FD ACCESOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesos.ubd".
       01 ACCESOS-REG.
           02 ACC-NUM               PIC  9(35).
           02 ACC-ENTRADA           PIC  9(35).
           02 ACC-EVENTO            PIC   9(7).
           02 ACC-FILA              PIC   9(3).
           02 ACC-BUTACA            PIC   9(3).
           02 ACC-ANO               PIC   9(4).
           02 ACC-MES               PIC   9(2).
           02 ACC-DIA               PIC   9(2).
           02 ACC-HOR               PIC   9(2).
           02 ACC-MIN               PIC   9(2).
           02 ACC-SEG               PIC   9(2).
           02 ACC-RESULTADO         PIC   X(2).
           02 ACC-OPERADOR          PIC   X(08).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSA                      PIC  X(2).
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
       77 F-HOY                    PIC  9(8).

      *    Evento que se controla en esta puerta
       77 EVENTO-CONTROL           PIC  9(7).
       77 NOMBRE-CONTROL           PIC  X(35).
       77 F-EVENTO                 PIC  9(8).
       77 DIA-EVENTO               PIC  9(2).
       77 MES-EVENTO               PIC  9(2).
       77 ANO-EVENTO               PIC  9(4).

      *    Lectura de la entrada: por localizador o por fila y butaca
       77 LOCALIZADOR              PIC  9(35).
       77 FILA-LEIDA               PIC  9(3).
       77 BUTACA-LEIDA             PIC  9(3).
       77 ENT-NUM-DEVUELTA         PIC  9(35).
       77 HAY-DEVUELTA             PIC  X(1).
           88 SOLO-DEVUELTA         VALUE "S".
       77 ENTRADA-HALLADA          PIC  X(1).
           88 ENTRADA-EXISTE        VALUE "S".
       77 ENTRADA-NUM              PIC  9(35).
       77 ENTRADA-EVENTO           PIC  9(7).
       77 ENTRADA-ESTADO           PIC  X(1).
       77 ENTRADA-FILA             PIC  9(3).
       77 ENTRADA-BUTACA           PIC  9(3).

       77 RESULTADO-ACCESO         PIC  X(2).
           88 ACCESO-ADMITIDO       VALUE "OK".
       77 MOTIVO-PANT              PIC  X(40).
       77 HORA-USO                 PIC  9(2).
       77 MINUTO-USO               PIC  9(2).
       77 LAST-ACC-NUM             PIC  9(35).

       77 ADMITIDAS-SESION         PIC  9(5) VALUE 0.
       77 RECHAZADAS-SESION        PIC  9(5) VALUE 0.
       77 MENSAJE-ERROR            PIC  X(45).

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

       01 EVENTO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(7) USING EVENTO-CONTROL.

       01 LECTURA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 30
               PIC 9(35) USING LOCALIZADOR.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 30
               PIC 9(3) USING FILA-LEIDA.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 36
               PIC 9(3) USING BUTACA-LEIDA.


      *    CONTROL DE ACCESO A EVENTOS -- el personal de la puerta
      *    elige el evento del dia y va leyendo las entradas, por su
      *    localizador o por fila y butaca. Se rechaza la entrada que
      *    no existe, la devuelta, la de otro evento, la de un evento
      *    que no se celebra hoy y la que ya entro; la admitida queda
      *    marcada con la hora de entrada en accesos.ubd, donde
      *    tambien quedan los rechazos para el informe de asistencia
      *    (ver BANKASI).
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKACC"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.
           MOVE SPACES TO MENSAJE-ERROR.
           GO TO P1-EVENTO.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Control de acceso a eventos" LINE 2
               COL 20 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Evento que se va a controlar. El cancelado no se admite;
      *    el que no es hoy se admite con aviso, pero todas sus
      *    entradas se rechazaran por fecha.
       P1-EVENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF MENSAJE-ERROR NOT = SPACES
               DISPLAY MENSAJE-ERROR LINE 16 COL 15
                   WITH BACKGROUND-COLOR RED
               MOVE SPACES TO MENSAJE-ERROR.

           INITIALIZE EVENTO-CONTROL.
           DISPLAY "Numero de evento a controlar:" LINE 8 COL 10.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT EVENTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO P1-EVENTO.

           OPEN INPUT EVENTOS.
           IF FSE NOT = 00
               GO TO PSYS-ERR.
           MOVE EVENTO-CONTROL TO EVE-NUM.
           READ EVENTOS INVALID KEY
               CLOSE EVENTOS
               MOVE "No existe un evento con ese numero"
                   TO MENSAJE-ERROR
               GO TO P1-EVENTO.
           CLOSE EVENTOS.

           IF EVE-ESTADO = "C"
               MOVE "Ese evento esta cancelado" TO MENSAJE-ERROR
               GO TO P1-EVENTO.

           MOVE EVE-NOMBRE TO NOMBRE-CONTROL.
           MOVE EVE-DIA    TO DIA-EVENTO.
           MOVE EVE-MES    TO MES-EVENTO.
           MOVE EVE-ANO    TO ANO-EVENTO.
           COMPUTE F-EVENTO = (EVE-ANO * 10000) + (EVE-MES * 100)
                              + EVE-DIA.
           MOVE 0 TO ADMITIDAS-SESION.
           MOVE 0 TO RECHAZADAS-SESION.

      *    Lectura de una entrada: localizador, o fila y butaca del
      *    evento que se controla si el localizador va a cero.
       P2-LECTURA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-EVENTO THRU MOSTRAR-EVENTO-EXIT.
           IF MENSAJE-ERROR NOT = SPACES
               DISPLAY MENSAJE-ERROR LINE 16 COL 15
                   WITH BACKGROUND-COLOR RED
               MOVE SPACES TO MENSAJE-ERROR.

           INITIALIZE LOCALIZADOR.
           INITIALIZE FILA-LEIDA.
           INITIALIZE BUTACA-LEIDA.
           DISPLAY "Localizador:" LINE 12 COL 10.
           DISPLAY "o fila / butaca:" LINE 14 COL 10.
           DISPLAY "/" LINE 14 COL 34.
           DISPLAY "Enter - Comprobar   ESC - Cambiar de evento"
               LINE 24 COL 18.

           ACCEPT LECTURA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO P1-EVENTO
               ELSE
                   GO TO P2-LECTURA.

           IF LOCALIZADOR = 0
                   AND (FILA-LEIDA = 0 OR BUTACA-LEIDA = 0)
               MOVE "Teclee el localizador o la fila y la butaca"
                   TO MENSAJE-ERROR
               GO TO P2-LECTURA.

           PERFORM BUSCAR-ENTRADA THRU BUSCAR-ENTRADA-EXIT.
           PERFORM VALIDAR-ENTRADA THRU VALIDAR-ENTRADA-EXIT.
           PERFORM ANOTAR-ACCESO THRU ANOTAR-ACCESO-EXIT.

      *    Resultado de la lectura, en verde o en rojo.
       P3-RESULTADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-EVENTO THRU MOSTRAR-EVENTO-EXIT.

           IF ACCESO-ADMITIDO
               ADD 1 TO ADMITIDAS-SESION
               DISPLAY "ACCESO PERMITIDO" LINE 11 COL 32
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS GREEN
           ELSE
               ADD 1 TO RECHAZADAS-SESION
               DISPLAY "ACCESO DENEGADO" LINE 11 COL 32
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED
               DISPLAY MOTIVO-PANT LINE 13 COL 20
                   WITH BACKGROUND-COLOR RED
           END-IF.

           IF RESULTADO-ACCESO = "US"
               DISPLAY "Entro a las" LINE 14 COL 20
               DISPLAY HORA-USO LINE 14 COL 32
               DISPLAY ":" LINE 14 COL 34
               DISPLAY MINUTO-USO LINE 14 COL 35.

           IF ENTRADA-EXISTE
               DISPLAY "Localizador:" LINE 16 COL 10
               DISPLAY ENTRADA-NUM LINE 16 COL 23
               IF ENTRADA-FILA > 0
                   DISPLAY "Fila:" LINE 17 COL 10
                   DISPLAY ENTRADA-FILA LINE 17 COL 23
                   DISPLAY "Butaca:" LINE 17 COL 30
                   DISPLAY ENTRADA-BUTACA LINE 17 COL 38
               END-IF
           END-IF.

           DISPLAY "Admitidas:" LINE 20 COL 10.
           DISPLAY ADMITIDAS-SESION LINE 20 COL 22.
           DISPLAY "Rechazadas:" LINE 20 COL 32.
           DISPLAY RECHAZADAS-SESION LINE 20 COL 44.
           DISPLAY "Enter - Siguiente entrada" LINE 24 COL 28.

       P3-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO P2-LECTURA
           ELSE
               GO TO P3-ENTER.
           GO TO P2-LECTURA.

       MOSTRAR-EVENTO.
           DISPLAY "Evento:" LINE 6 COL 10.
           DISPLAY EVENTO-CONTROL LINE 6 COL 18.
           DISPLAY NOMBRE-CONTROL LINE 6 COL 27.
           DISPLAY "Fecha:" LINE 7 COL 10.
           DISPLAY DIA-EVENTO LINE 7 COL 18.
           DISPLAY "-" LINE 7 COL 20.
           DISPLAY MES-EVENTO LINE 7 COL 21.
           DISPLAY "-" LINE 7 COL 23.
           DISPLAY ANO-EVENTO LINE 7 COL 24.
           IF F-EVENTO NOT = F-HOY
               DISPLAY "El evento no es hoy: se rechazaran sus entradas"
                   LINE 8 COL 10 WITH FOREGROUND-COLOR IS YELLOW.

       MOSTRAR-EVENTO-EXIT.
           EXIT.

      *    Busca la entrada leida. Por fila y butaca se recorre
      *    entradas.ubd buscando la del evento que se controla; si la
      *    butaca tiene una entrada devuelta y otra vendida, vale la
      *    vendida.
       BUSCAR-ENTRADA.
           MOVE "N" TO ENTRADA-HALLADA.
           MOVE "N" TO HAY-DEVUELTA.
           OPEN INPUT ENTRADAS.
           IF FSN NOT = 00
               GO TO PSYS-ERR.

           IF LOCALIZADOR = 0
               GO TO BUSCAR-POR-BUTACA.

           MOVE LOCALIZADOR TO ENT-NUM.
           READ ENTRADAS INVALID KEY
               CLOSE ENTRADAS
               GO TO BUSCAR-ENTRADA-EXIT.
           PERFORM GUARDAR-ENTRADA THRU GUARDAR-ENTRADA-EXIT.
           CLOSE ENTRADAS.
           GO TO BUSCAR-ENTRADA-EXIT.

       BUSCAR-POR-BUTACA.
           READ ENTRADAS NEXT RECORD AT END
               GO TO BUSCAR-POR-BUTACA-FIN.
           IF ENT-EVENTO NOT = EVENTO-CONTROL
                   OR ENT-FILA NOT = FILA-LEIDA
                   OR ENT-BUTACA NOT = BUTACA-LEIDA
               GO TO BUSCAR-POR-BUTACA.
           IF ENT-ESTADO = "D"
               MOVE "S" TO HAY-DEVUELTA
               MOVE ENT-NUM TO ENT-NUM-DEVUELTA
               GO TO BUSCAR-POR-BUTACA.
           PERFORM GUARDAR-ENTRADA THRU GUARDAR-ENTRADA-EXIT.
           CLOSE ENTRADAS.
           GO TO BUSCAR-ENTRADA-EXIT.

       BUSCAR-POR-BUTACA-FIN.
           IF NOT SOLO-DEVUELTA
               CLOSE ENTRADAS
               GO TO BUSCAR-ENTRADA-EXIT.
           MOVE ENT-NUM-DEVUELTA TO ENT-NUM.
           READ ENTRADAS INVALID KEY
               CLOSE ENTRADAS
               GO TO BUSCAR-ENTRADA-EXIT.
           PERFORM GUARDAR-ENTRADA THRU GUARDAR-ENTRADA-EXIT.
           CLOSE ENTRADAS.

       BUSCAR-ENTRADA-EXIT.
           EXIT.

       GUARDAR-ENTRADA.
           MOVE "S"        TO ENTRADA-HALLADA.
           MOVE ENT-NUM    TO ENTRADA-NUM.
           MOVE ENT-EVENTO TO ENTRADA-EVENTO.
           MOVE ENT-ESTADO TO ENTRADA-ESTADO.
           MOVE ENT-FILA   TO ENTRADA-FILA.
           MOVE ENT-BUTACA TO ENTRADA-BUTACA.

       GUARDAR-ENTRADA-EXIT.
           EXIT.

      *    Decide el resultado de la lectura; la entrada ya usada es
      *    la que tiene una lectura admitida en accesos.ubd.
       VALIDAR-ENTRADA.
           IF NOT ENTRADA-EXISTE
               MOVE "NE" TO RESULTADO-ACCESO
               MOVE "No existe ninguna entrada con esos datos"
                   TO MOTIVO-PANT
               GO TO VALIDAR-ENTRADA-EXIT.

           IF ENTRADA-ESTADO = "D"
               MOVE "DV" TO RESULTADO-ACCESO
               MOVE "Entrada devuelta" TO MOTIVO-PANT
               GO TO VALIDAR-ENTRADA-EXIT.

           IF ENTRADA-EVENTO NOT = EVENTO-CONTROL
               MOVE "EV" TO RESULTADO-ACCESO
               MOVE "La entrada es de otro evento" TO MOTIVO-PANT
               GO TO VALIDAR-ENTRADA-EXIT.

           IF F-EVENTO NOT = F-HOY
               MOVE "FE" TO RESULTADO-ACCESO
               MOVE "El evento no se celebra hoy" TO MOTIVO-PANT
               GO TO VALIDAR-ENTRADA-EXIT.

           MOVE "OK" TO RESULTADO-ACCESO.
           MOVE SPACES TO MOTIVO-PANT.

           OPEN INPUT ACCESOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.
           MOVE ENTRADA-NUM TO ACC-ENTRADA.
           START ACCESOS KEY IS = ACC-ENTRADA INVALID KEY
               CLOSE ACCESOS
               GO TO VALIDAR-ENTRADA-EXIT.

       VALIDAR-USADA-BUCLE.
           READ ACCESOS NEXT RECORD AT END
               CLOSE ACCESOS
               GO TO VALIDAR-ENTRADA-EXIT.
           IF ACC-ENTRADA NOT = ENTRADA-NUM
               CLOSE ACCESOS
               GO TO VALIDAR-ENTRADA-EXIT.
           IF ACC-RESULTADO NOT = "OK"
               GO TO VALIDAR-USADA-BUCLE.
           CLOSE ACCESOS.
           MOVE "US" TO RESULTADO-ACCESO.
           MOVE "Entrada ya usada" TO MOTIVO-PANT.
           MOVE ACC-HOR TO HORA-USO.
           MOVE ACC-MIN TO MINUTO-USO.

       VALIDAR-ENTRADA-EXIT.
           EXIT.

      *    Graba la lectura en accesos.ubd, admitida o rechazada.
       ANOTAR-ACCESO.
           PERFORM RESERVAR-ACC-NUM THRU RESERVAR-ACC-NUM-EXIT.

           OPEN I-O ACCESOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE LAST-ACC-NUM    TO ACC-NUM.
           IF ENTRADA-EXISTE
               MOVE ENTRADA-NUM TO ACC-ENTRADA
               MOVE ENTRADA-FILA TO ACC-FILA
               MOVE ENTRADA-BUTACA TO ACC-BUTACA
           ELSE
               MOVE LOCALIZADOR TO ACC-ENTRADA
               MOVE FILA-LEIDA  TO ACC-FILA
               MOVE BUTACA-LEIDA TO ACC-BUTACA
           END-IF.
           MOVE EVENTO-CONTROL   TO ACC-EVENTO.
           MOVE ANO              TO ACC-ANO.
           MOVE MES              TO ACC-MES.
           MOVE DIA              TO ACC-DIA.
           MOVE HORAS            TO ACC-HOR.
           MOVE MINUTOS          TO ACC-MIN.
           MOVE SEGUNDOS         TO ACC-SEG.
           MOVE RESULTADO-ACCESO TO ACC-RESULTADO.
           MOVE IDO-OPERADOR     TO ACC-OPERADOR.
           WRITE ACCESOS-REG INVALID KEY
               CLOSE ACCESOS
               GO TO PSYS-ERR.
           CLOSE ACCESOS.

       ANOTAR-ACCESO-EXIT.
           EXIT.

      *    Reserva el numero de la lectura en el contador "ACCESOS",
      *    que se estrena con la primera.
       RESERVAR-ACC-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE "ACCESOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "ACCESOS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.
           MOVE CNT-ULTIMO TO LAST-ACC-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           CLOSE CONTADORES.
           ADD 1 TO LAST-ACC-NUM.

       RESERVAR-ACC-NUM-EXIT.
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
               GO TO P1-EVENTO
           ELSE
               GO TO FIN-ENTER.
           GO TO P1-EVENTO.

       9999-EXIT.
           STOP RUN.
