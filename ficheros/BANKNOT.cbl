       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKNOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-TARJETA
           FILE STATUS IS FSA.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSB.

           SELECT OPTIONAL NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-NUM
           ALTERNATE RECORD KEY IS NOT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSN.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
      *    Avisos por SMS que el cliente ha pedido (pantalla BANKAVI
      *    desde los ajustes de la tarjeta). Los dos umbrales van en
      *    centimos y a cero dejan el aviso apagado; el resto son
      *    interruptores "S"/"N". Sin fila la tarjeta no recibe avisos.
       FD AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
       01 AVISOS-REG.
           02 AVI-TARJETA          PIC  9(16).
           02 AVI-UMBRAL-CENT      PIC  9(9).
           02 AVI-SALDO-MIN-CENT   PIC  9(9).
           02 AVI-DEVOLUCION       PIC  X(1).
           02 AVI-SOBRES           PIC  X(1).
           02 AVI-PROGRAMADAS      PIC  X(1).
           02 AVI-CADUCIDAD        PIC  X(1).
           02 AVI-RECLAMACION      PIC  X(1).
           02 AVI-EVENTOS          PIC  X(1).

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

      *    Maestro de clientes (ver BANKCLI): el telefono del titular
      *    de la cuenta de la tarjeta es el destino del SMS.
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

      *    Bandeja de salida de SMS: una fila por aviso, con su
      *    referencia (contador "NOTIFICACION") y el estado de entrega
      *    (ver BANKSMS): "P" pendiente de enviar, "S" sacado a la
      *    pasarela en smsenvio.dat, y los que devuelve la pasarela,
      *    "A" aceptado, "E" entregado al movil, "F" fallido.
       FD NOTIFICACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "notificac.ubd".
       01 NOTIFICACIONES-REG.
           02 NOT-NUM              PIC  9(35).
           02 NOT-TARJETA          PIC  9(16).
           02 NOT-TELEFONO         PIC  9(9).
           02 NOT-EVENTO           PIC  X(2).
           02 NOT-ANO              PIC   9(4).
           02 NOT-MES              PIC   9(2).
           02 NOT-DIA              PIC   9(2).
           02 NOT-HOR              PIC   9(2).
           02 NOT-MIN              PIC   9(2).
           02 NOT-SEG              PIC   9(2).
           02 NOT-PROGRAMA         PIC  X(08).
           02 NOT-TEXTO            PIC  X(160).
           02 NOT-ESTADO           PIC  X(1).
               88 NOT-PENDIENTE          VALUE "P".
               88 NOT-EN-PASARELA        VALUE "S".
               88 NOT-ACEPTADO           VALUE "A".
               88 NOT-ENTREGADO          VALUE "E".
               88 NOT-FALLIDO            VALUE "F".
           02 NOT-F-ESTADO         PIC  9(8).
           02 NOT-H-ESTADO         PIC  9(6).
           02 NOT-MOTIVO           PIC  X(30).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSO                      PIC  X(2).

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

       77 TELEFONO-AVISO           PIC  9(9).
       77 AVISO-PEDIDO             PIC  X(1).
           88 AVISO-OK              VALUE "S".
       77 LAST-NOT-NUM             PIC  9(35).
       77 CENT-MAGNITUD            PIC  9(9).
       77 BLANCOS-IZQ              PIC  9(2).
       77 PUNTERO-TEXTO            PIC  9(3).

      *    Importe editado para el texto del SMS: la parte entera sin
      *    ceros a la izquierda, que se recorta antes de copiarla.
       01 IMPORTE-TEXTO.
           05 IMT-ENT              PIC  Z(8)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 IMT-DEC              PIC  9(2).
       77 SIGNO-TEXTO              PIC  X(1).

       LINKAGE SECTION.
      *    Peticion del programa llamante: tarjeta, evento, texto
      *    breve de lo ocurrido, importe de la operacion (0 si no
      *    procede) y saldo tras ella (solo para el saldo bajo), y el
      *    programa que avisa. Vuelve la referencia del aviso, o cero
      *    si la tarjeta no lo tiene pedido o no hay telefono.
       01 PETICION-AVISO.
           05 PAV-TARJETA          PIC  9(16).
           05 PAV-EVENTO           PIC  X(2).
               88 PAV-MOVIMIENTO         VALUE "MV".
               88 PAV-SALDO-BAJO         VALUE "SB".
               88 PAV-RECIBO-DEVUELTO    VALUE "DV".
               88 PAV-SOBRE-VERIFICADO   VALUE "SV".
               88 PAV-SOBRE-RECHAZADO    VALUE "SR".
               88 PAV-PROGRAMADA-CANCEL  VALUE "PC".
               88 PAV-CADUCIDAD          VALUE "CD".
               88 PAV-RECLAMACION        VALUE "RR".
               88 PAV-EVENTO-CANCELADO   VALUE "EC".
           05 PAV-DESCRIPCION      PIC  X(60).
           05 PAV-IMPORTE-CENT     PIC S9(9).
           05 PAV-SALDO-CENT       PIC S9(9).
           05 PAV-PROGRAMA         PIC  X(08).
           05 PAV-REFERENCIA       PIC  9(35).


      *    AVISOS AL CLIENTE POR SMS -- rutina comun a los programas
      *    que generan avisos: comprueba que la tarjeta tiene pedido
      *    ese aviso (y, en los que llevan umbral, que se supera),
      *    busca el telefono del titular en el maestro de clientes y
      *    deja la fila en la bandeja de salida, de donde BANKSMS la
      *    saca para la pasarela en la cadena nocturna. Un aviso que
      *    no se puede dejar no frena nunca la operacion del
      *    llamante.
       PROCEDURE DIVISION USING PETICION-AVISO.
       0000-MAINLINE.
           MOVE 0 TO PAV-REFERENCIA.

           OPEN INPUT AVISOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               GO TO 9999-EXIT.
           MOVE PAV-TARJETA TO AVI-TARJETA.
           READ AVISOS INVALID KEY
               CLOSE AVISOS
               GO TO 9999-EXIT.
           CLOSE AVISOS.

           PERFORM 1000-COMPROBAR-AVISO THRU 1000-COMPROBAR-AVISO-EXIT.
           IF NOT AVISO-OK
               GO TO 9999-EXIT.

           PERFORM 2000-BUSCAR-TELEFONO THRU 2000-BUSCAR-TELEFONO-EXIT.
           IF TELEFONO-AVISO = 0
               GO TO 9999-EXIT.

           PERFORM 3000-COMPONER-TEXTO THRU 3000-COMPONER-TEXTO-EXIT.
           PERFORM 4000-GRABAR-AVISO THRU 4000-GRABAR-AVISO-EXIT.
           GO TO 9999-EXIT.

      *    Decide si el aviso procede segun lo pedido por el cliente.
       1000-COMPROBAR-AVISO.
           MOVE "S" TO AVISO-PEDIDO.
           IF PAV-IMPORTE-CENT < 0
               COMPUTE CENT-MAGNITUD = 0 - PAV-IMPORTE-CENT
           ELSE
               MOVE PAV-IMPORTE-CENT TO CENT-MAGNITUD.

           EVALUATE TRUE
               WHEN PAV-MOVIMIENTO
                   IF AVI-UMBRAL-CENT = 0
                           OR CENT-MAGNITUD < AVI-UMBRAL-CENT
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-SALDO-BAJO
                   IF AVI-SALDO-MIN-CENT = 0
                           OR PAV-SALDO-CENT >= AVI-SALDO-MIN-CENT
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-RECIBO-DEVUELTO
                   IF AVI-DEVOLUCION NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-SOBRE-VERIFICADO
               WHEN PAV-SOBRE-RECHAZADO
                   IF AVI-SOBRES NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-PROGRAMADA-CANCEL
                   IF AVI-PROGRAMADAS NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-CADUCIDAD
                   IF AVI-CADUCIDAD NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-RECLAMACION
                   IF AVI-RECLAMACION NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN PAV-EVENTO-CANCELADO
                   IF AVI-EVENTOS NOT = "S"
                       MOVE "N" TO AVISO-PEDIDO
                   END-IF
               WHEN OTHER
                   MOVE "N" TO AVISO-PEDIDO
           END-EVALUATE.

       1000-COMPROBAR-AVISO-EXIT.
           EXIT.

      *    Telefono del titular: la ficha de cliente de la cuenta a la
      *    que cuelga la tarjeta; sin ficha o sin telefono no hay a
      *    quien avisar.
       2000-BUSCAR-TELEFONO.
           MOVE 0 TO TELEFONO-AVISO.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO 2000-BUSCAR-TELEFONO-EXIT.
           MOVE PAV-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO 2000-BUSCAR-TELEFONO-EXIT.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSB NOT = 00 AND FSB NOT = 05
               GO TO 2000-BUSCAR-TELEFONO-EXIT.
           MOVE NUMERO-CUENTA TO CLI-CUENTA.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO 2000-BUSCAR-TELEFONO-EXIT.
           MOVE CLI-TELEFONO TO TELEFONO-AVISO.
           CLOSE CLIENTES.

       2000-BUSCAR-TELEFONO-EXIT.
           EXIT.

      *    Texto del SMS: la tarjeta abreviada a sus cuatro ultimas
      *    cifras, lo ocurrido, el importe si lo hay y, en el aviso
      *    de saldo bajo, el saldo que ha quedado.
       3000-COMPONER-TEXTO.
           MOVE SPACES TO NOT-TEXTO.
           MOVE 1 TO PUNTERO-TEXTO.
           STRING "UnizarBank. Tarjeta *" DELIMITED BY SIZE
                  PAV-TARJETA(13:4)       DELIMITED BY SIZE
                  ": "                    DELIMITED BY SIZE
                  PAV-DESCRIPCION         DELIMITED BY "  "
               INTO NOT-TEXTO WITH POINTER PUNTERO-TEXTO.

           IF CENT-MAGNITUD > 0
               PERFORM 3500-EDITAR-IMPORTE
                   THRU 3500-EDITAR-IMPORTE-EXIT
               STRING " "                  DELIMITED BY SIZE
                      IMPORTE-TEXTO(BLANCOS-IZQ + 1:)
                                           DELIMITED BY SIZE
                      " EUR"               DELIMITED BY SIZE
                   INTO NOT-TEXTO WITH POINTER PUNTERO-TEXTO
           END-IF.

           IF PAV-SALDO-BAJO
               IF PAV-SALDO-CENT < 0
                   MOVE "-" TO SIGNO-TEXTO
                   COMPUTE CENT-MAGNITUD = 0 - PAV-SALDO-CENT
               ELSE
                   MOVE SPACES TO SIGNO-TEXTO
                   MOVE PAV-SALDO-CENT TO CENT-MAGNITUD
               END-IF
               PERFORM 3500-EDITAR-IMPORTE
                   THRU 3500-EDITAR-IMPORTE-EXIT
               STRING ". Saldo: "          DELIMITED BY SIZE
                      SIGNO-TEXTO          DELIMITED BY SPACE
                      IMPORTE-TEXTO(BLANCOS-IZQ + 1:)
                                           DELIMITED BY SIZE
                      " EUR"               DELIMITED BY SIZE
                   INTO NOT-TEXTO WITH POINTER PUNTERO-TEXTO
           END-IF.

           STRING "." DELIMITED BY SIZE
               INTO NOT-TEXTO WITH POINTER PUNTERO-TEXTO.

       3000-COMPONER-TEXTO-EXIT.
           EXIT.

       3500-EDITAR-IMPORTE.
           COMPUTE IMT-ENT = CENT-MAGNITUD / 100.
           MOVE FUNCTION MOD(CENT-MAGNITUD, 100) TO IMT-DEC.
           MOVE 0 TO BLANCOS-IZQ.
           INSPECT IMT-ENT TALLYING BLANCOS-IZQ FOR LEADING SPACES.

       3500-EDITAR-IMPORTE-EXIT.
           EXIT.

      *    Reserva la referencia en el contador "NOTIFICACION" (se
      *    estrena con el primer aviso) y deja la fila pendiente de
      *    enviar a la pasarela (ver BANKSMS).
       4000-GRABAR-AVISO.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO 4000-GRABAR-AVISO-EXIT.
           MOVE "NOTIFICACION" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "NOTIFICACION" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO 4000-GRABAR-AVISO-EXIT.
           MOVE CNT-ULTIMO TO LAST-NOT-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO 4000-GRABAR-AVISO-EXIT.
           CLOSE CONTADORES.
           ADD 1 TO LAST-NOT-NUM.

           OPEN I-O NOTIFICACIONES.
           IF FSN NOT = 00 AND FSN NOT = 05
               GO TO 4000-GRABAR-AVISO-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE LAST-NOT-NUM    TO NOT-NUM.
           MOVE PAV-TARJETA     TO NOT-TARJETA.
           MOVE TELEFONO-AVISO  TO NOT-TELEFONO.
           MOVE PAV-EVENTO      TO NOT-EVENTO.
           MOVE ANO             TO NOT-ANO.
           MOVE MES             TO NOT-MES.
           MOVE DIA             TO NOT-DIA.
           MOVE HORAS           TO NOT-HOR.
           MOVE MINUTOS         TO NOT-MIN.
           MOVE SEGUNDOS        TO NOT-SEG.
           MOVE PAV-PROGRAMA    TO NOT-PROGRAMA.
           MOVE "P"             TO NOT-ESTADO.
           MOVE 0               TO NOT-F-ESTADO.
           MOVE 0               TO NOT-H-ESTADO.
           MOVE SPACES          TO NOT-MOTIVO.
           WRITE NOTIFICACIONES-REG INVALID KEY
               CLOSE NOTIFICACIONES
               GO TO 4000-GRABAR-AVISO-EXIT.
           CLOSE NOTIFICACIONES.
           MOVE LAST-NOT-NUM TO PAV-REFERENCIA.

       4000-GRABAR-AVISO-EXIT.
           EXIT.

       9999-EXIT.
           EXIT PROGRAM.
