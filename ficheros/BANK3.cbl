           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.

           SELECT OPTIONAL SUSTITUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS SUS-TARJETA-ANTERIOR
           FILE STATUS IS FSS.


       DATA DIVISION.
       FILE SECTION.
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
      *    Tipo de apunte: los informes clasifican por este codigo
      *    y no por el texto del concepto. El importe con signo en
      *    centimos es el que se suma; la parte entera y decimal se
      *    conservan para la presentacion. La contrapartida es la
      *    otra tarjeta, la cuenta externa o el acreedor, si lo hay.
           02 MOV-TIPO             PIC  X(2).
               88 MOV-ES-SALDO-ANTERIOR  VALUE "SA".
               88 MOV-ES-RETIRADA        VALUE "RE".
               88 MOV-ES-INGRESO         VALUE "IN".
               88 MOV-ES-TRANSF-ENV      VALUE "TE".
               88 MOV-ES-TRANSF-REC      VALUE "TR".
               88 MOV-ES-TRASPASO-ENV    VALUE "XE".
               88 MOV-ES-TRASPASO-REC    VALUE "XR".
               88 MOV-ES-PROGRAMADA-ENV  VALUE "PE".
               88 MOV-ES-PROGRAMADA-REC  VALUE "PR".
               88 MOV-ES-INTERBANC-ENV   VALUE "IE".
               88 MOV-ES-INTERBANC-REC   VALUE "IR".
               88 MOV-ES-RECIBO          VALUE "RB".
               88 MOV-ES-ENTRADAS        VALUE "EN".
               88 MOV-ES-DEVOL-ENTRADAS  VALUE "DE".
               88 MOV-ES-INTERES         VALUE "IA".
               88 MOV-ES-INTERES-DEUDOR  VALUE "ID".
               88 MOV-ES-COMISION        VALUE "CM".
               88 MOV-ES-ABONO-RECLAM    VALUE "RC".
               88 MOV-ES-SUSTIT-SALIDA   VALUE "SS".
               88 MOV-ES-SUSTIT-ENTRADA  VALUE "SE".
               88 MOV-ES-COMISION-OPER   VALUE "CO".
               88 MOV-ES-APERTURA-PLAZO  VALUE "PF".
               88 MOV-ES-REEMBOLSO-PLAZO VALUE "VF".
               88 MOV-ES-INTERES-PLAZO   VALUE "IF".
               88 MOV-ES-PENALIZ-PLAZO   VALUE "PP".
               88 MOV-ES-DISPOSIC-PREST  VALUE "PD".
               88 MOV-ES-CAPITAL-PREST   VALUE "CP".
               88 MOV-ES-INTERES-PREST   VALUE "IP".
               88 MOV-ES-DEMORA-PREST    VALUE "DM".
               88 MOV-ES-PAGO-EMISORA    VALUE "PG".
               88 MOV-ES-DEVOL-INTERBANC VALUE "DI".
               88 MOV-ES-RETIRO-OFICINA  VALUE "RO".
           02 MOV-IMPORTE-CENT     PIC S9(9).
           02 MOV-CONTRAPARTIDA    PIC  X(16).
      *    Operador de oficina que posteo el apunte (ver BANKIDE); en
      *    blanco en las operaciones del cliente y de los procesos.
           02 MOV-OPERADOR         PIC  X(08).
      *    Cajero en el que se hizo la operacion (ver BANKTER); en
      *    blanco en las de oficina y en las de los procesos.
           02 MOV-TERMINAL         PIC  X(04).

      *    Ingresos de sobre pendientes de verificacion (ver BANK5 y
      *    BANKVER): se muestran al cliente como "en verificacion"
           02 PEN-CONT-ENT         PIC   9(7).
           02 PEN-CONT-DEC         PIC   9(2).
           02 PEN-ESTADO           PIC  X(1).
      *    Cajero en cuyo cajetin de deposito entro el sobre (ver
      *    BANKTER).
           02 PEN-TERMINAL         PIC  X(04).

      *    Reclamaciones sobre movimientos (ver BANKRCL): el cliente
      *    marca un apunte del visor y abre una reclamacion con su
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).

      *    Vinculo de sustitucion de tarjetas (ver BANKSUS): si la
      *    tarjeta de la sesion sustituyo a otra, el historial de la
      *    anterior se ensena por delante del suyo.
       FD SUSTITUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sustituciones.ubd".
       01 SUSTITUCIONES-REG.
           02 SUS-TARJETA-NUEVA    PIC  9(16).
           02 SUS-TARJETA-ANTERIOR PIC  9(16).
           02 SUS-ANO              PIC   9(4).
           02 SUS-MES              PIC   9(2).
           02 SUS-DIA              PIC   9(2).
           02 SUS-MOTIVO           PIC  X(1).
           02 SUS-MOVNUM-SALIDA    PIC  9(35).
           02 SUS-MOVNUM-ENTRADA   PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSP                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSS                      PIC  X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       77 FILA-TMP                  PIC 9(7).
       77 LINEAS-PUESTAS            PIC 9(2).
       77 LINEA-PANTALLA            PIC 9(2).
      *    el signo del importe sale del importe en centimos: un cargo
      *    de menos de un euro tiene la parte entera a cero
       77 SIGNO-PANT                PIC X(1).
       77 IMPORTE-ENT-PANT          PIC 9(7).

      *    Cadena de tarjetas del cliente: la de la sesion y las que
      *    fue sustituyendo, de la mas nueva a la mas antigua. El
      *    historial se lee de la mas antigua a la de la sesion para
      *    que salga en orden cronologico y pagine como uno solo.
       01 TABLA-CADENA.
           05 CAD-TARJETA           PIC 9(16) OCCURS 10 TIMES.

       77 TOTAL-CADENA              PIC 9(2).
       77 CAD-IDX-WS                PIC 9(2).
       77 FIN-HISTORIAL             PIC X(1).
           88 HISTORIAL-AGOTADO      VALUE "S".

      *    Filas pintadas en la pagina actual, para que el cliente
      *    pueda reclamar una de ellas por su numero de linea.
               10 PAG-CONCEPTO      PIC  X(35).
               10 PAG-IMPORTE-ENT   PIC S9(7).
               10 PAG-IMPORTE-DEC   PIC  9(2).
               10 PAG-IMPORTE-CENT  PIC S9(9).

       77 FILA-RECLAMA              PIC 9(1).
       77 MOTIVO-RECLAMA            PIC X(35).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
      *    Cajero desde el que se opera (ver BANK1).
       77 TERMINAL-CAJERO          PIC  X(04).

       SCREEN SECTION.
       01 BLANK-SCREEN.
               PIC X(1) USING CONFIRMADO-RECLAMA.


       PROCEDURE DIVISION USING TNUM TERMINAL-CAJERO.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.


      *    Cuenta los movimientos de la tarjeta posicionandose por la
      *    clave alternativa MOV-TARJETA, sin recorrer el fichero
      *    entero ni cargar tabla alguna; se cuentan tambien los de
      *    las tarjetas a las que sustituyo.
       CARGAR-MOVIMIENTOS.
           MOVE 0 TO TOTAL-MOVS.
           PERFORM CARGAR-CADENA THRU CARGAR-CADENA-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

           PERFORM POSICIONAR-HISTORIAL THRU POSICIONAR-HISTORIAL-EXIT.
           IF HISTORIAL-AGOTADO
               CLOSE F-MOVIMIENTOS
               GO TO SIN-MOVIMIENTOS.

       CONTAR-MOVIMIENTOS.
           PERFORM LEER-HISTORIAL THRU LEER-HISTORIAL-EXIT.
           IF HISTORIAL-AGOTADO
               GO TO CONTAR-MOVIMIENTOS-EXIT.
           ADD 1 TO TOTAL-MOVS.
           GO TO CONTAR-MOVIMIENTOS.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           PERFORM POSICIONAR-HISTORIAL THRU POSICIONAR-HISTORIAL-EXIT.
           IF HISTORIAL-AGOTADO
               CLOSE F-MOVIMIENTOS
               GO TO PSYS-ERR.
           MOVE 0 TO FILA-TMP.
       SALTAR-FILAS.
           IF FILA-TMP = FILA-BASE
               GO TO PINTAR-PAGINA.
           PERFORM LEER-HISTORIAL THRU LEER-HISTORIAL-EXIT.
           IF HISTORIAL-AGOTADO
               GO TO FIN-PAGINA.
           ADD 1 TO FILA-TMP.
           GO TO SALTAR-FILAS.
       PINTAR-FILA.
           IF LINEAS-PUESTAS = LINEAS-POR-PAGINA
               GO TO FIN-PAGINA.
           PERFORM LEER-HISTORIAL THRU LEER-HISTORIAL-EXIT.
           IF HISTORIAL-AGOTADO
               GO TO FIN-PAGINA.
           PERFORM MOSTRAR-LINEA-MOV THRU MOSTRAR-LINEA-MOV-EXIT.
           ADD 1 TO LINEAS-PUESTAS.
           MOVE MOV-CONCEPTO    TO PAG-CONCEPTO(LINEAS-PUESTAS).
           MOVE MOV-IMPORTE-ENT TO PAG-IMPORTE-ENT(LINEAS-PUESTAS).
           MOVE MOV-IMPORTE-DEC TO PAG-IMPORTE-DEC(LINEAS-PUESTAS).
           MOVE MOV-IMPORTE-CENT TO PAG-IMPORTE-CENT(LINEAS-PUESTAS).
           DISPLAY LINEAS-PUESTAS LINE LINEA-PANTALLA COL 2.
           ADD 2 TO LINEA-PANTALLA.
           GO TO PINTAR-FILA.

       MOSTRAR-LINEA-MOV.
           DISPLAY MOV-CONCEPTO LINE LINEA-PANTALLA COL 4.
           MOVE " " TO SIGNO-PANT.
           IF MOV-IMPORTE-CENT < 0
               MOVE "-" TO SIGNO-PANT.
           MOVE MOV-IMPORTE-ENT TO IMPORTE-ENT-PANT.
           DISPLAY SIGNO-PANT LINE LINEA-PANTALLA COL 41.
           DISPLAY IMPORTE-ENT-PANT LINE LINEA-PANTALLA COL 42.
           DISPLAY "," LINE LINEA-PANTALLA COL 49.
           DISPLAY MOV-IMPORTE-DEC LINE LINEA-PANTALLA COL 50.
           DISPLAY MOV-SALDOPOS-ENT LINE LINEA-PANTALLA COL 58.
       MOSTRAR-LINEA-MOV-EXIT.
           EXIT.

      *    Remonta el vinculo de sustituciones desde la tarjeta de la
      *    sesion hasta la primera tarjeta del cliente; sin fichero de
      *    sustituciones la cadena es solo la tarjeta de la sesion.
       CARGAR-CADENA.
           MOVE 1 TO TOTAL-CADENA.
           MOVE TNUM TO CAD-TARJETA(1).

           OPEN INPUT SUSTITUCIONES.
           IF FSS NOT = 00 AND FSS NOT = 05
               GO TO CARGAR-CADENA-EXIT.

       CARGAR-CADENA-BUCLE.
           IF TOTAL-CADENA >= 10
               GO TO CARGAR-CADENA-FIN.
           MOVE CAD-TARJETA(TOTAL-CADENA) TO SUS-TARJETA-NUEVA.
           READ SUSTITUCIONES INVALID KEY
               GO TO CARGAR-CADENA-FIN.
           ADD 1 TO TOTAL-CADENA.
           MOVE SUS-TARJETA-ANTERIOR TO CAD-TARJETA(TOTAL-CADENA).
           GO TO CARGAR-CADENA-BUCLE.

       CARGAR-CADENA-FIN.
           CLOSE SUSTITUCIONES.

       CARGAR-CADENA-EXIT.
           EXIT.

      *    Se posiciona en el primer movimiento de la tarjeta mas
      *    antigua de la cadena que tenga alguno; si ninguna tiene
      *    movimientos el historial queda agotado.
       POSICIONAR-HISTORIAL.
           MOVE "N" TO FIN-HISTORIAL.
           COMPUTE CAD-IDX-WS = TOTAL-CADENA + 1.

       POSICIONAR-HISTORIAL-BUCLE.
           SUBTRACT 1 FROM CAD-IDX-WS.
           IF CAD-IDX-WS = 0
               MOVE "S" TO FIN-HISTORIAL
               GO TO POSICIONAR-HISTORIAL-EXIT.
           MOVE CAD-TARJETA(CAD-IDX-WS) TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO POSICIONAR-HISTORIAL-BUCLE.

       POSICIONAR-HISTORIAL-EXIT.
           EXIT.

      *    Lee el siguiente movimiento del historial: al acabarse los
      *    de una tarjeta salta a la siguiente de la cadena, hasta
      *    llegar al final de la tarjeta de la sesion.
       LEER-HISTORIAL.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LEER-HISTORIAL-CAMBIO.
           IF MOV-TARJETA = CAD-TARJETA(CAD-IDX-WS)
               GO TO LEER-HISTORIAL-EXIT.

       LEER-HISTORIAL-CAMBIO.
           SUBTRACT 1 FROM CAD-IDX-WS.
           IF CAD-IDX-WS = 0
               MOVE "S" TO FIN-HISTORIAL
               GO TO LEER-HISTORIAL-EXIT.
           MOVE CAD-TARJETA(CAD-IDX-WS) TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO LEER-HISTORIAL-CAMBIO.
           GO TO LEER-HISTORIAL.

       LEER-HISTORIAL-EXIT.
           EXIT.

       NAVEGAR.
           MOVE 0 TO FILA-RECLAMA.
           ACCEPT RECLAMA-ACCEPT ON EXCEPTION
           DISPLAY "Movimiento:" LINE 8 COL 15.
           DISPLAY PAG-CONCEPTO(FILA-RECLAMA) LINE 8 COL 28.
           DISPLAY "Importe:" LINE 10 COL 15.
           MOVE " " TO SIGNO-PANT.
           IF PAG-IMPORTE-CENT(FILA-RECLAMA) < 0
               MOVE "-" TO SIGNO-PANT.
           MOVE PAG-IMPORTE-ENT(FILA-RECLAMA) TO IMPORTE-ENT-PANT.
           DISPLAY SIGNO-PANT LINE 10 COL 24.
           DISPLAY IMPORTE-ENT-PANT LINE 10 COL 25.
           DISPLAY "," LINE 10 COL 32.
           DISPLAY PAG-IMPORTE-DEC(FILA-RECLAMA) LINE 10 COL 33.
           DISPLAY "Indique el motivo de la reclamacion:" LINE 12
           MOVE DCL-RESULTADO-REG   TO DCL-RESULTADO.
           MOVE DCL-MOVNUM-REG      TO DCL-MOVNUM.
           MOVE "BANK3"             TO DCL-PROGRAMA.
           MOVE TERMINAL-CAJERO     TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG.
           CLOSE DIARIOCLI.

