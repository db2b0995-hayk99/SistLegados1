           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSP.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.


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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclaviejas.lst".
       01 LINEA-INFORME            PIC  X(90).

      *    Parametros de explotacion (ver BANKPAR): el abono de una
      *    reclamacion por encima de UMBRAL-ABONO-RCL centimos pide
      *    la aprobacion de un segundo operador supervisor.
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Traza de auditoria: cada reclamacion resuelta deja su fila
      *    con el operador y, si el abono lo pidio, el supervisor.
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
       77 FSL                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSD                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO               PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).
      *    el signo del importe sale del importe en centimos: un cargo
      *    de menos de un euro tiene la parte entera a cero
       77 SIGNO-PANT               PIC  X(1).
       77 IMPORTE-ENT-PANT         PIC  9(7).
       77 CONCEPTO-ABONO           PIC  X(35).
      *    abono en centimos por encima del cual hace falta supervisor
       77 UMBRAL-ABONO             PIC  9(9)  VALUE 30000.

       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).

       77 F-HOY-ENTERO             PIC  9(7).
       77 F-REC                    PIC  9(8).
           05 FILLER               PIC  X(5) VALUE " DIAS".
           05 INF-MARCA            PIC  X(8).

      *    Peticion de aviso por SMS al cliente (ver BANKNOT): el
      *    aviso solo se deja si la tarjeta lo tiene pedido.
       01 PETICION-AVISO.
           05 PAV-TARJETA          PIC  9(16).
           05 PAV-EVENTO           PIC  X(2).
           05 PAV-DESCRIPCION      PIC  X(60).
           05 PAV-IMPORTE-CENT     PIC S9(9).
           05 PAV-SALDO-CENT       PIC S9(9).
           05 PAV-PROGRAMA         PIC  X(08).
           05 PAV-REFERENCIA       PIC  9(35).

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


       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKRCL"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY "Movimiento:" LINE 12 COL 15.
           DISPLAY MOV-CONCEPTO LINE 12 COL 28.
           DISPLAY "Importe:" LINE 14 COL 15.
           MOVE " " TO SIGNO-PANT.
           IF MOV-IMPORTE-CENT < 0
               MOVE "-" TO SIGNO-PANT.
           MOVE MOV-IMPORTE-ENT TO IMPORTE-ENT-PANT.
           DISPLAY SIGNO-PANT LINE 14 COL 24.
           DISPLAY IMPORTE-ENT-PANT LINE 14 COL 25.
           DISPLAY "," LINE 14 COL 32.
           DISPLAY MOV-IMPORTE-DEC LINE 14 COL 33.
           CLOSE F-MOVIMIENTOS.
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE RECLAMACIONES
               MOVE SPACES TO IDO-AUTORIZADOR
               MOVE "RECLAMACION RECHAZ." TO AUD-TIPO-REG
               PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT
               MOVE "Reclamacion rechazada" TO PAV-DESCRIPCION
               MOVE 0 TO PAV-IMPORTE-CENT
               PERFORM AVISO-RECLAMACION THRU AVISO-RECLAMACION-EXIT
               GO TO CARGAR-RECLAMACIONES.

      *    Aceptacion: se postea el movimiento compensatorio (importe
                   WITH BACKGROUND-COLOR RED
               GO TO CARGAR-RECLAMACIONES.

           COMPUTE CENT-IMPORTE = 0 - MOV-IMPORTE-CENT.

      *    Un abono por encima del umbral tiene doble control: no se
      *    postea sin la aprobacion de un segundo operador supervisor.
           MOVE SPACES TO IDO-AUTORIZADOR.
           PERFORM LEER-PARAMETROS THRU LEER-PARAMETROS-EXIT.
           IF CENT-IMPORTE > UMBRAL-ABONO
               MOVE "A" TO IDO-MODO
               MOVE SPACES TO IDO-MOTIVO
               STRING "Abono reclamacion " DELIMITED BY SIZE
                      REC-NUM(20:16)       DELIMITED BY SIZE
                   INTO IDO-MOTIVO
               CALL "BANKIDE" USING IDENT-OPERADOR
               IF NOT IDO-ACEPTADO
                   GO TO ABONO-NO-AUTORIZADO
               END-IF
           END-IF.

           OPEN I-O CUENTAS.
           IF FSC NOT = 00
           COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100) + CTA-SALDO-DEC.

      *    Una compensacion a cargo (el apunte reclamado era un
      *    abono) no puede dejar la cuenta en descubierto: el maestro
      *    de saldos no representa un saldo negativo con centimos. En
      *    ese caso la reclamacion se queda abierta y se resuelve por
      *    oficina.
           IF CENT-IMPORTE < 0
               IF (CENT-SALDO + CENT-IMPORTE) < 0
                   GO TO COMPENSACION-IMPOSIBLE
               END-IF
           END-IF.
                   100)
           END-IF.
           MOVE CONCEPTO-ABONO TO MOV-CONCEPTO.
           MOVE "RC"           TO MOV-TIPO.
           MOVE CENT-IMPORTE   TO MOV-IMPORTE-CENT.
           MOVE SPACES         TO MOV-CONTRAPARTIDA.
           MOVE IDO-OPERADOR   TO MOV-OPERADOR.
           MOVE SPACES         TO MOV-TERMINAL.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100).
           MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC.

           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.

           MOVE "RECLAMACION ABONADA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.
           MOVE "Reclamacion aceptada, compensado:"
               TO PAV-DESCRIPCION.
           MOVE CENT-IMPORTE TO PAV-IMPORTE-CENT.
           PERFORM AVISO-RECLAMACION THRU AVISO-RECLAMACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamacion aceptada y compensada" LINE 10 COL 23.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ABONO-NO-AUTORIZADO.
           CLOSE RECLAMACIONES.
           CLOSE F-MOVIMIENTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono no autorizado por un supervisor" LINE 9
               COL 21 WITH BACKGROUND-COLOR RED.
           DISPLAY "La reclamacion queda abierta" LINE 12 COL 26.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       COMPENSACION-IMPOSIBLE.
           CLOSE RECLAMACIONES.
           CLOSE F-MOVIMIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede compensar en linea: el cargo" LINE 9
               COL 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "dejaria la cuenta en descubierto" LINE 10
               COL 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "La reclamacion queda abierta" LINE 12 COL 26.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Aviso por SMS de la resolucion de la reclamacion, si la
      *    tarjeta lo tiene pedido (lo decide BANKNOT); el texto y el
      *    importe los deja preparados quien resuelve.
       AVISO-RECLAMACION.
           MOVE REC-TARJETA  TO PAV-TARJETA.
           MOVE "RR"         TO PAV-EVENTO.
           MOVE 0            TO PAV-SALDO-CENT.
           MOVE "BANKRCL"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.

       AVISO-RECLAMACION-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       RESERVAR-MOV-NUM.
       INFORME-ANTIGUEDAD-EXIT.
           EXIT.

      *    Carga el umbral de abono con supervisor desde
      *    parametros.ubd (ver BANKPAR); sin fichero o sin fila rige
      *    el valor por defecto compilado.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO LEER-PARAMETROS-EXIT.

           MOVE "UMBRAL-ABONO-RCL" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PAR-VALOR TO UMBRAL-ABONO
           END-READ.

           CLOSE PARAMETROS.

       LEER-PARAMETROS-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria de la
      *    resolucion, con el mismo esquema de contadores que BANKCFG;
      *    si la traza no se puede escribir no se deshace nada.
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
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE TR-TARJETA(TR-IDX) TO AUD-TARJETA.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKRCL"       TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR    TO AUD-OPERADOR.
           MOVE IDO-AUTORIZADOR TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       SIN-RECLAMACIONES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay reclamaciones sin resolver" LINE 10 COL 23.
