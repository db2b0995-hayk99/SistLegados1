           ALTERNATE RECORD KEY IS MOVH-TARJETA WITH DUPLICATES
           FILE STATUS IS FSY.

           SELECT OPTIONAL SUSTITUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS SUS-TARJETA-ANTERIOR
           FILE STATUS IS FSS.

           SELECT SALIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.
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

      *    Historico de movimientos (ver BANKARCH): mismo trazado que
      *    el fichero en linea, con los ejercicios cerrados; los
           02 MOVH-CONCEPTO        PIC  X(35).
           02 MOVH-SALDOPOS-ENT    PIC  S9(9).
           02 MOVH-SALDOPOS-DEC    PIC   9(2).
           02 MOVH-TIPO            PIC  X(2).
           02 MOVH-IMPORTE-CENT    PIC S9(9).
           02 MOVH-CONTRAPARTIDA   PIC  X(16).
           02 MOVH-OPERADOR        PIC  X(08).
           02 MOVH-TERMINAL        PIC  X(04).

      *    Vinculo de sustitucion de tarjetas (ver BANKSUS): la
      *    consulta por tarjeta remonta la cadena de sustituciones y
      *    extracta tambien las tarjetas a las que sustituyo.
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

      *    Extracto historico imprimible, mismo trazado de lineas que
      *    extractoNNNN.lst de BANKEXT; se abre un fichero por
       77 FSM                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSS                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 TOTAL-TARJETAS-HIS       PIC  9(2) VALUE 0.
       77 TH-IDX-WS                PIC  9(2).

      *    Cadena de sustituciones de la tarjeta pedida, de la mas
      *    nueva a la mas antigua; se extracta al reves, en orden
      *    cronologico.
       01 TABLA-CADENA.
           05 CAD-TARJETA           PIC 9(16) OCCURS 10 TIMES.

       77 TOTAL-CADENA             PIC  9(2).
       77 CAD-IDX-WS               PIC  9(2).
       77 NOMBRE-CONSULTA          PIC  X(35).
       77 HAY-SUSTITUCIONES        PIC  X(1) VALUE "N".
           88 SUSTITUCIONES-OK      VALUE "S".

       77 TARJETA-PROCESO          PIC  9(16).
       77 F-MOV                    PIC  9(8).
       77 F-APERTURA               PIC  9(8).
           05 DET-TARJETA-NOMBRE   PIC  X(35).
           05 FILLER               PIC  X(27) VALUE SPACES.

       01 LIN-SUSTITUCION.
           05 FILLER               PIC  X(3) VALUE SPACES.
           05 LSU-TEXTO            PIC  X(27).
           05 LSU-TARJETA          PIC  9(16).
           05 LSU-FECHA-TEXTO      PIC  X(7).
           05 LSU-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 LSU-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 LSU-ANO              PIC  9(4).
           05 FILLER               PIC  X(1) VALUE ")".
           05 FILLER               PIC  X(26) VALUE SPACES.

       01 LIN-SALDO.
           05 SAL-ETIQUETA         PIC  X(18).
           05 SAL-ENT              PIC -9(9).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 DET-CONCEPTO         PIC  X(35).
           05 FILLER               PIC  X(1) VALUE SPACES.
      *    signo tomado del importe en centimos, que tambien lo
      *    lleva en los cargos de menos de un euro
           05 DET-IMPORTE-SIGNO    PIC  X(1).
           05 DET-IMPORTE-ENT      PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 DET-IMPORTE-DEC      PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.

       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

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
      *    apuntes de arrastre del archivado anual, con el mismo
      *    trazado imprimible que el extracto mensual de BANKEXT.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "O"        TO IDO-ROL-MINIMO.
           MOVE "BANKHIS"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO SIN-TARJETAS.
           MOVE TNOMBRE TO NOMBRE-CONSULTA.

      *    una tarjeta que sustituyo a otras arrastra su historial:
      *    se extractan todas, de la primera a la pedida
           PERFORM CARGAR-CADENA THRU CARGAR-CADENA-EXIT.
           MOVE TOTAL-CADENA TO CAD-IDX-WS.

       P2-POR-TARJETA.
           IF CAD-IDX-WS = 0
               CLOSE TARJETAS
               GO TO P3-GENERAR.
           ADD 1 TO TOTAL-TARJETAS-HIS.
           MOVE CAD-TARJETA(CAD-IDX-WS)
               TO TH-TARJETA(TOTAL-TARJETAS-HIS).
           MOVE CAD-TARJETA(CAD-IDX-WS) TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE NOMBRE-CONSULTA TO TNOMBRE.
           MOVE TNOMBRE TO TH-NOMBRE(TOTAL-TARJETAS-HIS).
           SUBTRACT 1 FROM CAD-IDX-WS.
           GO TO P2-POR-TARJETA.

       P2-POR-CUENTA.
           READ TARJETAS NEXT RECORD AT END
           IF FSY = 00 OR FSY = 05
               MOVE "S" TO HAY-HISTORICO.

           MOVE "N" TO HAY-SUSTITUCIONES.
           OPEN INPUT SUSTITUCIONES.
           IF FSS = 00 OR FSS = 05
               MOVE "S" TO HAY-SUSTITUCIONES.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE TH-TARJETA(TH-IDX-WS) TO DET-TARJETA.
           MOVE TH-NOMBRE(TH-IDX-WS)  TO DET-TARJETA-NOMBRE.
           WRITE LINEA-SALIDA FROM LIN-TARJETA.
           PERFORM P4-NOTA-SUSTITUCION
               THRU P4-NOTA-SUSTITUCION-EXIT.

           PERFORM P5-EXTRACTO-TARJETA
               THRU P5-EXTRACTO-TARJETA-EXIT.
           WRITE LINEA-SALIDA FROM LIN-BLANCA.
           GO TO P4-SIGUIENTE-TARJETA.

      *    Debajo de la cabecera de cada tarjeta se anota, si la hay,
      *    la sustitucion que la cerro y la que la abrio.
       P4-NOTA-SUSTITUCION.
           IF NOT SUSTITUCIONES-OK
               GO TO P4-NOTA-SUSTITUCION-EXIT.

           MOVE TARJETA-PROCESO TO SUS-TARJETA-ANTERIOR.
           READ SUSTITUCIONES KEY IS SUS-TARJETA-ANTERIOR INVALID KEY
               GO TO P4-NOTA-ALTA.
           MOVE "(sustituida por la tarjeta " TO LSU-TEXTO.
           MOVE SUS-TARJETA-NUEVA TO LSU-TARJETA.
           MOVE " el "            TO LSU-FECHA-TEXTO.
           MOVE SUS-DIA           TO LSU-DIA.
           MOVE SUS-MES           TO LSU-MES.
           MOVE SUS-ANO           TO LSU-ANO.
           WRITE LINEA-SALIDA FROM LIN-SUSTITUCION.

       P4-NOTA-ALTA.
           MOVE TARJETA-PROCESO TO SUS-TARJETA-NUEVA.
           READ SUSTITUCIONES KEY IS SUS-TARJETA-NUEVA INVALID KEY
               GO TO P4-NOTA-SUSTITUCION-EXIT.
           MOVE "(sustituye a la tarjeta "    TO LSU-TEXTO.
           MOVE SUS-TARJETA-ANTERIOR TO LSU-TARJETA.
           MOVE " desde "            TO LSU-FECHA-TEXTO.
           MOVE SUS-DIA              TO LSU-DIA.
           MOVE SUS-MES              TO LSU-MES.
           MOVE SUS-ANO              TO LSU-ANO.
           WRITE LINEA-SALIDA FROM LIN-SUSTITUCION.

       P4-NOTA-SUSTITUCION-EXIT.
           EXIT.

      *    Apartado de una tarjeta: la apertura es el saldo posterior
      *    del movimiento con mayor fecha anterior al rango, buscado
      *    en el historico y en el fichero en linea (los arrastres
           MOVE MOVH-HOR          TO DET-HOR.
           MOVE MOVH-MIN          TO DET-MIN.
           MOVE MOVH-CONCEPTO     TO DET-CONCEPTO.
           MOVE " " TO DET-IMPORTE-SIGNO.
           IF MOVH-IMPORTE-CENT < 0
               MOVE "-" TO DET-IMPORTE-SIGNO.
           MOVE MOVH-IMPORTE-ENT  TO DET-IMPORTE-ENT.
           MOVE MOVH-IMPORTE-DEC  TO DET-IMPORTE-DEC.
           MOVE MOVH-SALDOPOS-ENT TO DET-SALDO-ENT.
           MOVE MOV-HOR          TO DET-HOR.
           MOVE MOV-MIN          TO DET-MIN.
           MOVE MOV-CONCEPTO     TO DET-CONCEPTO.
           MOVE " " TO DET-IMPORTE-SIGNO.
           IF MOV-IMPORTE-CENT < 0
               MOVE "-" TO DET-IMPORTE-SIGNO.
           MOVE MOV-IMPORTE-ENT  TO DET-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC  TO DET-IMPORTE-DEC.
           MOVE MOV-SALDOPOS-ENT TO DET-SALDO-ENT.
           CLOSE F-MOVIMIENTOS.
           IF HISTORICO-OK
               CLOSE MOVHIST.
           IF SUSTITUCIONES-OK
               CLOSE SUSTITUCIONES.
           CLOSE SALIDA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Enter - Otra consulta" LINE 24 COL 30.
           GO TO FIN-ENTER.

      *    Remonta el vinculo de sustituciones desde la tarjeta pedida
      *    hasta la primera tarjeta del cliente; sin fichero de
      *    sustituciones la cadena es solo la tarjeta pedida.
       CARGAR-CADENA.
           MOVE 1 TO TOTAL-CADENA.
           MOVE NUMERO-CONSULTA TO CAD-TARJETA(1).

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

       SIN-TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se ha encontrado esa tarjeta o cuenta"
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE MOVHIST.
           CLOSE SUSTITUCIONES.
           CLOSE SALIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
