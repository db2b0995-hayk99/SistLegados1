           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSB.

           SELECT OPTIONAL SUSTITUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS SUS-TARJETA-ANTERIOR
           FILE STATUS IS FSS.

           SELECT OPTIONAL CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-TARJETA
           FILE STATUS IS FSI.


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

      *    Extracto imprimible del mes; se abre un fichero por cuenta
      *    con el nombre extractoNNNN...N.lst construido en
           02 CLI-CODPOSTAL        PIC  9(5).
           02 CLI-TELEFONO         PIC  9(9).

      *    Vinculo de sustitucion de tarjetas (ver BANKSUS): la tarjeta
      *    nueva hereda la cuenta de la sustituida, asi que las dos
      *    salen en el mismo extracto; cada apartado anota la
      *    sustitucion que lo cerro o lo abrio.
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

      *    Cuentas cerradas con liquidacion (ver BANKCIE): la tarjeta
      *    cerrada sale en el extracto del mes del cierre y ya no en
      *    los siguientes.
       FD CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
       01 CIERRES-REG.
           02 CIE-TARJETA          PIC  9(16).
           02 CIE-ANO              PIC   9(4).
           02 CIE-MES              PIC   9(2).
           02 CIE-DIA              PIC   9(2).
           02 CIE-SALDO-CENT       PIC S9(11).
           02 CIE-INTERES-CENT     PIC  9(9).
           02 CIE-COMISION-CENT    PIC  9(9).
           02 CIE-LIQUIDO-CENT     PIC S9(11).
           02 CIE-FORMA-PAGO       PIC  X(1).
           02 CIE-CUENTA-EXT       PIC  9(16).
           02 CIE-ORDEN            PIC  9(35).
           02 CIE-OPERADOR         PIC  X(08).
           02 CIE-AUTORIZADOR      PIC  X(08).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 HAY-SUSTITUCIONES        PIC  X(1) VALUE "N".
           88 SUSTITUCIONES-OK      VALUE "S".
       77 FSI                      PIC  X(2).
       77 HAY-CIERRES              PIC  X(1) VALUE "N".
           88 CIERRES-OK            VALUE "S".

       77 EXTRACTO-FICHERO         PIC  X(28).

       77 F-FIN-EXT                PIC  9(8).
       77 F-MOV                    PIC  9(8).
       77 F-APERTURA               PIC  9(8).
       77 F-CIERRE                 PIC  9(8).

      *    Relacion cuenta/tarjeta cargada de tarjetas.ubd; varias
      *    tarjetas pueden compartir NUMERO-CUENTA (cuentas conjuntas)
       77 MOVS-EN-MES              PIC  9(5).
       77 MOVS-POSTERIORES         PIC  9(5).
       77 CONTADOR-EXTRACTOS       PIC  9(5) VALUE 0.
       77 CONTADOR-CERRADAS        PIC  9(5) VALUE 0.

       01 LIN-CABECERA1.
           05 FILLER               PIC  X(34)
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
      *    cada movimiento del mes y el saldo de cierre de cada
      *    tarjeta, contrastado contra el saldo del maestro CUENTAS
      *    para que atencion al cliente pueda responder por que el
      *    extracto y el saldo coinciden o no. Las tarjetas cerradas
      *    antes del mes extractado (cierres.ubd, ver BANKCIE) se
      *    saltan.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKEXT - Extracto mensual por cuenta".
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

      *    sin fichero de cierres no hay tarjetas cerradas que saltar
           MOVE "N" TO HAY-CIERRES.
           OPEN INPUT CIERRES.
           IF FSI = 00 OR FSI = 05
               MOVE "S" TO HAY-CIERRES.

       1000-CARGAR-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO 1500-CERRAR-TARJETAS.

      *    la tarjeta cerrada en un mes anterior al extractado no
      *    tiene ya nada que contar; la del mes del cierre si sale
           IF CIERRES-OK
               MOVE TNUM TO CIE-TARJETA
               READ CIERRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE F-CIERRE = (CIE-ANO * 10000)
                                        + (CIE-MES * 100) + CIE-DIA
                       IF F-CIERRE < F-INI-EXT
                           ADD 1 TO CONTADOR-CERRADAS
                           GO TO 1000-CARGAR-TARJETAS
                       END-IF
               END-READ
           END-IF.

           IF TOTAL-TARJETAS-EXT >= 500
               DISPLAY "AVISO: tarjeta " TNUM
                   " omitida, tabla de 500 tarjetas llena"

       1500-CERRAR-TARJETAS.
           CLOSE TARJETAS.
           IF CIERRES-OK
               CLOSE CIERRES.

           OPEN INPUT CUENTAS.
           IF FSC NOT = 00
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE "N" TO HAY-SUSTITUCIONES.
           OPEN INPUT SUSTITUCIONES.
           IF FSS = 00 OR FSS = 05
               MOVE "S" TO HAY-SUSTITUCIONES.

           MOVE 0 TO TC-IDX-WS.

       2000-RECORRER-CUENTAS.
           MOVE TT-TARJETA(TT-IDX-WS) TO DET-TARJETA.
           MOVE TT-NOMBRE(TT-IDX-WS)  TO DET-TARJETA-NOMBRE.
           WRITE LINEA-EXTRACTO FROM LIN-TARJETA.
           PERFORM 3150-NOTA-SUSTITUCION
               THRU 3150-NOTA-SUSTITUCION-EXIT.

           PERFORM 4000-EXTRACTO-TARJETA
               THRU 4000-EXTRACTO-TARJETA-EXIT.
           WRITE LINEA-EXTRACTO FROM LIN-BLANCA.
           GO TO 3100-RECORRER-TARJETAS.

      *    Debajo de la cabecera de la tarjeta se anota, si la hay,
      *    la sustitucion que la cerro y la que la abrio.
       3150-NOTA-SUSTITUCION.
           IF NOT SUSTITUCIONES-OK
               GO TO 3150-NOTA-SUSTITUCION-EXIT.

           MOVE TARJETA-PROCESO TO SUS-TARJETA-ANTERIOR.
           READ SUSTITUCIONES KEY IS SUS-TARJETA-ANTERIOR INVALID KEY
               GO TO 3160-NOTA-ALTA.
           MOVE "(sustituida por la tarjeta " TO LSU-TEXTO.
           MOVE SUS-TARJETA-NUEVA TO LSU-TARJETA.
           MOVE " el "            TO LSU-FECHA-TEXTO.
           MOVE SUS-DIA           TO LSU-DIA.
           MOVE SUS-MES           TO LSU-MES.
           MOVE SUS-ANO           TO LSU-ANO.
           WRITE LINEA-EXTRACTO FROM LIN-SUSTITUCION.

       3160-NOTA-ALTA.
           MOVE TARJETA-PROCESO TO SUS-TARJETA-NUEVA.
           READ SUSTITUCIONES KEY IS SUS-TARJETA-NUEVA INVALID KEY
               GO TO 3150-NOTA-SUSTITUCION-EXIT.
           MOVE "(sustituye a la tarjeta "    TO LSU-TEXTO.
           MOVE SUS-TARJETA-ANTERIOR TO LSU-TARJETA.
           MOVE " desde "            TO LSU-FECHA-TEXTO.
           MOVE SUS-DIA              TO LSU-DIA.
           MOVE SUS-MES              TO LSU-MES.
           MOVE SUS-ANO              TO LSU-ANO.
           WRITE LINEA-EXTRACTO FROM LIN-SUSTITUCION.

       3150-NOTA-SUSTITUCION-EXIT.
           EXIT.

       3200-CERRAR-EXTRACTO.
           CLOSE EXTRACTO.
           ADD 1 TO CONTADOR-EXTRACTOS.
           MOVE MOV-HOR          TO DET-HOR.
           MOVE MOV-MIN          TO DET-MIN.
           MOVE MOV-CONCEPTO     TO DET-CONCEPTO.
           MOVE " " TO DET-IMPORTE-SIGNO.
           IF MOV-IMPORTE-CENT < 0
               MOVE "-" TO DET-IMPORTE-SIGNO.
           MOVE MOV-IMPORTE-ENT  TO DET-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC  TO DET-IMPORTE-DEC.
           MOVE MOV-SALDOPOS-ENT TO DET-SALDO-ENT.

       9000-FIN.
           CLOSE CUENTAS.
           IF SUSTITUCIONES-OK
               CLOSE SUSTITUCIONES.
           DISPLAY " ".
           DISPLAY "Extractos generados: " CONTADOR-EXTRACTOS.
           IF CONTADOR-CERRADAS > 0
               DISPLAY "Tarjetas cerradas sin extracto: "
                   CONTADOR-CERRADAS.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
      *    proceso sepa que no termino bien.
       9500-ERROR.
           CLOSE CUENTAS.
           CLOSE SUSTITUCIONES.
           CLOSE F-MOVIMIENTOS.
           CLOSE EXTRACTO.
           MOVE 8 TO RETURN-CODE.
