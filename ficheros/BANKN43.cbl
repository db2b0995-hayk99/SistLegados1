       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKN43.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS N43-CUENTA
           FILE STATUS IS FSN.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL MOVHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVH-NUM
           ALTERNATE RECORD KEY IS MOVH-TARJETA WITH DUPLICATES
           FILE STATUS IS FSY.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT NORMA43 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.


       DATA DIVISION.
       FILE SECTION.
      *    Suscripciones al fichero de movimientos en formato Norma 43
      *    (ver BANKS43): una fila por cuenta con la periodicidad (D
      *    diaria, S semanal, M mensual), el fichero de destino, el
      *    estado (A activa, B de baja) y la ultima fecha ya enviada.
       FD SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscn43.ubd".
       01 SUSCRIPCIONES-REG.
           02 N43-CUENTA           PIC  9(16).
           02 N43-PERIODICIDAD     PIC  X(1).
               88 N43-DIARIA             VALUE "D".
               88 N43-SEMANAL            VALUE "S".
               88 N43-MENSUAL            VALUE "M".
           02 N43-DESTINO          PIC  X(40).
           02 N43-ESTADO           PIC  X(1).
               88 N43-ACTIVA             VALUE "A".
               88 N43-DE-BAJA            VALUE "B".
           02 N43-F-ALTA           PIC  9(8).
           02 N43-F-ULTIMO         PIC  9(8).
           02 N43-OPERADOR         PIC  X(08).

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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
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
      *    apuntes de arrastre "Saldo anterior" que deja el archivado
      *    empalman un fichero con el otro.
       FD MOVHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.ubd".
       01 MOVHIST-REG.
           02 MOVH-NUM             PIC  9(35).
           02 MOVH-TARJETA         PIC  9(16).
           02 MOVH-ANO             PIC   9(4).
           02 MOVH-MES             PIC   9(2).
           02 MOVH-DIA             PIC   9(2).
           02 MOVH-HOR             PIC   9(2).
           02 MOVH-MIN             PIC   9(2).
           02 MOVH-SEG             PIC   9(2).
           02 MOVH-IMPORTE-ENT     PIC  S9(7).
           02 MOVH-IMPORTE-DEC     PIC   9(2).
           02 MOVH-CONCEPTO        PIC  X(35).
           02 MOVH-SALDOPOS-ENT    PIC  S9(9).
           02 MOVH-SALDOPOS-DEC    PIC   9(2).
           02 MOVH-TIPO            PIC  X(2).
           02 MOVH-IMPORTE-CENT    PIC S9(9).
           02 MOVH-CONTRAPARTIDA   PIC  X(16).
           02 MOVH-OPERADOR        PIC  X(08).
           02 MOVH-TERMINAL        PIC  X(04).

      *    Parametros de explotacion (ver BANKPAR): codigo de entidad
      *    (ENTIDAD-N43) y de oficina (OFICINA-N43) que se declaran en
      *    los registros de cabecera y final de cuenta.
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Fichero Norma 43 de una cuenta suscrita: registros de 80
      *    posiciones; se abre uno por suscripcion con el nombre de
      *    N43-DESTINO, o norma43NNNN...N.n43 si viene en blanco.
       FD NORMA43
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS N43-FICHERO.
       01 LINEA-N43                PIC  X(80).


       WORKING-STORAGE SECTION.
       77 FSN                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 HAY-HISTORICO            PIC  X(1) VALUE "N".
           88 HISTORICO-OK          VALUE "S".

       77 N43-FICHERO              PIC  X(40).

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

      *    Codigos de entidad y oficina por defecto si no estan en
      *    parametros.ubd.
       77 ENTIDAD-N43              PIC  9(4) VALUE 0.
       77 OFICINA-N43              PIC  9(4) VALUE 1.

      *    Periodo de la suscripcion en proceso. El fin es el ultimo
      *    dia completo que toca segun la periodicidad (ayer, el
      *    domingo pasado o el fin del mes pasado); el inicio es el
      *    dia siguiente al ultimo ya enviado, de modo que un pase que
      *    no se hizo se recupera en el siguiente, o el principio
      *    natural del periodo si la suscripcion aun no ha recibido
      *    ningun fichero.
       77 F-HOY                    PIC  9(8).
       77 DIA-HOY                  PIC  9(7).
       77 DIA-FIN                  PIC  9(7).
       77 DIA-SEMANA               PIC  9(1).
       77 F-INI-N43                PIC  9(8).
       77 F-FIN-N43                PIC  9(8).
       77 F-MOV                    PIC  9(8).
       77 F-APERTURA               PIC  9(8).
       01 FECHA-TRABAJO.
           05 FTR-ANO              PIC  9(4).
           05 FTR-MES              PIC  9(2).
           05 FTR-DIA              PIC  9(2).
       01 F-TRABAJO REDEFINES FECHA-TRABAJO PIC 9(8).
      *    Vista AAMMDD de una fecha, como la pide la norma.
       01 FECHA-NORMA.
           05 FNO-SIGLO            PIC  9(2).
           05 FNO-AAMMDD           PIC  9(6).
       01 F-NORMA REDEFINES FECHA-NORMA PIC 9(8).

      *    Relacion cuenta/tarjeta cargada de tarjetas.ubd: cada
      *    tarjeta lleva su propio saldo, asi que cada una sale en su
      *    propio bloque de cuenta dentro del fichero del cliente.
       01 TABLA-TARJETAS-N43.
           05 TT-ENTRY OCCURS 500 TIMES.
               10 TT-CUENTA         PIC  9(16).
               10 TT-TARJETA        PIC  9(16).
               10 TT-NOMBRE         PIC  X(35).

       77 TOTAL-TARJETAS-N43       PIC  9(5) VALUE 0.
       77 TT-IDX-WS                PIC  9(5).

       77 TARJETA-PROCESO          PIC  9(16).
       77 TARJETAS-EN-FICHERO      PIC  9(3).

      *    Apunte en proceso, venga del historico o del fichero en
      *    linea.
       77 AP-NUM                   PIC  9(35).
       77 AP-TIPO                  PIC  X(2).
       77 AP-IMPORTE-CENT          PIC S9(9).
       77 AP-CONCEPTO              PIC  X(35).
       77 AP-CONTRAPARTIDA         PIC  X(16).

       77 SALDO-APERTURA-ENT       PIC S9(9).
       77 SALDO-APERTURA-DEC       PIC  9(2).
       77 SALDO-INICIAL-CENT       PIC S9(13).
       77 SALDO-FINAL-CENT         PIC S9(13).
       77 NUM-DEBE                 PIC  9(5).
       77 NUM-HABER                PIC  9(5).
       77 TOTAL-DEBE-CENT          PIC  9(13).
       77 TOTAL-HABER-CENT         PIC  9(13).
       77 REGISTROS-FICHERO        PIC  9(6).

       77 CONTADOR-SUSCRIPCIONES   PIC  9(5) VALUE 0.
       77 CONTADOR-FICHEROS        PIC  9(5) VALUE 0.
       77 CONTADOR-NO-TOCA         PIC  9(5) VALUE 0.
       77 CONTADOR-SIN-TARJETAS    PIC  9(5) VALUE 0.
       77 CONTADOR-APUNTES         PIC  9(7) VALUE 0.

      *    Registro 11, cabecera de cuenta.
       01 REG-11.
           05 FILLER               PIC  X(2) VALUE "11".
           05 R11-ENTIDAD          PIC  9(4).
           05 R11-OFICINA          PIC  9(4).
           05 R11-CUENTA           PIC  X(10).
           05 R11-F-INICIAL        PIC  9(6).
           05 R11-F-FINAL          PIC  9(6).
           05 R11-CLAVE-SALDO      PIC  X(1).
           05 R11-SALDO            PIC  9(14).
           05 FILLER               PIC  X(3) VALUE "978".
           05 FILLER               PIC  X(1) VALUE "3".
           05 R11-NOMBRE           PIC  X(26).
           05 FILLER               PIC  X(3) VALUE SPACES.

      *    Registro 22, movimiento principal.
       01 REG-22.
           05 FILLER               PIC  X(2) VALUE "22".
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 R22-OFICINA          PIC  9(4).
           05 R22-F-OPERACION      PIC  9(6).
           05 R22-F-VALOR          PIC  9(6).
           05 R22-CONCEPTO-COMUN   PIC  9(2).
           05 R22-CONCEPTO-PROPIO  PIC  X(3).
           05 R22-CLAVE            PIC  X(1).
           05 R22-IMPORTE          PIC  9(14).
           05 R22-DOCUMENTO        PIC  X(10).
           05 R22-REFERENCIA1      PIC  X(12).
           05 R22-REFERENCIA2      PIC  X(16).

      *    Registro 23, complementario de concepto (dato 01).
       01 REG-23.
           05 FILLER               PIC  X(2) VALUE "23".
           05 FILLER               PIC  X(2) VALUE "01".
           05 R23-CONCEPTO1        PIC  X(38).
           05 R23-CONCEPTO2        PIC  X(38).

      *    Registro 33, final de cuenta.
       01 REG-33.
           05 FILLER               PIC  X(2) VALUE "33".
           05 R33-ENTIDAD          PIC  9(4).
           05 R33-OFICINA          PIC  9(4).
           05 R33-CUENTA           PIC  X(10).
           05 R33-NUM-DEBE         PIC  9(5).
           05 R33-TOTAL-DEBE       PIC  9(14).
           05 R33-NUM-HABER        PIC  9(5).
           05 R33-TOTAL-HABER      PIC  9(14).
           05 R33-CLAVE-SALDO      PIC  X(1).
           05 R33-SALDO            PIC  9(14).
           05 FILLER               PIC  X(3) VALUE "978".
           05 FILLER               PIC  X(4) VALUE SPACES.

      *    Registro 88, final de fichero.
       01 REG-88.
           05 FILLER               PIC  X(2) VALUE "88".
           05 FILLER               PIC  X(18) VALUE ALL "9".
           05 R88-REGISTROS        PIC  9(6).
           05 FILLER               PIC  X(54) VALUE SPACES.


      *    EXPORTACION NORMA 43 -- para cada cuenta suscrita en
      *    suscn43.ubd a la que le toca envio segun su periodicidad,
      *    escribe un fichero en el formato AEB Norma 43 con un bloque
      *    por tarjeta de la cuenta: cabecera (11) con el saldo de
      *    apertura, un registro de movimiento (22) por MOV-NUM del
      *    periodo con su complementario de concepto (23) y final de
      *    cuenta (33) con los totales al debe y al haber y el saldo
      *    de cierre; al final, el registro de fin de fichero (88).
      *    Los movimientos se leen por la clave de tarjeta, del
      *    historico y del fichero en linea. La fecha del ultimo dia
      *    enviado queda en la suscripcion.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKN43 - Exportacion de movimientos Norma 43".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(F-HOY).

           PERFORM 0500-LEER-PARAMETROS
               THRU 0500-LEER-PARAMETROS-EXIT.

           OPEN I-O SUSCRIPCIONES.
           IF FSN NOT = 00 AND FSN NOT = 05
               DISPLAY "No se ha podido abrir suscn43.ubd FSN=" FSN
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd FST=" FST
               CLOSE SUSCRIPCIONES
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

       1000-CARGAR-TARJETAS.
           READ TARJETAS NEXT RECORD AT END
               GO TO 1500-CERRAR-TARJETAS.

           IF TOTAL-TARJETAS-N43 >= 500
               DISPLAY "AVISO: tarjeta " TNUM
                   " omitida, tabla de 500 tarjetas llena"
               GO TO 1000-CARGAR-TARJETAS.

           ADD 1 TO TOTAL-TARJETAS-N43.
           MOVE NUMERO-CUENTA TO TT-CUENTA(TOTAL-TARJETAS-N43).
           MOVE TNUM          TO TT-TARJETA(TOTAL-TARJETAS-N43).
           MOVE TNOMBRE       TO TT-NOMBRE(TOTAL-TARJETAS-N43).
           GO TO 1000-CARGAR-TARJETAS.

       1500-CERRAR-TARJETAS.
           CLOSE TARJETAS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               CLOSE SUSCRIPCIONES
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

      *    sin historico (nunca se ha archivado) se trabaja solo con
      *    el fichero en linea
           MOVE "N" TO HAY-HISTORICO.
           OPEN INPUT MOVHIST.
           IF FSY = 00 OR FSY = 05
               MOVE "S" TO HAY-HISTORICO.

           MOVE 0 TO N43-CUENTA.
           START SUSCRIPCIONES KEY IS >= N43-CUENTA
               INVALID KEY
                   GO TO 9000-FIN.

       2000-SIGUIENTE-SUSCRIPCION.
           READ SUSCRIPCIONES NEXT RECORD AT END
               GO TO 9000-FIN.
           IF NOT N43-ACTIVA
               GO TO 2000-SIGUIENTE-SUSCRIPCION.
           ADD 1 TO CONTADOR-SUSCRIPCIONES.

           PERFORM 2500-CALCULAR-PERIODO
               THRU 2500-CALCULAR-PERIODO-EXIT.
           IF F-INI-N43 > F-FIN-N43
               ADD 1 TO CONTADOR-NO-TOCA
               GO TO 2000-SIGUIENTE-SUSCRIPCION.

           PERFORM 3000-FICHERO-CUENTA
               THRU 3000-FICHERO-CUENTA-EXIT.
           GO TO 2000-SIGUIENTE-SUSCRIPCION.

      *    Deja en F-INI-N43 y F-FIN-N43 el periodo que toca enviar;
      *    si no toca nada el inicio queda por encima del fin.
      *    INTEGER-OF-DATE parte del lunes 1-1-1601, asi que MOD 7 = 0
      *    es domingo.
       2500-CALCULAR-PERIODO.
           IF N43-SEMANAL
               GO TO 2500-SEMANAL.
           IF N43-MENSUAL
               GO TO 2500-MENSUAL.

           COMPUTE DIA-FIN = DIA-HOY - 1.
           COMPUTE F-FIN-N43 = FUNCTION DATE-OF-INTEGER(DIA-FIN).
           MOVE F-FIN-N43 TO F-INI-N43.
           GO TO 2500-DESDE-ULTIMO.

       2500-SEMANAL.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-HOY, 7).
           IF DIA-SEMANA = 0
               COMPUTE DIA-FIN = DIA-HOY - 7
           ELSE
               COMPUTE DIA-FIN = DIA-HOY - DIA-SEMANA
           END-IF.
           COMPUTE F-FIN-N43 = FUNCTION DATE-OF-INTEGER(DIA-FIN).
           SUBTRACT 6 FROM DIA-FIN.
           COMPUTE F-INI-N43 = FUNCTION DATE-OF-INTEGER(DIA-FIN).
           GO TO 2500-DESDE-ULTIMO.

       2500-MENSUAL.
           MOVE ANO TO FTR-ANO.
           MOVE MES TO FTR-MES.
           MOVE 1   TO FTR-DIA.
           COMPUTE DIA-FIN = FUNCTION INTEGER-OF-DATE(F-TRABAJO) - 1.
           COMPUTE F-FIN-N43 = FUNCTION DATE-OF-INTEGER(DIA-FIN).
           MOVE F-FIN-N43 TO F-TRABAJO.
           MOVE 1 TO FTR-DIA.
           MOVE F-TRABAJO TO F-INI-N43.

      *    con envios anteriores se arranca al dia siguiente del
      *    ultimo enviado, recuperando los pases que faltaran
       2500-DESDE-ULTIMO.
           IF N43-F-ULTIMO = 0
               GO TO 2500-CALCULAR-PERIODO-EXIT.
           IF N43-F-ULTIMO >= F-FIN-N43
               COMPUTE F-INI-N43 = F-FIN-N43 + 1
               GO TO 2500-CALCULAR-PERIODO-EXIT.
           COMPUTE DIA-FIN = FUNCTION INTEGER-OF-DATE(N43-F-ULTIMO)
                           + 1.
           COMPUTE F-INI-N43 = FUNCTION DATE-OF-INTEGER(DIA-FIN).

       2500-CALCULAR-PERIODO-EXIT.
           EXIT.

      *    Fichero de una cuenta suscrita: un bloque 11/22/23/33 por
      *    cada tarjeta de la cuenta y el 88 de cierre. Una cuenta sin
      *    tarjetas no genera fichero ni avanza la fecha de envio.
       3000-FICHERO-CUENTA.
           MOVE 0 TO TARJETAS-EN-FICHERO.
           MOVE 1 TO TT-IDX-WS.

       3000-CONTAR-TARJETAS.
           IF TT-IDX-WS > TOTAL-TARJETAS-N43
               GO TO 3000-ABRIR.
           IF TT-CUENTA(TT-IDX-WS) = N43-CUENTA
               ADD 1 TO TARJETAS-EN-FICHERO.
           ADD 1 TO TT-IDX-WS.
           GO TO 3000-CONTAR-TARJETAS.

       3000-ABRIR.
           IF TARJETAS-EN-FICHERO = 0
               DISPLAY "Cuenta " N43-CUENTA " sin tarjetas: no se "
                   "genera fichero"
               ADD 1 TO CONTADOR-SIN-TARJETAS
               GO TO 3000-FICHERO-CUENTA-EXIT.

           MOVE N43-DESTINO TO N43-FICHERO.
           IF N43-FICHERO = SPACES
               STRING "norma43"        DELIMITED BY SIZE
                      N43-CUENTA       DELIMITED BY SIZE
                      ".n43"           DELIMITED BY SIZE
                   INTO N43-FICHERO.

           OPEN OUTPUT NORMA43.
           IF FSX NOT = 00
               DISPLAY "No se ha podido crear " N43-FICHERO
                   " FSX=" FSX
               GO TO 9500-ERROR.

           MOVE 0 TO REGISTROS-FICHERO.
           MOVE 0 TO TT-IDX-WS.

       3100-SIGUIENTE-TARJETA.
           ADD 1 TO TT-IDX-WS.
           IF TT-IDX-WS > TOTAL-TARJETAS-N43
               GO TO 3200-CERRAR-FICHERO.
           IF TT-CUENTA(TT-IDX-WS) NOT = N43-CUENTA
               GO TO 3100-SIGUIENTE-TARJETA.

           MOVE TT-TARJETA(TT-IDX-WS) TO TARJETA-PROCESO.
           PERFORM 4000-BLOQUE-TARJETA THRU 4000-BLOQUE-TARJETA-EXIT.
           GO TO 3100-SIGUIENTE-TARJETA.

       3200-CERRAR-FICHERO.
           MOVE REGISTROS-FICHERO TO R88-REGISTROS.
           WRITE LINEA-N43 FROM REG-88.
           CLOSE NORMA43.

      *    la fecha de envio solo avanza con el fichero ya cerrado
           MOVE F-FIN-N43 TO N43-F-ULTIMO.
           REWRITE SUSCRIPCIONES-REG INVALID KEY
               DISPLAY "Error apuntando el envio de la cuenta "
                   N43-CUENTA
               GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-FICHEROS.
           DISPLAY "Cuenta " N43-CUENTA " del " F-INI-N43 " al "
               F-FIN-N43 ": " N43-FICHERO.

       3000-FICHERO-CUENTA-EXIT.
           EXIT.

      *    Bloque de una tarjeta. La apertura es el saldo posterior
      *    del movimiento con mayor fecha anterior al periodo, en el
      *    historico y en el fichero en linea, igual que en BANKHIS;
      *    el cierre se calcula con la apertura y los totales, para
      *    que el registro 33 cuadre siempre con los 22 del bloque.
       4000-BLOQUE-TARJETA.
           MOVE 0 TO SALDO-APERTURA-ENT.
           MOVE 0 TO SALDO-APERTURA-DEC.
           MOVE 0 TO F-APERTURA.
           MOVE 0 TO NUM-DEBE.
           MOVE 0 TO NUM-HABER.
           MOVE 0 TO TOTAL-DEBE-CENT.
           MOVE 0 TO TOTAL-HABER-CENT.

           IF NOT HISTORICO-OK
               GO TO 4100-APERTURA-LINEA.

           MOVE TARJETA-PROCESO TO MOVH-TARJETA.
           START MOVHIST KEY IS = MOVH-TARJETA INVALID KEY
               GO TO 4100-APERTURA-LINEA.

       4050-APERTURA-HIST.
           READ MOVHIST NEXT RECORD AT END
               GO TO 4100-APERTURA-LINEA.
           IF MOVH-TARJETA NOT = TARJETA-PROCESO
               GO TO 4100-APERTURA-LINEA.
           COMPUTE F-MOV = (MOVH-ANO * 10000) + (MOVH-MES * 100)
                           + MOVH-DIA.
           IF F-MOV < F-INI-N43 AND F-MOV >= F-APERTURA
               MOVE F-MOV             TO F-APERTURA
               MOVE MOVH-SALDOPOS-ENT TO SALDO-APERTURA-ENT
               MOVE MOVH-SALDOPOS-DEC TO SALDO-APERTURA-DEC.
           GO TO 4050-APERTURA-HIST.

       4100-APERTURA-LINEA.
           MOVE TARJETA-PROCESO TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO 4200-CABECERA.

       4150-APERTURA-LINEA-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO 4200-CABECERA.
           IF MOV-TARJETA NOT = TARJETA-PROCESO
               GO TO 4200-CABECERA.
           COMPUTE F-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
                           + MOV-DIA.
           IF F-MOV < F-INI-N43 AND F-MOV >= F-APERTURA
               MOVE F-MOV            TO F-APERTURA
               MOVE MOV-SALDOPOS-ENT TO SALDO-APERTURA-ENT
               MOVE MOV-SALDOPOS-DEC TO SALDO-APERTURA-DEC.
           GO TO 4150-APERTURA-LINEA-BUCLE.

      *    el signo del saldo va en la parte entera y los centimos
      *    van siempre en positivo
       4200-CABECERA.
           IF SALDO-APERTURA-ENT < 0
               COMPUTE SALDO-INICIAL-CENT =
                   (SALDO-APERTURA-ENT * 100) - SALDO-APERTURA-DEC
           ELSE
               COMPUTE SALDO-INICIAL-CENT =
                   (SALDO-APERTURA-ENT * 100) + SALDO-APERTURA-DEC
           END-IF.

           MOVE ENTIDAD-N43 TO R11-ENTIDAD.
           MOVE OFICINA-N43 TO R11-OFICINA.
           MOVE TARJETA-PROCESO(7:10) TO R11-CUENTA.
           MOVE F-INI-N43 TO F-NORMA.
           MOVE FNO-AAMMDD TO R11-F-INICIAL.
           MOVE F-FIN-N43 TO F-NORMA.
           MOVE FNO-AAMMDD TO R11-F-FINAL.
           IF SALDO-INICIAL-CENT < 0
               MOVE "1" TO R11-CLAVE-SALDO
               COMPUTE R11-SALDO = 0 - SALDO-INICIAL-CENT
           ELSE
               MOVE "2" TO R11-CLAVE-SALDO
               MOVE SALDO-INICIAL-CENT TO R11-SALDO
           END-IF.
           MOVE TT-NOMBRE(TT-IDX-WS) TO R11-NOMBRE.
           WRITE LINEA-N43 FROM REG-11.
           ADD 1 TO REGISTROS-FICHERO.

      *    movimientos del periodo: primero lo archivado, despues el
      *    fichero en linea; los arrastres "Saldo anterior" del
      *    archivado no son movimientos y no se exportan
           IF NOT HISTORICO-OK
               GO TO 4400-DETALLE-LINEA.

           MOVE TARJETA-PROCESO TO MOVH-TARJETA.
           START MOVHIST KEY IS = MOVH-TARJETA INVALID KEY
               GO TO 4400-DETALLE-LINEA.

       4300-DETALLE-HIST.
           READ MOVHIST NEXT RECORD AT END
               GO TO 4400-DETALLE-LINEA.
           IF MOVH-TARJETA NOT = TARJETA-PROCESO
               GO TO 4400-DETALLE-LINEA.
           COMPUTE F-MOV = (MOVH-ANO * 10000) + (MOVH-MES * 100)
                           + MOVH-DIA.
           IF F-MOV < F-INI-N43 OR F-MOV > F-FIN-N43
               GO TO 4300-DETALLE-HIST.
           IF MOVH-TIPO = "SA"
               GO TO 4300-DETALLE-HIST.

           MOVE MOVH-NUM           TO AP-NUM.
           MOVE MOVH-TIPO          TO AP-TIPO.
           MOVE MOVH-IMPORTE-CENT  TO AP-IMPORTE-CENT.
           MOVE MOVH-CONCEPTO      TO AP-CONCEPTO.
           MOVE MOVH-CONTRAPARTIDA TO AP-CONTRAPARTIDA.
           PERFORM 5000-APUNTE THRU 5000-APUNTE-EXIT.
           GO TO 4300-DETALLE-HIST.

       4400-DETALLE-LINEA.
           MOVE TARJETA-PROCESO TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA INVALID KEY
               GO TO 4600-FINAL-CUENTA.

       4500-DETALLE-LINEA-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO 4600-FINAL-CUENTA.
           IF MOV-TARJETA NOT = TARJETA-PROCESO
               GO TO 4600-FINAL-CUENTA.
           COMPUTE F-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
                           + MOV-DIA.
           IF F-MOV < F-INI-N43 OR F-MOV > F-FIN-N43
               GO TO 4500-DETALLE-LINEA-BUCLE.
           IF MOV-ES-SALDO-ANTERIOR
               GO TO 4500-DETALLE-LINEA-BUCLE.

           MOVE MOV-NUM            TO AP-NUM.
           MOVE MOV-TIPO           TO AP-TIPO.
           MOVE MOV-IMPORTE-CENT   TO AP-IMPORTE-CENT.
           MOVE MOV-CONCEPTO       TO AP-CONCEPTO.
           MOVE MOV-CONTRAPARTIDA  TO AP-CONTRAPARTIDA.
           PERFORM 5000-APUNTE THRU 5000-APUNTE-EXIT.
           GO TO 4500-DETALLE-LINEA-BUCLE.

       4600-FINAL-CUENTA.
           COMPUTE SALDO-FINAL-CENT = SALDO-INICIAL-CENT
               + TOTAL-HABER-CENT - TOTAL-DEBE-CENT.

           MOVE ENTIDAD-N43      TO R33-ENTIDAD.
           MOVE OFICINA-N43      TO R33-OFICINA.
           MOVE R11-CUENTA       TO R33-CUENTA.
           MOVE NUM-DEBE         TO R33-NUM-DEBE.
           MOVE TOTAL-DEBE-CENT  TO R33-TOTAL-DEBE.
           MOVE NUM-HABER        TO R33-NUM-HABER.
           MOVE TOTAL-HABER-CENT TO R33-TOTAL-HABER.
           IF SALDO-FINAL-CENT < 0
               MOVE "1" TO R33-CLAVE-SALDO
               COMPUTE R33-SALDO = 0 - SALDO-FINAL-CENT
           ELSE
               MOVE "2" TO R33-CLAVE-SALDO
               MOVE SALDO-FINAL-CENT TO R33-SALDO
           END-IF.
           WRITE LINEA-N43 FROM REG-33.
           ADD 1 TO REGISTROS-FICHERO.

       4000-BLOQUE-TARJETA-EXIT.
           EXIT.

      *    Registros 22 y 23 de un apunte. El concepto comun de la
      *    norma se deduce del tipo de apunte; el tipo propio va en el
      *    concepto propio para que el cliente pueda afinar.
       5000-APUNTE.
           MOVE F-MOV TO F-NORMA.
           MOVE OFICINA-N43 TO R22-OFICINA.
           MOVE FNO-AAMMDD  TO R22-F-OPERACION.
           MOVE FNO-AAMMDD  TO R22-F-VALOR.
           MOVE AP-TIPO     TO R22-CONCEPTO-PROPIO.

           MOVE 99 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "IN"
               MOVE 02 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "RB" OR AP-TIPO = "PG"
               MOVE 03 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "TE" OR AP-TIPO = "TR" OR AP-TIPO = "XE"
                   OR AP-TIPO = "XR" OR AP-TIPO = "PE"
                   OR AP-TIPO = "PR" OR AP-TIPO = "IE"
                   OR AP-TIPO = "IR"
               MOVE 04 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "PD" OR AP-TIPO = "CP" OR AP-TIPO = "IP"
                   OR AP-TIPO = "DM"
               MOVE 05 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "RE" OR AP-TIPO = "RO"
               MOVE 11 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "EN" OR AP-TIPO = "DE"
               MOVE 12 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "DI"
               MOVE 14 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "IA" OR AP-TIPO = "ID" OR AP-TIPO = "CM"
                   OR AP-TIPO = "CO" OR AP-TIPO = "IF"
                   OR AP-TIPO = "PP"
               MOVE 17 TO R22-CONCEPTO-COMUN.
           IF AP-TIPO = "RC"
               MOVE 98 TO R22-CONCEPTO-COMUN.

           IF AP-IMPORTE-CENT < 0
               MOVE "1" TO R22-CLAVE
               COMPUTE R22-IMPORTE = 0 - AP-IMPORTE-CENT
               ADD 1 TO NUM-DEBE
               ADD R22-IMPORTE TO TOTAL-DEBE-CENT
           ELSE
               MOVE "2" TO R22-CLAVE
               MOVE AP-IMPORTE-CENT TO R22-IMPORTE
               ADD 1 TO NUM-HABER
               ADD R22-IMPORTE TO TOTAL-HABER-CENT
           END-IF.

           MOVE AP-NUM(26:10)    TO R22-DOCUMENTO.
           MOVE TARJETA-PROCESO(5:12) TO R22-REFERENCIA1.
           MOVE AP-CONTRAPARTIDA TO R22-REFERENCIA2.
           WRITE LINEA-N43 FROM REG-22.

           MOVE AP-CONCEPTO      TO R23-CONCEPTO1.
           MOVE SPACES           TO R23-CONCEPTO2.
           WRITE LINEA-N43 FROM REG-23.

           ADD 2 TO REGISTROS-FICHERO.
           ADD 1 TO CONTADOR-APUNTES.

       5000-APUNTE-EXIT.
           EXIT.

      *    Codigos de entidad y oficina (ver BANKPAR); sin fichero o
      *    sin fila rigen los valores por defecto compilados.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "ENTIDAD-N43" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR < 10000
                   MOVE PAR-VALOR TO ENTIDAD-N43
               END-IF
           END-READ.

           MOVE "OFICINA-N43" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR < 10000
                   MOVE PAR-VALOR TO OFICINA-N43
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
           EXIT.

       9000-FIN.
           CLOSE SUSCRIPCIONES.
           CLOSE F-MOVIMIENTOS.
           IF HISTORICO-OK
               CLOSE MOVHIST.
           DISPLAY " ".
           DISPLAY "Suscripciones activas:       "
               CONTADOR-SUSCRIPCIONES.
           DISPLAY "Ficheros generados:          " CONTADOR-FICHEROS.
           DISPLAY "Sin envio pendiente:         " CONTADOR-NO-TOCA.
           DISPLAY "Cuentas sin tarjetas:        "
               CONTADOR-SIN-TARJETAS.
           DISPLAY "Movimientos exportados:      " CONTADOR-APUNTES.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
      *    proceso sepa que no termino bien; las suscripciones ya
      *    servidas conservan su fecha de envio.
       9500-ERROR.
           CLOSE SUSCRIPCIONES.
           CLOSE F-MOVIMIENTOS.
           CLOSE MOVHIST.
           CLOSE NORMA43.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
