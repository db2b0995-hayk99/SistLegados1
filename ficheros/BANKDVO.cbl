       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOL-IN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT INTERCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-NUM
           FILE STATUS IS FSY.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL SUSTITUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-TARJETA-NUEVA
           ALTERNATE RECORD KEY IS SUS-TARJETA-ANTERIOR
           FILE STATUS IS FSU.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSC.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSZ.

           SELECT OPTIONAL SECUENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-CLAVE
           FILE STATUS IS FSS.


       DATA DIVISION.
       FILE SECTION.
      *    Devoluciones que nos manda la camara de compensacion sobre
      *    nuestras ordenes interbancarias salientes: mismo formato
      *    que la remesa de devoluciones de BANKREC. Una cabecera
      *    "CAB" con secuencia y fecha, las lineas (cuenta destino
      *    original, importe, titular, referencia de la orden tal
      *    como salio en la remesa de BANKEMI y codigo de motivo del
      *    banco destino) y un cierre "FIN" con el numero de lineas y
      *    la suma de importes en centimos. Nada se reabona hasta
      *    validar cabecera y cierre.
       FD DEVOL-IN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devolin.dat".
       01 DEVOLUCION-REG.
           02 DVL-CUENTA           PIC  9(16).
           02 DVL-IMPORTE-ENT      PIC  9(7).
           02 DVL-IMPORTE-DEC      PIC  9(2).
           02 DVL-NOMBRE           PIC  X(35).
           02 DVL-REFERENCIA       PIC  9(35).
           02 DVL-MOTIVO           PIC  X(4).
       01 DEVOLUCION-CAB.
           02 CAB-MARCA            PIC  X(3).
           02 CAB-SECUENCIA        PIC  9(6).
           02 CAB-FECHA            PIC  9(8).
           02 FILLER               PIC  X(82).
       01 DEVOLUCION-FIN.
           02 FIN-MARCA            PIC  X(3).
           02 FIN-CUENTA-REG       PIC  9(7).
           02 FIN-TOTAL-CENT       PIC  9(13).
           02 FILLER               PIC  X(76).

      *    Ordenes interbancarias salientes (ver BANKEMI): solo se
      *    casa una devolucion con una orden exportada ("E"); al
      *    reabonarla queda devuelta ("D").
       FD INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
       01 INTERCAMBIO-REG.
           02 INT-NUM              PIC  9(35).
           02 INT-TARJETA-O        PIC  9(16).
           02 INT-CUENTA-EXT       PIC  9(16).
           02 INT-NOMBRE           PIC  X(35).
           02 INT-ANO              PIC   9(4).
           02 INT-MES              PIC   9(2).
           02 INT-DIA              PIC   9(2).
           02 INT-IMPORTE-ENT      PIC   9(7).
           02 INT-IMPORTE-DEC      PIC   9(2).
           02 INT-ESTADO           PIC  X(1).
      *    comision de la orden segun tarifa (ver BANKCOM), en
      *    centimos; BANKEMI la carga aparte al exportar la orden.
           02 INT-COMISION-CENT    PIC  9(9).

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

      *    Sustituciones de tarjeta (ver BANKSUS): si la tarjeta que
      *    dio la orden se ha sustituido, el reabono va a la nueva.
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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAS-REG.
           02 CTA-TARJETA          PIC  9(16).
           02 CTA-SALDO-ENT        PIC S9(9).
           02 CTA-SALDO-DEC        PIC  9(2).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Devoluciones que no se han podido casar o reabonar, para
      *    que la oficina las revise con la camara.
       FD RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dvlrech.lst".
       01 LINEA-RECHAZO            PIC  X(90).

      *    Registro de secuencias de intercambio ya procesadas (ver
      *    BANKREC); las devoluciones se apuntan como "DEVOLIN".
       FD SECUENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencias.ubd".
       01 SECUENCIAS-REG.
           02 SEC-CLAVE.
               03 SEC-FICHERO      PIC  X(12).
               03 SEC-NUMERO       PIC  9(6).
           02 SEC-FECHA            PIC  9(8).


       WORKING-STORAGE SECTION.
       77 FSR                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSS                      PIC  X(2).

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

       77 LAST-MOV-NUM             PIC  9(35).
       77 CANT-RESERVA             PIC  9(2).
       77 CENT-SALDO               PIC S9(9).
       77 CENT-IMPORTE             PIC S9(9).

       77 CONTADOR-REABONADAS      PIC  9(5)  VALUE 0.
       77 CONTADOR-SIN-CASAR       PIC  9(5)  VALUE 0.
       77 TOTAL-CENT-REABONADO     PIC  9(13) VALUE 0.

       77 SEQ-REMESA               PIC  9(6).
       77 LINEAS-REMESA            PIC  9(7).
       77 TOTAL-CENT-REMESA        PIC  9(13).
       77 F-PROCESO                PIC  9(8).
       77 MOTIVO-REMESA            PIC  X(30).

      *    tarjeta a la que va el reabono: la de la orden o, si se
      *    sustituyo, la ultima de la cadena de sustituciones
       77 TARJETA-ABONO            PIC  9(16).
       77 SALTOS-CADENA            PIC  9(2).

       77 MSJ-DEVUELTA             PIC  X(35)
           VALUE "Devolucion transferencia emitida".

       01 LIN-RECH.
           05 RCH-MOTIVO           PIC  X(20).
           05 FILLER               PIC  X(7) VALUE " ORDEN ".
           05 RCH-REFERENCIA       PIC  9(16).
           05 FILLER               PIC  X(9) VALUE " IMPORTE ".
           05 RCH-IMPORTE-ENT      PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 RCH-IMPORTE-DEC      PIC  9(2).
           05 FILLER               PIC  X(8) VALUE " MOTIVO ".
           05 RCH-CODIGO           PIC  X(4).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-FECHA            PIC  9(8).
           05 FILLER               PIC  X(7) VALUE SPACES.

      *    IMPORTACION DE DEVOLUCIONES DE ORDENES -- lee devolin.dat
      *    (las ordenes interbancarias que BANKEMI mando y que el
      *    banco destino ha rechazado), casa cada linea con su orden
      *    de interout.ubd por la referencia, reabona al cliente con
      *    un movimiento de devolucion y deja la orden devuelta
      *    ("D"). La comision de la orden no se devuelve: el servicio
      *    se presto. Las devoluciones que no casan con una orden
      *    exportada, o cuyo importe no coincide, se listan en
      *    dvlrech.lst sin tocar nada. Sin fichero de devoluciones no
      *    hay nada que procesar y el proceso termina bien.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKDVO - Importacion de devoluciones de ordenes".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT DEVOL-IN.
           IF FSR NOT = 00
               DISPLAY "No hay devoluciones que procesar (FSR="
                   FSR ")"
               GO TO 9999-EXIT.

           OPEN I-O SECUENCIAS.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "No se ha podido abrir secuencias.ubd FSS="
                   FSS
               CLOSE DEVOL-IN
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

      *    antes de reabonar nada se valida el fichero entero, como
      *    la remesa entrante de BANKREC
           PERFORM 0500-VALIDAR-REMESA THRU 0500-VALIDAR-REMESA-EXIT.

           OPEN INPUT DEVOL-IN.
           IF FSR NOT = 00
               DISPLAY "No se ha podido reabrir devolin.dat FSR=" FSR
               CLOSE SECUENCIAS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.
           READ DEVOL-IN AT END
               GO TO 9000-FIN.

           OPEN I-O INTERCAMBIO.
           IF FSY NOT = 00
               DISPLAY "No se ha podido abrir interout.ubd FSY=" FSY
               GO TO 9500-ERROR.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd FST=" FST
               GO TO 9500-ERROR.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               GO TO 9500-ERROR.

           OPEN I-O CUENTAS.
           IF FSC NOT = 00
               DISPLAY "No se ha podido abrir cuentas.ubd FSC=" FSC
               GO TO 9500-ERROR.

           OPEN EXTEND RECHAZOS.
           IF FSZ NOT = 00 AND FSZ NOT = 05
               DISPLAY "No se ha podido crear dvlrech.lst FSZ=" FSZ
               GO TO 9500-ERROR.

           GO TO 1000-RECORRER-DEVOLUCIONES.

      *    Primera pasada, sin escrituras: cabecera "CAB" al frente,
      *    secuencia aun no procesada, cierre "FIN" presente y conteo
      *    y suma de importes iguales a los declarados. Cualquier
      *    defecto rechaza el fichero entero antes de reabonar nada.
       0500-VALIDAR-REMESA.
           READ DEVOL-IN AT END
               MOVE "FICHERO VACIO" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.

           IF CAB-MARCA NOT = "CAB"
               MOVE "FICHERO SIN CABECERA" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.

           MOVE CAB-SECUENCIA TO SEQ-REMESA.
           MOVE "DEVOLIN"     TO SEC-FICHERO.
           MOVE SEQ-REMESA    TO SEC-NUMERO.
           READ SECUENCIAS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "La secuencia " SEQ-REMESA " ya se proceso el "
                   SEC-FECHA
               MOVE "FICHERO YA PROCESADO" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA
           END-READ.

           MOVE 0 TO LINEAS-REMESA.
           MOVE 0 TO TOTAL-CENT-REMESA.

       0510-CONTAR-LINEAS.
           READ DEVOL-IN AT END
               MOVE "FICHERO TRUNCADO SIN CIERRE" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.

           IF FIN-MARCA = "FIN"
               GO TO 0520-COMPROBAR-CIERRE.
           IF CAB-MARCA = "CAB"
               MOVE "CABECERA DUPLICADA" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.

           ADD 1 TO LINEAS-REMESA.
           COMPUTE TOTAL-CENT-REMESA = TOTAL-CENT-REMESA
               + (DVL-IMPORTE-ENT * 100) + DVL-IMPORTE-DEC.
           GO TO 0510-CONTAR-LINEAS.

       0520-COMPROBAR-CIERRE.
           IF FIN-CUENTA-REG NOT = LINEAS-REMESA
               DISPLAY "Declaradas " FIN-CUENTA-REG " lineas, leidas "
                   LINEAS-REMESA
               MOVE "CONTEO DESCUADRADO" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.
           IF FIN-TOTAL-CENT NOT = TOTAL-CENT-REMESA
               DISPLAY "Declarados " FIN-TOTAL-CENT " centimos, "
                   "sumados " TOTAL-CENT-REMESA
               MOVE "IMPORTE DESCUADRADO" TO MOTIVO-REMESA
               GO TO 0900-REMESA-RECHAZADA.

           READ DEVOL-IN AT END
               GO TO 0590-VALIDACION-BUENA.
           MOVE "DATOS TRAS EL CIERRE" TO MOTIVO-REMESA.
           GO TO 0900-REMESA-RECHAZADA.

       0590-VALIDACION-BUENA.
           CLOSE DEVOL-IN.
           DISPLAY "Devoluciones " SEQ-REMESA " validadas: "
               LINEAS-REMESA " lineas por " TOTAL-CENT-REMESA
               " centimos".

       0500-VALIDAR-REMESA-EXIT.
           EXIT.

      *    El fichero defectuoso o repetido no se toca: se avisa del
      *    motivo, se corta con RETURN-CODE 8 y que operaciones lo
      *    revise con la camara.
       0900-REMESA-RECHAZADA.
           DISPLAY "DEVOLUCIONES RECHAZADAS: " MOTIVO-REMESA.
           DISPLAY "No se ha reabonado nada".
           CLOSE DEVOL-IN.
           CLOSE SECUENCIAS.
           MOVE 8 TO RETURN-CODE.
           GO TO 9999-EXIT.

       1000-RECORRER-DEVOLUCIONES.
           READ DEVOL-IN AT END
               GO TO 9000-FIN.

           IF FIN-MARCA = "FIN"
               GO TO 9000-FIN.

      *    la referencia de la remesa saliente es el numero de orden
           MOVE DVL-REFERENCIA TO INT-NUM.
           READ INTERCAMBIO INVALID KEY
               MOVE "ORDEN DESCONOCIDA" TO RCH-MOTIVO
               GO TO 1900-SIN-CASAR.

           IF INT-ESTADO = "D"
               MOVE "ORDEN YA DEVUELTA" TO RCH-MOTIVO
               GO TO 1900-SIN-CASAR.
           IF INT-ESTADO NOT = "E"
               MOVE "ORDEN NO EXPORTADA" TO RCH-MOTIVO
               GO TO 1900-SIN-CASAR.
           IF DVL-IMPORTE-ENT NOT = INT-IMPORTE-ENT
                   OR DVL-IMPORTE-DEC NOT = INT-IMPORTE-DEC
               MOVE "IMPORTE DISTINTO" TO RCH-MOTIVO
               GO TO 1900-SIN-CASAR.
           IF DVL-CUENTA NOT = INT-CUENTA-EXT
               MOVE "CUENTA DISTINTA" TO RCH-MOTIVO
               GO TO 1900-SIN-CASAR.

           PERFORM 1500-BUSCAR-TARJETA THRU 1500-BUSCAR-TARJETA-EXIT.
           IF TARJETA-ABONO = 0
               GO TO 1900-SIN-CASAR.

           PERFORM 2000-REABONAR-ORDEN THRU 2000-REABONAR-ORDEN-EXIT.
           GO TO 1000-RECORRER-DEVOLUCIONES.

      *    Tarjeta que recibe el reabono: la que dio la orden, o la
      *    que la sustituyo si esta cancelada por sustitucion. Una
      *    tarjeta cancelada sin sustituta no se reabona: la deja en
      *    TARJETA-ABONO a cero con el motivo en RCH-MOTIVO.
       1500-BUSCAR-TARJETA.
           MOVE INT-TARJETA-O TO TARJETA-ABONO.
           MOVE 0 TO SALTOS-CADENA.

       1510-SIGUIENTE-TARJETA.
           MOVE TARJETA-ABONO TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "TARJETA DESCONOCIDA" TO RCH-MOTIVO
               MOVE 0 TO TARJETA-ABONO
               GO TO 1500-BUSCAR-TARJETA-EXIT.
           IF TESTADO NOT = "C"
               GO TO 1500-BUSCAR-TARJETA-EXIT.

           IF SALTOS-CADENA >= 10
               MOVE "TARJETA CANCELADA" TO RCH-MOTIVO
               MOVE 0 TO TARJETA-ABONO
               GO TO 1500-BUSCAR-TARJETA-EXIT.
           OPEN INPUT SUSTITUCIONES.
           IF FSU NOT = 00
               MOVE "TARJETA CANCELADA" TO RCH-MOTIVO
               MOVE 0 TO TARJETA-ABONO
               GO TO 1500-BUSCAR-TARJETA-EXIT.
           MOVE TARJETA-ABONO TO SUS-TARJETA-ANTERIOR.
           READ SUSTITUCIONES KEY IS SUS-TARJETA-ANTERIOR
               INVALID KEY
                   CLOSE SUSTITUCIONES
                   MOVE "TARJETA CANCELADA" TO RCH-MOTIVO
                   MOVE 0 TO TARJETA-ABONO
                   GO TO 1500-BUSCAR-TARJETA-EXIT.
           MOVE SUS-TARJETA-NUEVA TO TARJETA-ABONO.
           CLOSE SUSTITUCIONES.
           ADD 1 TO SALTOS-CADENA.
           GO TO 1510-SIGUIENTE-TARJETA.

       1500-BUSCAR-TARJETA-EXIT.
           EXIT.

      *    Devolucion que no casa: se lista con el motivo propio y el
      *    que dio el banco destino, y la orden no se toca.
       1900-SIN-CASAR.
           MOVE DVL-REFERENCIA(20:16) TO RCH-REFERENCIA.
           MOVE DVL-IMPORTE-ENT       TO RCH-IMPORTE-ENT.
           MOVE DVL-IMPORTE-DEC       TO RCH-IMPORTE-DEC.
           MOVE DVL-MOTIVO            TO RCH-CODIGO.
           MOVE F-PROCESO             TO RCH-FECHA.
           WRITE LINEA-RECHAZO FROM LIN-RECH.
           ADD 1 TO CONTADOR-SIN-CASAR.
           GO TO 1000-RECORRER-DEVOLUCIONES.

      *    Reabona el importe de la orden en la tarjeta como
      *    movimiento de devolucion, actualiza el maestro CUENTAS y
      *    deja la orden devuelta.
       2000-REABONAR-ORDEN.
           MOVE TARJETA-ABONO TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE 0 TO CTA-SALDO-DEC.

      *    el signo del saldo viaja en la parte entera y los centimos
      *    son magnitud: con descubierto autorizado el saldo puede
      *    venir negativo
           IF CTA-SALDO-ENT < 0
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    - CTA-SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (CTA-SALDO-ENT * 100)
                                    + CTA-SALDO-DEC
           END-IF.
           COMPUTE CENT-IMPORTE = (INT-IMPORTE-ENT * 100)
                                  + INT-IMPORTE-DEC.
           ADD CENT-IMPORTE TO CENT-SALDO.

           MOVE 1 TO CANT-RESERVA.
           PERFORM 8000-RESERVAR-MOV-NUM
               THRU 8000-RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TARJETA-ABONO   TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.
           MOVE INT-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE INT-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE MSJ-DEVUELTA    TO MOV-CONCEPTO.
           MOVE "DI"            TO MOV-TIPO.
           MOVE CENT-IMPORTE    TO MOV-IMPORTE-CENT.
           MOVE INT-CUENTA-EXT  TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo el reabono de la orden "
                   INT-NUM
               GO TO 9500-ERROR.

           MOVE TARJETA-ABONO    TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY
               WRITE CUENTAS-REG INVALID KEY
                   DISPLAY "Error actualizando cuenta " TARJETA-ABONO
                   GO TO 9500-ERROR.

           MOVE "D" TO INT-ESTADO.
           REWRITE INTERCAMBIO-REG INVALID KEY
               DISPLAY "Error marcando la orden " INT-NUM
               GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-REABONADAS.
           ADD CENT-IMPORTE TO TOTAL-CENT-REABONADO.

       2000-REABONAR-ORDEN-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       8000-RESERVAR-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               GO TO 9500-ERROR.
           MOVE "MOVIMIENTOS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               DISPLAY "Falta el contador MOVIMIENTOS, lanzar BANKCNT"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-MOV-NUM.
           ADD CANT-RESERVA TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando numeros de movimiento"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

       8000-RESERVAR-MOV-NUM-EXIT.
           EXIT.

       9000-FIN.
      *    la secuencia queda apuntada como procesada: el mismo
      *    fichero re-entregado manana sera rechazado en la validacion
           MOVE "DEVOLIN"   TO SEC-FICHERO.
           MOVE SEQ-REMESA  TO SEC-NUMERO.
           MOVE F-PROCESO   TO SEC-FECHA.
           WRITE SECUENCIAS-REG INVALID KEY
               REWRITE SECUENCIAS-REG INVALID KEY
                   DISPLAY "Error apuntando la secuencia " SEQ-REMESA.
           CLOSE SECUENCIAS.

           CLOSE DEVOL-IN.
           CLOSE INTERCAMBIO.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE RECHAZOS.
           DISPLAY "Ordenes reabonadas:   " CONTADOR-REABONADAS
               " por " TOTAL-CENT-REABONADO " centimos".
           DISPLAY "Devoluciones sin casar: " CONTADOR-SIN-CASAR.
           IF CONTADOR-SIN-CASAR > 0
               DISPLAY "Revisar dvlrech.lst con la camara".
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que la cadena
      *    nocturna corte y reintente manana desde aqui.
       9500-ERROR.
           CLOSE DEVOL-IN.
           CLOSE INTERCAMBIO.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE RECHAZOS.
           CLOSE SECUENCIAS.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
