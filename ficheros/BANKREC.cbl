           RECORD KEY IS SEC-CLAVE
           FILE STATUS IS FSS.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.


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
               03 SEC-NUMERO       PIC  9(6).
           02 SEC-FECHA            PIC  9(8).

      *    Remesa de devoluciones que se entrega a la camara: los
      *    abonos entrantes que no se han podido aplicar vuelven al
      *    banco emisor con su referencia original y un codigo de
      *    motivo por linea ("AC01" cuenta desconocida, "AC04" cuenta
      *    cancelada). Mismos controles que la remesa saliente de
      *    BANKEMI: cabecera "CAB" con secuencia propia (contador
      *    DEVOL-OUT) y fecha, y cierre "FIN" con el numero de lineas
      *    y la suma en centimos; cada pase que devuelve algo escribe
      *    su propio tramo CAB...FIN.
       FD DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devolout.dat".
       01 DEVOLUCION-REG.
           02 DEV-CUENTA           PIC  9(16).
           02 DEV-IMPORTE-ENT      PIC  9(7).
           02 DEV-IMPORTE-DEC      PIC  9(2).
           02 DEV-NOMBRE           PIC  X(35).
           02 DEV-REFERENCIA       PIC  9(35).
           02 DEV-MOTIVO           PIC  X(4).
       01 DEVOLUCION-CAB.
           02 DCB-MARCA            PIC  X(3).
           02 DCB-SECUENCIA        PIC  9(6).
           02 DCB-FECHA            PIC  9(8).
           02 FILLER               PIC  X(82).
       01 DEVOLUCION-FIN.
           02 DFN-MARCA            PIC  X(3).
           02 DFN-CUENTA-REG       PIC  9(7).
           02 DFN-TOTAL-CENT       PIC  9(13).
           02 FILLER               PIC  X(76).

      *    Retenciones de saldo (ver BANK6). Un abono retenido por
      *    cumplimiento no se aplica: queda aqui en estado "C" sobre
      *    la tarjeta destino, sin restar del disponible porque el
      *    dinero aun no esta en la cuenta, hasta que BANKCMP lo abone
      *    o lo devuelva (estado "L"). Su RET-NUM no es un numero de
      *    orden: lleva un 1 en la primera cifra seguido del numero
      *    del caso de cumplimiento.
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


       WORKING-STORAGE SECTION.
       77 FSR                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSW                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 CONTADOR-ABONADAS        PIC  9(5) VALUE 0.
       77 CONTADOR-RECHAZADAS      PIC  9(5) VALUE 0.
       77 CONTADOR-CUMPLIMIENTO    PIC  9(5) VALUE 0.
       77 CONTADOR-EMBARGADAS      PIC  9(5) VALUE 0.

       77 SEQ-REMESA               PIC  9(6).
       77 LINEAS-REMESA            PIC  9(7).
       77 F-PROCESO                PIC  9(8).
       77 MOTIVO-REMESA            PIC  X(30).

      *    Controles del tramo de devoluciones: la cabecera se escribe
      *    justo antes de la primera linea devuelta (un pase sin
      *    devoluciones no deja tramo vacio).
       77 LAST-DEV-SEQ             PIC  9(35).
       77 CABECERA-DEVOLUCION      PIC  X(1) VALUE "N".
           88 CABECERA-DEV-ESCRITA  VALUE "S".
       77 LINEAS-DEVOLUCION        PIC  9(7)  VALUE 0.
       77 TOTAL-CENT-DEVOLUCION    PIC  9(13) VALUE 0.
       77 CODIGO-DEVOLUCION        PIC  X(4).

       77 MSJ-RECIBIDA             PIC  X(35)
           VALUE "Transferencia recibida".

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (1 cumplimiento) y el
      *    resto es el numero del caso que las origino.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

      *    Peticion de filtro contra la lista de vigilancia (ver
      *    BANKFIL): se filtra al ordenante del abono.
       01 PETICION-FILTRO.
           05 PFL-NOMBRE           PIC  X(35).
           05 PFL-ORIGEN           PIC  X(1).
           05 PFL-PROGRAMA         PIC  X(08).
           05 PFL-REFERENCIA       PIC  9(35).
           05 PFL-TARJETA          PIC  9(16).
           05 PFL-CUENTA-EXT       PIC  9(16).
           05 PFL-IMPORTE-CENT     PIC  9(9).
           05 PFL-CONCEPTO         PIC  X(35).
           05 PFL-ACREEDOR         PIC  X(16).
           05 PFL-RESULTADO        PIC  X(1).
               88 PFL-RETENIDA           VALUE "S".
           05 PFL-CASO             PIC  9(35).
           05 PFL-VIG-CODIGO       PIC  X(12).
           05 PFL-VIG-NOMBRE       PIC  X(35).

      *    Captura del abono para los embargos de la tarjeta (ver
      *    BANKEMC), con el saldo que deja el abono.
       01 PETICION-EMBARGO.
           05 PEM-TARJETA          PIC  9(16).
           05 PEM-IMPORTE-CENT     PIC  9(9).
           05 PEM-SALDO-CENT       PIC S9(9).
           05 PEM-PROGRAMA         PIC  X(08).
           05 PEM-CAPTURADO-CENT   PIC  9(9).
           05 PEM-EMBARGOS         PIC  9(3).

       01 LIN-RECH.
           05 RCH-MOTIVO           PIC  X(18).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-CUENTA           PIC  9(16).
           05 FILLER               PIC  X(9) VALUE " IMPORTE ".
           05 RCH-IMPORTE-DEC      PIC  9(2).
           05 FILLER               PIC  X(6) VALUE " REF. ".
           05 RCH-REFERENCIA       PIC  9(16).
           05 FILLER               PIC  X(8) VALUE " MOTIVO ".
           05 RCH-CODIGO           PIC  X(4).
           05 FILLER               PIC  X(2) VALUE SPACES.

      *    IMPORTACION DE LA REMESA ENTRANTE -- lee remesain.dat (los
      *    abonos que otras entidades nos mandan via camara), abona
      *    cada linea en la tarjeta destino como un movimiento normal
      *    y devuelve a la camara, en devolout.dat, los abonos
      *    dirigidos a tarjetas que no existen o que estan canceladas,
      *    listandolos ademas en recrech.lst. El ordenante de cada
      *    abono se filtra contra la lista de vigilancia: si coincide
      *    el abono no se aplica y queda retenido por cumplimiento
      *    hasta que BANKCMP lo abone o lo devuelva. Lo abonado en una
      *    tarjeta con embargos sin cubrir queda retenido para ellos
      *    (ver BANKEMC). Sin fichero de remesa no hay nada que
      *    procesar y el proceso termina bien.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKREC - Importacion de remesa entrante".
               DISPLAY "No se ha podido crear recrech.lst FSZ=" FSZ
               GO TO 9500-ERROR.

      *    EXTEND, como la remesa saliente: un relanzamiento no
      *    machaca las devoluciones ya escritas
           OPEN EXTEND DEVOLUCIONES.
           IF FSD NOT = 00 AND FSD NOT = 05
               DISPLAY "No se ha podido crear devolout.dat FSD=" FSD
               GO TO 9500-ERROR.

           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               DISPLAY "No se ha podido abrir retenciones.ubd FSW="
                   FSW
               GO TO 9500-ERROR.

           GO TO 1000-RECORRER-REMESA.

      *    Primera pasada, sin escrituras: cabecera "CAB" al frente,

           MOVE REM-CUENTA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "CUENTA DESCONOCIDA" TO RCH-MOTIVO
               MOVE "AC01"              TO CODIGO-DEVOLUCION
               PERFORM 3000-DEVOLVER-LINEA
                   THRU 3000-DEVOLVER-LINEA-EXIT
               GO TO 1000-RECORRER-REMESA.

           IF TESTADO = "C"
               MOVE "TARJETA CANCELADA" TO RCH-MOTIVO
               MOVE "AC04"              TO CODIGO-DEVOLUCION
               PERFORM 3000-DEVOLVER-LINEA
                   THRU 3000-DEVOLVER-LINEA-EXIT
               GO TO 1000-RECORRER-REMESA.

           PERFORM 1500-FILTRAR-ABONO THRU 1500-FILTRAR-ABONO-EXIT.
           IF PFL-RETENIDA
               PERFORM 4000-RETENER-ABONO THRU 4000-RETENER-ABONO-EXIT
               GO TO 1000-RECORRER-REMESA.

           PERFORM 2000-ABONAR-LINEA THRU 2000-ABONAR-LINEA-EXIT.
           GO TO 1000-RECORRER-REMESA.

      *    Filtro del ordenante del abono (ver BANKFIL).
       1500-FILTRAR-ABONO.
           MOVE REM-NOMBRE          TO PFL-NOMBRE.
           MOVE "E"                 TO PFL-ORIGEN.
           MOVE "BANKREC"           TO PFL-PROGRAMA.
           MOVE REM-REFERENCIA      TO PFL-REFERENCIA.
           MOVE REM-CUENTA          TO PFL-TARJETA.
           MOVE 0                   TO PFL-CUENTA-EXT.
           COMPUTE PFL-IMPORTE-CENT = (REM-IMPORTE-ENT * 100)
                                      + REM-IMPORTE-DEC.
           MOVE SPACES              TO PFL-CONCEPTO.
           MOVE SPACES              TO PFL-ACREEDOR.
           CALL "BANKFIL" USING PETICION-FILTRO.

       1500-FILTRAR-ABONO-EXIT.
           EXIT.

      *    Abona la linea de la remesa en la tarjeta destino como
      *    movimiento normal, actualizando el maestro CUENTAS.
       2000-ABONAR-LINEA.
           MOVE REM-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE REM-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE MSJ-RECIBIDA    TO MOV-CONCEPTO.
           MOVE "IR"            TO MOV-TIPO.
           MOVE CENT-IMPORTE    TO MOV-IMPORTE-CENT.
           MOVE SPACES          TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =

           ADD 1 TO CONTADOR-ABONADAS.

      *    el abono queda retenido para los embargos sin cubrir de la
      *    tarjeta; BANKEMC abre retenciones.ubd por su cuenta, asi
      *    que se cierra aqui mientras tanto
           CLOSE RETENCIONES.
           MOVE REM-CUENTA   TO PEM-TARJETA.
           MOVE CENT-IMPORTE TO PEM-IMPORTE-CENT.
           MOVE CENT-SALDO   TO PEM-SALDO-CENT.
           MOVE "BANKREC"    TO PEM-PROGRAMA.
           CALL "BANKEMC" USING PETICION-EMBARGO.
           IF PEM-CAPTURADO-CENT > 0
               ADD 1 TO CONTADOR-EMBARGADAS.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               DISPLAY "No se ha podido reabrir retenciones.ubd FSW="
                   FSW
               GO TO 9500-ERROR.

       2000-ABONAR-LINEA-EXIT.
           EXIT.

      *    Abono que no se puede aplicar: vuelve a la camara en la
      *    remesa de devoluciones con la referencia del banco emisor y
      *    el codigo de motivo, y se lista en recrech.lst.
       3000-DEVOLVER-LINEA.
           IF NOT CABECERA-DEV-ESCRITA
               PERFORM 7500-ESCRIBIR-CABECERA
                   THRU 7500-ESCRIBIR-CABECERA-EXIT.

           MOVE REM-CUENTA        TO DEV-CUENTA.
           MOVE REM-IMPORTE-ENT   TO DEV-IMPORTE-ENT.
           MOVE REM-IMPORTE-DEC   TO DEV-IMPORTE-DEC.
           MOVE REM-NOMBRE        TO DEV-NOMBRE.
           MOVE REM-REFERENCIA    TO DEV-REFERENCIA.
           MOVE CODIGO-DEVOLUCION TO DEV-MOTIVO.
           WRITE DEVOLUCION-REG.
           ADD 1 TO LINEAS-DEVOLUCION.
           COMPUTE TOTAL-CENT-DEVOLUCION = TOTAL-CENT-DEVOLUCION
               + (REM-IMPORTE-ENT * 100) + REM-IMPORTE-DEC.

           MOVE REM-CUENTA            TO RCH-CUENTA.
           MOVE REM-IMPORTE-ENT       TO RCH-IMPORTE-ENT.
           MOVE REM-IMPORTE-DEC       TO RCH-IMPORTE-DEC.
           MOVE REM-REFERENCIA(20:16) TO RCH-REFERENCIA.
           MOVE CODIGO-DEVOLUCION     TO RCH-CODIGO.
           WRITE LINEA-RECHAZO FROM LIN-RECH.
           ADD 1 TO CONTADOR-RECHAZADAS.

       3000-DEVOLVER-LINEA-EXIT.
           EXIT.

      *    Abono retenido por cumplimiento: no se toca la cuenta; el
      *    importe queda en suspenso en retenciones.ubd a nombre del
      *    caso abierto por BANKFIL.
       4000-RETENER-ABONO.
           IF PFL-CASO = 0
               DISPLAY "No se ha podido abrir el caso de cumplimiento "
                   "del abono " REM-REFERENCIA
               GO TO 9500-ERROR.

           MOVE 1               TO CRT-ORIGEN.
           MOVE PFL-CASO        TO CRT-NUMERO.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           MOVE REM-CUENTA      TO RET-TARJETA.
           MOVE ANO             TO RET-ANO.
           MOVE MES             TO RET-MES.
           MOVE DIA             TO RET-DIA.
           MOVE REM-IMPORTE-ENT TO RET-IMPORTE-ENT.
           MOVE REM-IMPORTE-DEC TO RET-IMPORTE-DEC.
           MOVE "C"             TO RET-ESTADO.
           WRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Abono ya retenido en el caso " PFL-CASO.
           ADD 1 TO CONTADOR-CUMPLIMIENTO.

       4000-RETENER-ABONO-EXIT.
           EXIT.

      *    Cabecera del tramo de devoluciones: la secuencia sale del
      *    fichero de contadores (secuencia DEVOL-OUT), propia de las
      *    devoluciones y distinta de la de la remesa saliente.
       7500-ESCRIBIR-CABECERA.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               GO TO 9500-ERROR.
           MOVE "DEVOL-OUT" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primera devolucion: la secuencia se estrena aqui
               MOVE "DEVOL-OUT" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   DISPLAY "Error creando el contador DEVOL-OUT"
                   CLOSE CONTADORES
                   GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-DEV-SEQ.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando la secuencia de devolucion"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

           ADD 1 TO LAST-DEV-SEQ.
           MOVE SPACES       TO DEVOLUCION-CAB.
           MOVE "CAB"        TO DCB-MARCA.
           MOVE LAST-DEV-SEQ TO DCB-SECUENCIA.
           MOVE F-PROCESO    TO DCB-FECHA.
           WRITE DEVOLUCION-CAB.
           MOVE "S" TO CABECERA-DEVOLUCION.

       7500-ESCRIBIR-CABECERA-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       8000-RESERVAR-MOV-NUM.
                   DISPLAY "Error apuntando la secuencia " SEQ-REMESA.
           CLOSE SECUENCIAS.

      *    cierre del tramo de devoluciones, solo si hubo cabecera
           IF CABECERA-DEV-ESCRITA
               MOVE SPACES                TO DEVOLUCION-FIN
               MOVE "FIN"                 TO DFN-MARCA
               MOVE LINEAS-DEVOLUCION     TO DFN-CUENTA-REG
               MOVE TOTAL-CENT-DEVOLUCION TO DFN-TOTAL-CENT
               WRITE DEVOLUCION-FIN
               DISPLAY "Devolucion " LAST-DEV-SEQ(30:6)
                   " cerrada con " LINEAS-DEVOLUCION " lineas por "
                   TOTAL-CENT-DEVOLUCION " centimos".

           CLOSE REMESA-IN.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE RECHAZOS.
           CLOSE DEVOLUCIONES.
           CLOSE RETENCIONES.
           DISPLAY "Abonos aplicados:  " CONTADOR-ABONADAS.
           DISPLAY "Abonos devueltos:  " CONTADOR-RECHAZADAS.
           DISPLAY "Abonos retenidos por cumplimiento: "
               CONTADOR-CUMPLIMIENTO.
           DISPLAY "Abonos retenidos para embargos:    "
               CONTADOR-EMBARGADAS.
           IF CONTADOR-ABONADAS > 0 OR CONTADOR-RECHAZADAS > 0
                   OR CONTADOR-CUMPLIMIENTO > 0
               DISPLAY "Retirar remesain.dat una vez procesada para "
                   "no volver a abonarla".
           GO TO 9999-EXIT.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE RECHAZOS.
           CLOSE DEVOLUCIONES.
           CLOSE RETENCIONES.
           CLOSE SECUENCIAS.
           MOVE 8 TO RETURN-CODE.

