       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NUM
           ALTERNATE RECORD KEY IS PAG-TARJETA WITH DUPLICATES
           ALTERNATE RECORD KEY IS PAG-EMISORA WITH DUPLICATES
           FILE STATUS IS FSP.

           SELECT OPTIONAL EMISORAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMI-CODIGO
           FILE STATUS IS FSE.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT OPTIONAL COBROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.


       DATA DIVISION.
       FILE SECTION.
      *    Pagos de recibos y tributos hechos en el cajero (ver
      *    BANKPAG): "P" pendiente de liquidar, "L" ya liquidado, con
      *    la fecha y la secuencia del envio en que viajo.
       FD PAGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagos.ubd".
       01 PAGOS-REG.
           02 PAG-NUM              PIC  9(35).
           02 PAG-TARJETA          PIC  9(16).
           02 PAG-EMISORA          PIC  9(6).
           02 PAG-REFERENCIA       PIC  9(13).
           02 PAG-ANO              PIC   9(4).
           02 PAG-MES              PIC   9(2).
           02 PAG-DIA              PIC   9(2).
           02 PAG-HOR              PIC   9(2).
           02 PAG-MIN              PIC   9(2).
           02 PAG-SEG              PIC   9(2).
           02 PAG-IMPORTE-CENT     PIC  9(9).
           02 PAG-COMISION-CENT    PIC  9(9).
           02 PAG-MOVNUM           PIC  9(35).
           02 PAG-ESTADO           PIC  X(1).
               88 PAG-PENDIENTE          VALUE "P".
               88 PAG-LIQUIDADO          VALUE "L".
           02 PAG-F-LIQUIDACION    PIC  9(8).
           02 PAG-SECUENCIA        PIC  9(6).

      *    Maestro de emisoras de recibos y tributos (ver BANKEMS):
      *    de aqui sale la cuenta de abono que viaja en la cabecera.
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

      *    Contadores centrales de numeracion (ver BANKCNT): los
      *    envios de cobros numeran con la misma secuencia REMESA-OUT
      *    que la remesa interbancaria saliente (ver BANKEMI).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Fichero de cobros de una emisora, cobrosNNNNNN.dat con su
      *    codigo: una linea por pago liquidado (referencia de
      *    pagador, importe en centimos, fecha del pago y numero de
      *    pago), protegida con cabecera "CAB" (secuencia, fecha,
      *    emisora y cuenta de abono) y cierre "FIN" (numero de
      *    lineas y suma de importes en centimos), igual que la
      *    remesa saliente. Se abre en EXTEND, asi que cada noche con
      *    cobros anade su propio tramo CAB...FIN. El nombre se monta
      *    en COBROS-FICHERO antes de cada OPEN.
       FD COBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS COBROS-FICHERO.
       01 COBRO-REG.
           02 COB-REFERENCIA       PIC  9(13).
           02 COB-IMPORTE-CENT     PIC  9(9).
           02 COB-FECHA            PIC  9(8).
           02 COB-PAGO             PIC  9(35).
           02 FILLER               PIC  X(30).
       01 COBRO-CAB.
           02 CAB-MARCA            PIC  X(3).
           02 CAB-SECUENCIA        PIC  9(6).
           02 CAB-FECHA            PIC  9(8).
           02 CAB-EMISORA          PIC  9(6).
           02 CAB-CUENTA           PIC  9(16).
           02 FILLER               PIC  X(56).
       01 COBRO-FIN.
           02 FIN-MARCA            PIC  X(3).
           02 FIN-CUENTA-REG       PIC  9(7).
           02 FIN-TOTAL-CENT       PIC  9(13).
           02 FILLER               PIC  X(72).


       WORKING-STORAGE SECTION.
       77 FSP                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSR                      PIC  X(2).

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

       77 F-PROCESO                PIC  9(8).
       77 COBROS-FICHERO           PIC  X(28).

       77 EMISORAS-DISPONIBLE      PIC  X(1) VALUE "N".
           88 EMISORAS-OK           VALUE "S".

      *    Tramo en curso: el fichero de la emisora se abre y lleva
      *    su cabecera justo antes del primer pago pendiente (una
      *    emisora sin pagos no recibe tramo vacio) y se cierra con
      *    el conteo y la suma al cambiar de emisora.
       77 LAST-REM-SEQ             PIC  9(35).
       77 EMISORA-EN-CURSO         PIC  9(6)  VALUE 0.
       77 SECUENCIA-EN-CURSO       PIC  9(6)  VALUE 0.
       77 FICHERO-COBROS           PIC  X(1)  VALUE "N".
           88 COBROS-ABIERTO        VALUE "S".
       77 LINEAS-COBRO             PIC  9(7)  VALUE 0.
       77 TOTAL-CENT-COBRO         PIC  9(13) VALUE 0.

       77 CONTADOR-PAGOS           PIC  9(7)  VALUE 0.
       77 CONTADOR-EMISORAS        PIC  9(5)  VALUE 0.
       77 TOTAL-CENT-LIQUIDADO     PIC  9(13) VALUE 0.

      *    LIQUIDACION NOCTURNA DE PAGOS A EMISORAS -- recorre
      *    pagos.ubd por emisora y, por cada emisora con pagos
      *    pendientes, deja un tramo CAB...FIN en su fichero de
      *    cobros con la secuencia de envio compartida con la remesa
      *    interbancaria, y marca cada pago como liquidado con la
      *    fecha y la secuencia del tramo. El cargo al cliente ya se
      *    hizo en el cajero; aqui no se tocan saldos. Sin pagos no
      *    hay nada que liquidar y el proceso termina bien.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKCOB - Liquidacion de pagos a emisoras".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.

           OPEN I-O PAGOS.
           IF FSP = 05
               DISPLAY "Sin pagos de recibos que liquidar"
               CLOSE PAGOS
               GO TO 9999-EXIT.
           IF FSP NOT = 00
               DISPLAY "No se ha podido abrir pagos.ubd FSP=" FSP
               GO TO 9500-ERROR.

      *    sin maestro de emisoras se liquida igual, con la cuenta de
      *    abono a cero, para no retener el dinero de los clientes
           OPEN INPUT EMISORAS.
           IF FSE = 00
               MOVE "S" TO EMISORAS-DISPONIBLE.

           MOVE 0 TO PAG-EMISORA.
           START PAGOS KEY IS >= PAG-EMISORA INVALID KEY
               GO TO 9000-FIN.

       1000-RECORRER-PAGOS.
           READ PAGOS NEXT RECORD AT END
               PERFORM 1900-CERRAR-EMISORA
                   THRU 1900-CERRAR-EMISORA-EXIT
               GO TO 9000-FIN.

           IF NOT PAG-PENDIENTE
               GO TO 1000-RECORRER-PAGOS.

           IF COBROS-ABIERTO AND PAG-EMISORA NOT = EMISORA-EN-CURSO
               PERFORM 1900-CERRAR-EMISORA
                   THRU 1900-CERRAR-EMISORA-EXIT.
           IF NOT COBROS-ABIERTO
               PERFORM 2000-ABRIR-EMISORA
                   THRU 2000-ABRIR-EMISORA-EXIT.

           MOVE SPACES            TO COBRO-REG.
           MOVE PAG-REFERENCIA    TO COB-REFERENCIA.
           MOVE PAG-IMPORTE-CENT  TO COB-IMPORTE-CENT.
           COMPUTE COB-FECHA = (PAG-ANO * 10000) + (PAG-MES * 100)
                               + PAG-DIA.
           MOVE PAG-NUM           TO COB-PAGO.
           WRITE COBRO-REG.
           ADD 1 TO LINEAS-COBRO.
           ADD PAG-IMPORTE-CENT TO TOTAL-CENT-COBRO.

           MOVE "L"                TO PAG-ESTADO.
           MOVE F-PROCESO          TO PAG-F-LIQUIDACION.
           MOVE SECUENCIA-EN-CURSO TO PAG-SECUENCIA.
           REWRITE PAGOS-REG INVALID KEY
               DISPLAY "Error actualizando el pago " PAG-NUM
               GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-PAGOS.
           ADD PAG-IMPORTE-CENT TO TOTAL-CENT-LIQUIDADO.
           GO TO 1000-RECORRER-PAGOS.

      *    Cierra el tramo de la emisora en curso con su FIN.
       1900-CERRAR-EMISORA.
           IF NOT COBROS-ABIERTO
               GO TO 1900-CERRAR-EMISORA-EXIT.
           MOVE SPACES           TO COBRO-FIN.
           MOVE "FIN"            TO FIN-MARCA.
           MOVE LINEAS-COBRO     TO FIN-CUENTA-REG.
           MOVE TOTAL-CENT-COBRO TO FIN-TOTAL-CENT.
           WRITE COBRO-FIN.
           CLOSE COBROS.
           DISPLAY "Emisora " EMISORA-EN-CURSO " secuencia "
               SECUENCIA-EN-CURSO " pagos " LINEAS-COBRO
               " centimos " TOTAL-CENT-COBRO.
           MOVE "N" TO FICHERO-COBROS.

       1900-CERRAR-EMISORA-EXIT.
           EXIT.

      *    Abre el fichero de cobros de la emisora del pago leido y
      *    escribe la cabecera del tramo con la siguiente secuencia
      *    de envio y la cuenta de abono de la emisora.
       2000-ABRIR-EMISORA.
           MOVE PAG-EMISORA TO EMISORA-EN-CURSO.
           MOVE 0 TO LINEAS-COBRO.
           MOVE 0 TO TOTAL-CENT-COBRO.

           MOVE PAG-EMISORA TO EMI-CODIGO.
           MOVE 0 TO EMI-CUENTA.
           IF EMISORAS-OK
               READ EMISORAS INVALID KEY
                   DISPLAY "Emisora " PAG-EMISORA
                       " no esta en el maestro, se liquida sin"
                       " cuenta de abono"
                   MOVE 0 TO EMI-CUENTA.

           MOVE SPACES TO COBROS-FICHERO.
           STRING "cobros"         DELIMITED BY SIZE
                  EMISORA-EN-CURSO DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
               INTO COBROS-FICHERO.

      *    EXTEND y no OUTPUT: si la cadena se corta a medias y se
      *    relanza, lo ya liquidado no se machaca
           OPEN EXTEND COBROS.
           IF FSR NOT = 00 AND FSR NOT = 05
               DISPLAY "No se ha podido crear " COBROS-FICHERO
                   " FSR=" FSR
               GO TO 9500-ERROR.
           MOVE "S" TO FICHERO-COBROS.
           ADD 1 TO CONTADOR-EMISORAS.

           PERFORM 7500-ESCRIBIR-CABECERA
               THRU 7500-ESCRIBIR-CABECERA-EXIT.

       2000-ABRIR-EMISORA-EXIT.
           EXIT.

      *    Reserva la siguiente secuencia de envio (contador
      *    REMESA-OUT, el mismo de BANKEMI) y escribe la cabecera.
       7500-ESCRIBIR-CABECERA.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               GO TO 9500-ERROR.
           MOVE "REMESA-OUT" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer envio protegido: la secuencia se estrena aqui
               MOVE "REMESA-OUT" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   DISPLAY "Error creando el contador REMESA-OUT"
                   CLOSE CONTADORES
                   GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-REM-SEQ.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando la secuencia de envio"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

           ADD 1 TO LAST-REM-SEQ.
           MOVE LAST-REM-SEQ TO SECUENCIA-EN-CURSO.
           MOVE SPACES           TO COBRO-CAB.
           MOVE "CAB"            TO CAB-MARCA.
           MOVE LAST-REM-SEQ     TO CAB-SECUENCIA.
           MOVE F-PROCESO        TO CAB-FECHA.
           MOVE EMISORA-EN-CURSO TO CAB-EMISORA.
           MOVE EMI-CUENTA       TO CAB-CUENTA.
           WRITE COBRO-CAB.

       7500-ESCRIBIR-CABECERA-EXIT.
           EXIT.

       9000-FIN.
           CLOSE PAGOS.
           IF EMISORAS-OK
               CLOSE EMISORAS.
           DISPLAY "Emisoras liquidadas:       " CONTADOR-EMISORAS.
           DISPLAY "Pagos liquidados:          " CONTADOR-PAGOS.
           DISPLAY "Total liquidado (cent.):   " TOTAL-CENT-LIQUIDADO.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que el
      *    orquestador de la cadena nocturna sepa que este trabajo no
      *    termino bien y corte la cadena en este punto.
       9500-ERROR.
           IF COBROS-ABIERTO
               CLOSE COBROS.
           CLOSE PAGOS.
           IF EMISORAS-OK
               CLOSE EMISORAS.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
