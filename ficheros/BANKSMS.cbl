       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSMS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADOS-SMS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT NOTIFICACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-NUM
           ALTERNATE RECORD KEY IS NOT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSN.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSZ.

           SELECT OPTIONAL SALIDA-SMS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSS.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
      *    Estados de entrega devueltos por la pasarela de SMS: una
      *    linea por cambio de estado de un aviso, con la referencia
      *    de la bandeja de salida, el estado ("A" aceptado, "E"
      *    entregado, "F" fallido), la fecha y hora en que se produjo
      *    y, en los fallidos, el motivo que da el operador movil.
      *    Reprocesar el mismo fichero no cambia nada.
       FD ESTADOS-SMS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "smsestado.dat".
       01 ESTADO-SMS-REG.
           02 EST-REFERENCIA       PIC  9(35).
           02 EST-ESTADO           PIC  X(1).
           02 EST-FECHA            PIC  9(8).
           02 EST-HORA             PIC  9(6).
           02 EST-MOTIVO           PIC  X(30).

      *    Bandeja de salida de SMS (ver BANKNOT).
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

      *    Lineas de estado que no se han podido aplicar, para
      *    reclamarlas al proveedor de la pasarela.
       FD RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "smsrech.lst".
       01 LINEA-RECHAZO            PIC  X(90).

      *    Avisos que se entregan a la pasarela de SMS: una linea por
      *    aviso pendiente con su referencia (la misma que vuelve en
      *    smsestado.dat), el telefono, el evento y el texto,
      *    protegida con cabecera "CAB" (secuencia y fecha) y cierre
      *    "FIN" (numero de lineas) para que la pasarela pueda
      *    cuadrarla. Como en la remesa saliente, el fichero se abre
      *    en EXTEND por si hay relanzamiento y cada pase que saca
      *    algo escribe su propio tramo CAB...FIN.
       FD SALIDA-SMS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "smsenvio.dat".
       01 SALIDA-SMS-REG.
           02 SAL-REFERENCIA       PIC  9(35).
           02 SAL-TELEFONO         PIC  9(9).
           02 SAL-EVENTO           PIC  X(2).
           02 SAL-TEXTO            PIC  X(160).
       01 SALIDA-SMS-CAB.
           02 CAB-MARCA            PIC  X(3).
           02 CAB-SECUENCIA        PIC  9(6).
           02 CAB-FECHA            PIC  9(8).
           02 FILLER               PIC  X(189).
       01 SALIDA-SMS-FIN.
           02 FIN-MARCA            PIC  X(3).
           02 FIN-CUENTA-REG       PIC  9(7).
           02 FILLER               PIC  X(196).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSR                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSS                      PIC  X(2).
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

       77 F-PROCESO                PIC  9(8).
       77 H-PROCESO                PIC  9(6).

       77 CONTADOR-LEIDAS          PIC  9(7) VALUE 0.
       77 CONTADOR-ACEPTADAS       PIC  9(7) VALUE 0.
       77 CONTADOR-ENTREGADAS      PIC  9(7) VALUE 0.
       77 CONTADOR-FALLIDAS        PIC  9(7) VALUE 0.
       77 CONTADOR-SIN-CAMBIO      PIC  9(7) VALUE 0.
       77 CONTADOR-RECHAZADAS      PIC  9(7) VALUE 0.

      *    Tramo de salida hacia la pasarela
       77 CABECERA-SALIDA          PIC  X(1) VALUE "N".
           88 CABECERA-ESCRITA      VALUE "S".
       77 LAST-SMS-SEQ             PIC  9(35).
       77 LINEAS-SALIDA            PIC  9(7) VALUE 0.

       01 LIN-RECH.
           05 RCH-MOTIVO           PIC  X(22).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-REFERENCIA       PIC  9(35).
           05 FILLER               PIC  X(8) VALUE " ESTADO ".
           05 RCH-ESTADO           PIC  X(1).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-FECHA            PIC  9(8).
           05 FILLER               PIC  X(14) VALUE SPACES.

      *    INTERCAMBIO CON LA PASARELA DE SMS -- en dos pasos. Primero
      *    lee smsestado.dat, el fichero que devuelve la pasarela con
      *    el estado de entrega de los avisos que ya se le enviaron,
      *    y lo anota en cada aviso. Un estado final (entregado o
      *    fallido) no se pisa con un "aceptado" que llegue tarde.
      *    Las lineas con referencia desconocida o estado no valido
      *    se listan en smsrech.lst. Sin fichero de estados se pasa
      *    directamente al segundo paso.
      *    Despues saca a smsenvio.dat los avisos pendientes ("P") de
      *    la bandeja de salida y los deja en estado "S" (entregado a
      *    la pasarela), para que no se saquen dos veces.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKSMS - Intercambio con la pasarela de SMS".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE H-PROCESO = (HORAS * 10000) + (MINUTOS * 100)
                               + SEGUNDOS.

           OPEN INPUT ESTADOS-SMS.
           IF FSR NOT = 00
               DISPLAY "No hay estados de SMS que procesar (FSR="
                   FSR ")"
               GO TO 5000-EXPORTAR-AVISOS.

           OPEN I-O NOTIFICACIONES.
           IF FSN = 35
               DISPLAY "Sin avisos en la bandeja de salida"
               CLOSE ESTADOS-SMS
               GO TO 9999-EXIT.
           IF FSN NOT = 00
               DISPLAY "No se ha podido abrir notificac.ubd FSN=" FSN
               CLOSE ESTADOS-SMS
               GO TO 9500-ERROR.

           OPEN EXTEND RECHAZOS.
           IF FSZ NOT = 00 AND FSZ NOT = 05
               DISPLAY "No se ha podido crear smsrech.lst FSZ=" FSZ
               CLOSE ESTADOS-SMS
               CLOSE NOTIFICACIONES
               GO TO 9500-ERROR.

       1000-RECORRER-ESTADOS.
           READ ESTADOS-SMS AT END
               GO TO 4000-FIN-ESTADOS.
           ADD 1 TO CONTADOR-LEIDAS.

           IF EST-ESTADO NOT = "A" AND EST-ESTADO NOT = "E"
                   AND EST-ESTADO NOT = "F"
               MOVE "ESTADO NO VALIDO" TO RCH-MOTIVO
               GO TO 1900-RECHAZAR.

           MOVE EST-REFERENCIA TO NOT-NUM.
           READ NOTIFICACIONES INVALID KEY
               MOVE "REFERENCIA DESCONOCIDA" TO RCH-MOTIVO
               GO TO 1900-RECHAZAR.

      *    el aceptado es intermedio: no deshace un estado final ni
      *    se reaplica
           IF EST-ESTADO = "A"
                   AND (NOT-ACEPTADO OR NOT-ENTREGADO OR NOT-FALLIDO)
               ADD 1 TO CONTADOR-SIN-CAMBIO
               GO TO 1000-RECORRER-ESTADOS.
           IF EST-ESTADO = NOT-ESTADO AND EST-FECHA = NOT-F-ESTADO
                   AND EST-HORA = NOT-H-ESTADO
               ADD 1 TO CONTADOR-SIN-CAMBIO
               GO TO 1000-RECORRER-ESTADOS.

           MOVE EST-ESTADO TO NOT-ESTADO.
           MOVE EST-FECHA  TO NOT-F-ESTADO.
           MOVE EST-HORA   TO NOT-H-ESTADO.
           MOVE EST-MOTIVO TO NOT-MOTIVO.
           REWRITE NOTIFICACIONES-REG INVALID KEY
               DISPLAY "Error actualizando aviso " NOT-NUM
               GO TO 9500-ERROR.

           IF NOT-ACEPTADO
               ADD 1 TO CONTADOR-ACEPTADAS.
           IF NOT-ENTREGADO
               ADD 1 TO CONTADOR-ENTREGADAS.
           IF NOT-FALLIDO
               ADD 1 TO CONTADOR-FALLIDAS.
           GO TO 1000-RECORRER-ESTADOS.

       1900-RECHAZAR.
           MOVE EST-REFERENCIA TO RCH-REFERENCIA.
           MOVE EST-ESTADO     TO RCH-ESTADO.
           MOVE F-PROCESO      TO RCH-FECHA.
           WRITE LINEA-RECHAZO FROM LIN-RECH.
           ADD 1 TO CONTADOR-RECHAZADAS.
           GO TO 1000-RECORRER-ESTADOS.

       4000-FIN-ESTADOS.
           CLOSE ESTADOS-SMS.
           CLOSE NOTIFICACIONES.
           CLOSE RECHAZOS.
           DISPLAY "Lineas de estado leidas:   " CONTADOR-LEIDAS.
           DISPLAY "Avisos aceptados:          " CONTADOR-ACEPTADAS.
           DISPLAY "Avisos entregados:         " CONTADOR-ENTREGADAS.
           DISPLAY "Avisos fallidos:           " CONTADOR-FALLIDAS.
           DISPLAY "Sin cambio:                " CONTADOR-SIN-CAMBIO.
           IF CONTADOR-RECHAZADAS > 0
               DISPLAY "Rechazadas, ver smsrech.lst: "
                   CONTADOR-RECHAZADAS.

      *    Segundo paso: los avisos pendientes salen hacia la pasarela
      *    por orden de referencia.
       5000-EXPORTAR-AVISOS.
           OPEN I-O NOTIFICACIONES.
           IF FSN = 35
               DISPLAY "Sin avisos en la bandeja de salida"
               GO TO 9999-EXIT.
           IF FSN NOT = 00
               DISPLAY "No se ha podido abrir notificac.ubd FSN=" FSN
               GO TO 9500-ERROR.

      *    EXTEND y no OUTPUT: si la cadena se corta a medias y se
      *    relanza, lo ya sacado no se machaca; el fichero se retira
      *    al entregarse a la pasarela.
           OPEN EXTEND SALIDA-SMS.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "No se ha podido crear smsenvio.dat FSS=" FSS
               CLOSE NOTIFICACIONES
               GO TO 9500-ERROR.

       5100-RECORRER-PENDIENTES.
           READ NOTIFICACIONES NEXT RECORD AT END
               GO TO 9000-FIN.
           IF NOT NOT-PENDIENTE
               GO TO 5100-RECORRER-PENDIENTES.

           IF NOT CABECERA-ESCRITA
               PERFORM 7500-ESCRIBIR-CABECERA
                   THRU 7500-ESCRIBIR-CABECERA-EXIT.

           MOVE NOT-NUM      TO SAL-REFERENCIA.
           MOVE NOT-TELEFONO TO SAL-TELEFONO.
           MOVE NOT-EVENTO   TO SAL-EVENTO.
           MOVE NOT-TEXTO    TO SAL-TEXTO.
           WRITE SALIDA-SMS-REG.
           ADD 1 TO LINEAS-SALIDA.

           MOVE "S"       TO NOT-ESTADO.
           MOVE F-PROCESO TO NOT-F-ESTADO.
           MOVE H-PROCESO TO NOT-H-ESTADO.
           REWRITE NOTIFICACIONES-REG INVALID KEY
               DISPLAY "Error marcando el aviso " NOT-NUM
               CLOSE NOTIFICACIONES
               CLOSE SALIDA-SMS
               GO TO 9500-ERROR.
           GO TO 5100-RECORRER-PENDIENTES.

      *    Cabecera del tramo de salida: la secuencia sale del fichero
      *    de contadores (secuencia SMS-OUT, se estrena si no existe)
      *    para que cada entrega a la pasarela lleve un numero nuevo
      *    y correlativo.
       7500-ESCRIBIR-CABECERA.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               CLOSE NOTIFICACIONES
               CLOSE SALIDA-SMS
               GO TO 9500-ERROR.
           MOVE "SMS-OUT" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "SMS-OUT" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   DISPLAY "Error creando el contador SMS-OUT"
                   CLOSE CONTADORES
                   CLOSE NOTIFICACIONES
                   CLOSE SALIDA-SMS
                   GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-SMS-SEQ.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando la secuencia de SMS"
               CLOSE CONTADORES
               CLOSE NOTIFICACIONES
               CLOSE SALIDA-SMS
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

           ADD 1 TO LAST-SMS-SEQ.
           MOVE SPACES       TO SALIDA-SMS-CAB.
           MOVE "CAB"        TO CAB-MARCA.
           MOVE LAST-SMS-SEQ TO CAB-SECUENCIA.
           MOVE F-PROCESO    TO CAB-FECHA.
           WRITE SALIDA-SMS-CAB.
           MOVE "S" TO CABECERA-SALIDA.

       7500-ESCRIBIR-CABECERA-EXIT.
           EXIT.

       9000-FIN.
      *    cierre del tramo de salida, solo si hubo cabecera (y por
      *    tanto al menos un aviso sacado)
           IF CABECERA-ESCRITA
               MOVE SPACES        TO SALIDA-SMS-FIN
               MOVE "FIN"         TO FIN-MARCA
               MOVE LINEAS-SALIDA TO FIN-CUENTA-REG
               WRITE SALIDA-SMS-FIN.
           CLOSE NOTIFICACIONES.
           CLOSE SALIDA-SMS.
           DISPLAY "Avisos enviados a la pasarela: " LINEAS-SALIDA.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que el
      *    orquestador de la cadena nocturna sepa que este trabajo no
      *    termino bien y corte la cadena en este punto.
       9500-ERROR.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
