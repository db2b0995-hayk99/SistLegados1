       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEMR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-TARJETA WITH DUPLICATES
           FILE STATUS IS FSE.

           SELECT OPTIONAL INTERCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-NUM
           FILE STATUS IS FSY.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CUENTA
           FILE STATUS IS FSK.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSP.

           SELECT CARTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.


       DATA DIVISION.
       FILE SECTION.
      *    Ordenes de embargo (ver BANKEMB): lo retenido y aun no
      *    remitido (RETENIDO - REMITIDO) esta congelado en
      *    retenciones.ubd y es lo que este proceso envia.
       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGOS-REG.
           02 EMB-NUM              PIC  9(35).
           02 EMB-REFERENCIA       PIC  X(20).
           02 EMB-ORGANISMO        PIC  X(35).
           02 EMB-DOCUMENTO        PIC  X(12).
           02 EMB-TARJETA          PIC  9(16).
           02 EMB-CUENTA-DESTINO   PIC  9(16).
           02 EMB-IMPORTE-CENT     PIC  9(9).
           02 EMB-RETENIDO-CENT    PIC  9(9).
           02 EMB-REMITIDO-CENT    PIC  9(9).
           02 EMB-ESTADO           PIC  X(1).
               88 EMB-EN-CURSO           VALUE "A".
               88 EMB-CUBIERTO           VALUE "C".
               88 EMB-REMITIDO           VALUE "R".
               88 EMB-LEVANTADO          VALUE "L".
           02 EMB-F-ALTA           PIC  9(8).
           02 EMB-F-REMESA         PIC  9(8).
           02 EMB-REMESAS          PIC  9(3).
           02 EMB-F-LEVANTAMIENTO  PIC  9(8).
           02 EMB-OPERADOR         PIC  X(08).
           02 EMB-AUTORIZADOR      PIC  X(08).

      *    Ordenes interbancarias salientes (ver BANK6): la remesa al
      *    organismo se aparca aqui pendiente ("P") y BANKEMI la
      *    exporta esa misma noche debitando la tarjeta embargada.
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
           02 INT-COMISION-CENT    PIC  9(9).

      *    Retenciones de saldo (ver BANK6): lo que se remite pasa de
      *    la retencion del embargo (2 + numero de la orden) a la de
      *    la orden interbancaria (su INT-NUM), que BANKEMI libera al
      *    exportarla; el saldo no queda libre en ningun momento.
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

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

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

      *    Maestro de clientes (ver BANKCLI): nombre del titular de
      *    la cuenta para la carta.
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

      *    Parametros de explotacion (ver BANKPAR): dias entre
      *    remesas parciales de una orden aun no cubierta
      *    (EMBARGO-DIAS).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Carta de contestacion al organismo; se abre una por remesa
      *    con el nombre embargoNNNNNNNNNNAAAAMMDD.lst construido en
      *    CARTA-FICHERO antes de cada OPEN.
       FD CARTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS CARTA-FICHERO.
       01 LINEA-CARTA              PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSX                      PIC  X(2).

       77 CARTA-FICHERO            PIC  X(40).

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

       77 F-HOY                    PIC  9(8).
       77 DIA-HOY                  PIC  9(7).
       77 DIA-REFERENCIA           PIC  9(7).
       77 EMBARGO-DIAS             PIC  9(3) VALUE 7.

       77 CENT-REMESA              PIC  9(9).
       77 CENT-RETENCION           PIC  9(9).
       77 CENT-PENDIENTE           PIC  9(9).
       77 LAST-INT-NUM             PIC  9(35).
       77 NOMBRE-TITULAR           PIC  X(35).

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (2 embargo) y el resto es
      *    el numero de la orden de embargo.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

       77 CONTADOR-VIVAS           PIC  9(5) VALUE 0.
       77 CONTADOR-REMESAS         PIC  9(5) VALUE 0.
       77 CONTADOR-ESPERA          PIC  9(5) VALUE 0.
       77 CONTADOR-SIN-SALDO       PIC  9(5) VALUE 0.
       77 CONTADOR-CUBIERTAS       PIC  9(5) VALUE 0.
       77 TOTAL-CENT-REMITIDO      PIC  9(13) VALUE 0.

       01 LIN-CAB.
           05 FILLER               PIC  X(46) VALUE
               "UNIZARBANK - CONTESTACION A ORDEN DE EMBARGO".
           05 CAB-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 CAB-ANO              PIC  9(4).
           05 FILLER               PIC  X(34) VALUE SPACES.

       01 LIN-DATO.
           05 DAT-ETIQUETA         PIC  X(22).
           05 DAT-VALOR            PIC  X(35).
           05 FILLER               PIC  X(33) VALUE SPACES.

       01 LIN-IMPORTE.
           05 IMP-ETIQUETA         PIC  X(38).
           05 IMP-ENT              PIC  9(7).
           05 FILLER               PIC  X(1) VALUE ",".
           05 IMP-DEC              PIC  9(2).
           05 FILLER               PIC  X(4) VALUE " EUR".
           05 FILLER               PIC  X(38) VALUE SPACES.

       01 LIN-TEXTO                PIC  X(90).
       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.


      *    REMESA DE EMBARGOS -- recorre embargos.ubd y, por cada
      *    orden viva con importe retenido sin remitir, aparca en
      *    interout.ubd una orden interbancaria a la cuenta del
      *    organismo (BANKEMI la exporta a continuacion en la cadena)
      *    y escribe la carta de contestacion. La orden cubierta se
      *    remite en cuanto lo esta; la que aun no lo esta remite lo
      *    retenido cada EMBARGO-DIAS dias desde la ultima remesa (o
      *    desde el alta). La retencion pasa del embargo a la orden
      *    interbancaria, de modo que el dinero sigue congelado hasta
      *    que sale de la cuenta.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKEMR - Remesa de ordenes de embargo".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(F-HOY).

           PERFORM 0500-LEER-PARAMETROS
               THRU 0500-LEER-PARAMETROS-EXIT.

           OPEN I-O EMBARGOS.
           IF FSE NOT = 00 AND FSE NOT = 05
               DISPLAY "No se ha podido abrir embargos.ubd FSE=" FSE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN I-O INTERCAMBIO.
           IF FSY NOT = 00 AND FSY NOT = 05
               DISPLAY "No se ha podido abrir interout.ubd FSY=" FSY
               CLOSE EMBARGOS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               DISPLAY "No se ha podido abrir retenciones.ubd FSW="
                   FSW
               CLOSE EMBARGOS
               CLOSE INTERCAMBIO
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd FST=" FST
               GO TO 9500-ERROR.

      *    sin maestro de clientes la carta sale con el nombre de la
      *    tarjeta
           OPEN INPUT CLIENTES.

       1000-SIGUIENTE-ORDEN.
           READ EMBARGOS NEXT RECORD AT END
               GO TO 9000-FIN.
           IF NOT EMB-EN-CURSO AND NOT EMB-CUBIERTO
               GO TO 1000-SIGUIENTE-ORDEN.
           ADD 1 TO CONTADOR-VIVAS.

           COMPUTE CENT-REMESA = EMB-RETENIDO-CENT - EMB-REMITIDO-CENT.
           IF CENT-REMESA = 0
               ADD 1 TO CONTADOR-SIN-SALDO
               GO TO 1000-SIGUIENTE-ORDEN.

      *    la orden aun no cubierta solo se remite cuando han pasado
      *    EMBARGO-DIAS desde la ultima remesa, o desde el alta
           IF EMB-EN-CURSO
               IF EMB-F-REMESA > 0
                   COMPUTE DIA-REFERENCIA =
                       FUNCTION INTEGER-OF-DATE(EMB-F-REMESA)
               ELSE
                   COMPUTE DIA-REFERENCIA =
                       FUNCTION INTEGER-OF-DATE(EMB-F-ALTA)
               END-IF
               IF DIA-HOY - DIA-REFERENCIA < EMBARGO-DIAS
                   ADD 1 TO CONTADOR-ESPERA
                   GO TO 1000-SIGUIENTE-ORDEN
               END-IF
           END-IF.

           PERFORM 2000-REMITIR THRU 2000-REMITIR-EXIT.
           PERFORM 3000-CARTA THRU 3000-CARTA-EXIT.
           GO TO 1000-SIGUIENTE-ORDEN.

      *    Lee los parametros del proceso; sin fichero o sin fila rige
      *    el valor por defecto.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "EMBARGO-DIAS" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0
                   MOVE PAR-VALOR TO EMBARGO-DIAS
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
           EXIT.

      *    Aparca la orden interbancaria por lo retenido sin remitir,
      *    traspasa la retencion y actualiza la orden de embargo.
       2000-REMITIR.
           PERFORM 8000-RESERVAR-INT-NUM
               THRU 8000-RESERVAR-INT-NUM-EXIT.

           ADD 1 TO LAST-INT-NUM.
           MOVE LAST-INT-NUM       TO INT-NUM.
           MOVE EMB-TARJETA        TO INT-TARJETA-O.
           MOVE EMB-CUENTA-DESTINO TO INT-CUENTA-EXT.
           MOVE EMB-ORGANISMO      TO INT-NOMBRE.
           MOVE ANO                TO INT-ANO.
           MOVE MES                TO INT-MES.
           MOVE DIA                TO INT-DIA.
           COMPUTE INT-IMPORTE-ENT = CENT-REMESA / 100.
           MOVE FUNCTION MOD(CENT-REMESA, 100) TO INT-IMPORTE-DEC.
           MOVE "P"                TO INT-ESTADO.
           MOVE 0                  TO INT-COMISION-CENT.
           WRITE INTERCAMBIO-REG INVALID KEY
               DISPLAY "Error aparcando la remesa del embargo "
                   EMB-NUM(26:10)
               GO TO 9500-ERROR.

      *    la orden interbancaria nace con su propia retencion...
           MOVE LAST-INT-NUM       TO RET-NUM.
           MOVE EMB-TARJETA        TO RET-TARJETA.
           MOVE ANO                TO RET-ANO.
           MOVE MES                TO RET-MES.
           MOVE DIA                TO RET-DIA.
           MOVE INT-IMPORTE-ENT    TO RET-IMPORTE-ENT.
           MOVE INT-IMPORTE-DEC    TO RET-IMPORTE-DEC.
           MOVE "A"                TO RET-ESTADO.
           WRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Error reteniendo la remesa del embargo "
                   EMB-NUM(26:10)
               GO TO 9500-ERROR.

           ADD CENT-REMESA TO EMB-REMITIDO-CENT.
           MOVE F-HOY TO EMB-F-REMESA.
           ADD 1 TO EMB-REMESAS.
           IF EMB-REMITIDO-CENT >= EMB-IMPORTE-CENT
               MOVE "R" TO EMB-ESTADO
               ADD 1 TO CONTADOR-CUBIERTAS.

      *    ...y la del embargo baja en lo mismo; la de una orden ya
      *    remitida del todo se libera
           MOVE 2       TO CRT-ORIGEN.
           MOVE EMB-NUM TO CRT-NUMERO.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               DISPLAY "Falta la retencion del embargo "
                   EMB-NUM(26:10)
               GO TO 2000-ACTUALIZAR-ORDEN.
           COMPUTE CENT-RETENCION = EMB-RETENIDO-CENT
                                    - EMB-REMITIDO-CENT.
           COMPUTE RET-IMPORTE-ENT = CENT-RETENCION / 100.
           MOVE FUNCTION MOD(CENT-RETENCION, 100) TO RET-IMPORTE-DEC.
           IF EMB-REMITIDO
               MOVE "L" TO RET-ESTADO.
           REWRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Error actualizando la retencion del embargo "
                   EMB-NUM(26:10).

       2000-ACTUALIZAR-ORDEN.
           REWRITE EMBARGOS-REG INVALID KEY
               DISPLAY "Error actualizando el embargo "
                   EMB-NUM(26:10)
               GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-REMESAS.
           ADD CENT-REMESA TO TOTAL-CENT-REMITIDO.

       2000-REMITIR-EXIT.
           EXIT.

      *    Carta de contestacion al organismo con lo transferido en
      *    esta remesa, lo transferido en total y lo que falta.
       3000-CARTA.
           MOVE SPACES  TO NOMBRE-TITULAR.
           MOVE EMB-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO 3000-ABRIR.
           MOVE TNOMBRE TO NOMBRE-TITULAR.
           IF FSK NOT = 00
               GO TO 3000-ABRIR.
           MOVE NUMERO-CUENTA TO CLI-CUENTA.
           READ CLIENTES INVALID KEY
               GO TO 3000-ABRIR.
           MOVE CLI-NOMBRE TO NOMBRE-TITULAR.

       3000-ABRIR.
           MOVE SPACES TO CARTA-FICHERO.
           STRING "embargo"        DELIMITED BY SIZE
                  EMB-NUM(26:10)   DELIMITED BY SIZE
                  F-HOY            DELIMITED BY SIZE
                  ".lst"           DELIMITED BY SIZE
               INTO CARTA-FICHERO.

           OPEN OUTPUT CARTA.
           IF FSX NOT = 00
               DISPLAY "No se ha podido crear " CARTA-FICHERO
                   " FSX=" FSX
               GO TO 3000-CARTA-EXIT.

           MOVE DIA TO CAB-DIA.
           MOVE MES TO CAB-MES.
           MOVE ANO TO CAB-ANO.
           WRITE LINEA-CARTA FROM LIN-CAB.
           WRITE LINEA-CARTA FROM LIN-BLANCA.

           MOVE "A LA ATENCION DE:     " TO DAT-ETIQUETA.
           MOVE EMB-ORGANISMO TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "SU REFERENCIA:        " TO DAT-ETIQUETA.
           MOVE EMB-REFERENCIA TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "NUESTRA REFERENCIA:   " TO DAT-ETIQUETA.
           MOVE EMB-NUM(26:10) TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           WRITE LINEA-CARTA FROM LIN-BLANCA.

           MOVE "TITULAR:              " TO DAT-ETIQUETA.
           MOVE NOMBRE-TITULAR TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "DOCUMENTO:            " TO DAT-ETIQUETA.
           MOVE EMB-DOCUMENTO TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "TARJETA EMBARGADA:    " TO DAT-ETIQUETA.
           MOVE EMB-TARJETA TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "CUENTA DE DESTINO:    " TO DAT-ETIQUETA.
           MOVE EMB-CUENTA-DESTINO TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           MOVE "ORDEN INTERBANCARIA:  " TO DAT-ETIQUETA.
           MOVE LAST-INT-NUM(20:16) TO DAT-VALOR.
           WRITE LINEA-CARTA FROM LIN-DATO.
           WRITE LINEA-CARTA FROM LIN-BLANCA.

           MOVE "IMPORTE ORDENADO:" TO IMP-ETIQUETA.
           COMPUTE IMP-ENT = EMB-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(EMB-IMPORTE-CENT, 100) TO IMP-DEC.
           WRITE LINEA-CARTA FROM LIN-IMPORTE.
           MOVE "TRANSFERIDO EN ESTA REMESA:" TO IMP-ETIQUETA.
           COMPUTE IMP-ENT = CENT-REMESA / 100.
           MOVE FUNCTION MOD(CENT-REMESA, 100) TO IMP-DEC.
           WRITE LINEA-CARTA FROM LIN-IMPORTE.
           MOVE "TRANSFERIDO EN TOTAL:" TO IMP-ETIQUETA.
           COMPUTE IMP-ENT = EMB-REMITIDO-CENT / 100.
           MOVE FUNCTION MOD(EMB-REMITIDO-CENT, 100) TO IMP-DEC.
           WRITE LINEA-CARTA FROM LIN-IMPORTE.
           WRITE LINEA-CARTA FROM LIN-BLANCA.

           IF EMB-REMITIDO
               MOVE "LA ORDEN QUEDA CUBIERTA EN SU TOTALIDAD."
                   TO LIN-TEXTO
               WRITE LINEA-CARTA FROM LIN-TEXTO
               GO TO 3000-CERRAR.

           COMPUTE CENT-PENDIENTE = EMB-IMPORTE-CENT
                                    - EMB-REMITIDO-CENT.
           MOVE "PENDIENTE DE CUBRIR:" TO IMP-ETIQUETA.
           COMPUTE IMP-ENT = CENT-PENDIENTE / 100.
           MOVE FUNCTION MOD(CENT-PENDIENTE, 100) TO IMP-DEC.
           WRITE LINEA-CARTA FROM LIN-IMPORTE.
           MOVE "SE SEGUIRAN RETENIENDO LOS ABONOS QUE SE RECIBAN HASTA"
               TO LIN-TEXTO.
           WRITE LINEA-CARTA FROM LIN-TEXTO.
           MOVE "CUBRIR EL IMPORTE PENDIENTE." TO LIN-TEXTO.
           WRITE LINEA-CARTA FROM LIN-TEXTO.

       3000-CERRAR.
           CLOSE CARTA.

       3000-CARTA-EXIT.
           EXIT.

      *    Reserva el numero de la orden interbancaria en el mismo
      *    contador que usa BANK6.
       8000-RESERVAR-INT-NUM.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO=" FSO
               GO TO 9500-ERROR.
           MOVE "INTERCAMBIO" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               DISPLAY "Falta el contador INTERCAMBIO"
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-INT-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

       8000-RESERVAR-INT-NUM-EXIT.
           EXIT.

       9000-FIN.
           CLOSE EMBARGOS.
           CLOSE INTERCAMBIO.
           CLOSE RETENCIONES.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           DISPLAY " ".
           DISPLAY "Ordenes de embargo vivas:    " CONTADOR-VIVAS.
           DISPLAY "Remesas aparcadas:           " CONTADOR-REMESAS.
           DISPLAY "Ordenes cubiertas del todo:  " CONTADOR-CUBIERTAS.
           DISPLAY "Sin importe retenido:        " CONTADOR-SIN-SALDO.
           DISPLAY "A la espera de plazo:        " CONTADOR-ESPERA.
           DISPLAY "Total remitido (centimos):   " TOTAL-CENT-REMITIDO.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
      *    proceso sepa que no termino bien; las ordenes ya remitidas
      *    conservan su remesa.
       9500-ERROR.
           CLOSE EMBARGOS.
           CLOSE INTERCAMBIO.
           CLOSE RETENCIONES.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
