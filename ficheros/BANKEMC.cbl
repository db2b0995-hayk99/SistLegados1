       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEMC.

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

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.


       DATA DIVISION.
       FILE SECTION.
      *    Ordenes de embargo judiciales y administrativas (alta y
      *    levantamiento en BANKEMB, remesa al organismo en BANKEMR):
      *    importe ordenado, lo retenido hasta ahora (al alta y con
      *    los abonos posteriores) y lo ya remitido. Lo retenido y
      *    aun no remitido esta congelado en retenciones.ubd. Estado
      *    "A" en curso, "C" cubierta (todo retenido, falta remitir),
      *    "R" remitida por completo y "L" levantada.
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

      *    Retenciones de saldo (ver BANK6). La de un embargo lleva un
      *    2 en la primera cifra de RET-NUM seguido del numero de la
      *    orden, y su importe es lo retenido y aun no remitido.
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
       77 FSE                      PIC  X(2).
       77 FSW                      PIC  X(2).

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

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (2 embargo) y el resto es
      *    el numero de la orden de embargo.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

       77 CENT-RETENIDO            PIC S9(11).
       77 CENT-DISPONIBLE          PIC S9(11).
       77 CENT-RESTO               PIC S9(11).
       77 CENT-FALTA               PIC S9(11).
       77 CENT-CAPTURA             PIC S9(11).
       77 CENT-CONGELADO           PIC  9(11).


       LINKAGE SECTION.
      *    Peticion del programa que acaba de abonar: la tarjeta, el
      *    importe abonado y el saldo que ha quedado tras el abono,
      *    en centimos. Vuelve en PEM-CAPTURADO-CENT lo que ha
      *    quedado retenido para embargos y en PEM-EMBARGOS cuantas
      *    ordenes han recibido algo.
       01 PETICION-EMBARGO.
           05 PEM-TARJETA          PIC  9(16).
           05 PEM-IMPORTE-CENT     PIC  9(9).
           05 PEM-SALDO-CENT       PIC S9(9).
           05 PEM-PROGRAMA         PIC  X(08).
           05 PEM-CAPTURADO-CENT   PIC  9(9).
           05 PEM-EMBARGOS         PIC  9(3).


      *    CAPTURA DE ABONOS PARA EMBARGOS -- rutina comun a los
      *    programas que abonan dinero en una tarjeta (sobres
      *    verificados, remesa entrante, abonos liberados por
      *    cumplimiento y programadas recibidas): si la tarjeta tiene
      *    ordenes de embargo sin cubrir, el abono queda retenido para
      *    ellas por orden de antiguedad hasta cubrirlas, sin pasar
      *    del disponible que deja el abono (saldo menos retenciones
      *    activas). No mueve saldo: solo sube la retencion de cada
      *    orden, que BANKEMR remitira al organismo. Sin fichero de
      *    embargos no hay nada que capturar.
       PROCEDURE DIVISION USING PETICION-EMBARGO.
       0000-MAINLINE.
           MOVE 0 TO PEM-CAPTURADO-CENT.
           MOVE 0 TO PEM-EMBARGOS.
           IF PEM-IMPORTE-CENT = 0
               GO TO 9999-EXIT.

           OPEN I-O EMBARGOS.
           IF FSE NOT = 00
               GO TO 9999-EXIT.
           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               CLOSE EMBARGOS
               GO TO 9999-EXIT.

           PERFORM 1000-SUMAR-RETENCIONES
               THRU 1000-SUMAR-RETENCIONES-EXIT.
           COMPUTE CENT-DISPONIBLE = PEM-SALDO-CENT - CENT-RETENIDO.
           IF CENT-DISPONIBLE <= 0
               GO TO 8000-CERRAR.

      *    no se captura mas de lo abonado ni de lo disponible
           MOVE PEM-IMPORTE-CENT TO CENT-RESTO.
           IF CENT-DISPONIBLE < CENT-RESTO
               MOVE CENT-DISPONIBLE TO CENT-RESTO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE PEM-TARJETA TO EMB-TARJETA.
           START EMBARGOS KEY IS = EMB-TARJETA
               INVALID KEY
                   GO TO 8000-CERRAR.

       2000-RECORRER-EMBARGOS.
           IF CENT-RESTO = 0
               GO TO 8000-CERRAR.
           READ EMBARGOS NEXT RECORD AT END
               GO TO 8000-CERRAR.
           IF EMB-TARJETA NOT = PEM-TARJETA
               GO TO 8000-CERRAR.
           IF NOT EMB-EN-CURSO
               GO TO 2000-RECORRER-EMBARGOS.

           COMPUTE CENT-FALTA = EMB-IMPORTE-CENT - EMB-RETENIDO-CENT.
           IF CENT-FALTA <= 0
               GO TO 2000-RECORRER-EMBARGOS.
           MOVE CENT-RESTO TO CENT-CAPTURA.
           IF CENT-FALTA < CENT-CAPTURA
               MOVE CENT-FALTA TO CENT-CAPTURA.

           PERFORM 3000-SUBIR-RETENCION THRU 3000-SUBIR-RETENCION-EXIT.

           ADD CENT-CAPTURA TO EMB-RETENIDO-CENT.
           IF EMB-RETENIDO-CENT >= EMB-IMPORTE-CENT
               MOVE "C" TO EMB-ESTADO.
           REWRITE EMBARGOS-REG INVALID KEY
               DISPLAY "Error actualizando el embargo " EMB-NUM.

           SUBTRACT CENT-CAPTURA FROM CENT-RESTO.
           ADD CENT-CAPTURA TO PEM-CAPTURADO-CENT.
           ADD 1 TO PEM-EMBARGOS.
           GO TO 2000-RECORRER-EMBARGOS.

      *    Retenciones activas de la tarjeta, con la misma regla que
      *    el disponible de BANK2 y BANK4.
       1000-SUMAR-RETENCIONES.
           MOVE 0 TO CENT-RETENIDO.
           MOVE PEM-TARJETA TO RET-TARJETA.
           START RETENCIONES KEY IS = RET-TARJETA INVALID KEY
               GO TO 1000-SUMAR-RETENCIONES-EXIT.

       1100-LEER-RETENCION.
           READ RETENCIONES NEXT RECORD AT END
               GO TO 1000-SUMAR-RETENCIONES-EXIT.
           IF RET-TARJETA NOT = PEM-TARJETA
               GO TO 1000-SUMAR-RETENCIONES-EXIT.
           IF RET-ESTADO = "A"
               COMPUTE CENT-RETENIDO = CENT-RETENIDO
                   + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           GO TO 1100-LEER-RETENCION.

       1000-SUMAR-RETENCIONES-EXIT.
           EXIT.

      *    Sube en CENT-CAPTURA la retencion de la orden en proceso;
      *    si no la tiene (se perdio o la orden es anterior a su
      *    retencion) se crea con lo retenido y aun no remitido.
       3000-SUBIR-RETENCION.
           MOVE 2       TO CRT-ORIGEN.
           MOVE EMB-NUM TO CRT-NUMERO.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           READ RETENCIONES INVALID KEY
               GO TO 3100-CREAR-RETENCION.

           COMPUTE CENT-CONGELADO = (RET-IMPORTE-ENT * 100)
                                    + RET-IMPORTE-DEC + CENT-CAPTURA.
           COMPUTE RET-IMPORTE-ENT = CENT-CONGELADO / 100.
           MOVE FUNCTION MOD(CENT-CONGELADO, 100) TO RET-IMPORTE-DEC.
           MOVE "A" TO RET-ESTADO.
           REWRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Error actualizando la retencion del embargo "
                   EMB-NUM.
           GO TO 3000-SUBIR-RETENCION-EXIT.

       3100-CREAR-RETENCION.
           COMPUTE CENT-CONGELADO = EMB-RETENIDO-CENT
                                    - EMB-REMITIDO-CENT + CENT-CAPTURA.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           MOVE EMB-TARJETA TO RET-TARJETA.
           MOVE ANO         TO RET-ANO.
           MOVE MES         TO RET-MES.
           MOVE DIA         TO RET-DIA.
           COMPUTE RET-IMPORTE-ENT = CENT-CONGELADO / 100.
           MOVE FUNCTION MOD(CENT-CONGELADO, 100) TO RET-IMPORTE-DEC.
           MOVE "A"         TO RET-ESTADO.
           WRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Error creando la retencion del embargo "
                   EMB-NUM.

       3000-SUBIR-RETENCION-EXIT.
           EXIT.

       8000-CERRAR.
           CLOSE EMBARGOS.
           CLOSE RETENCIONES.

       9999-EXIT.
           EXIT PROGRAM.
