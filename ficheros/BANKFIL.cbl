       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CODIGO
           FILE STATUS IS FSV.

           SELECT OPTIONAL CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           ALTERNATE RECORD KEY IS CMP-REFERENCIA WITH DUPLICATES
           FILE STATUS IS FSK.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
      *    Lista de vigilancia de cumplimiento normativo (ver BANKVIG
      *    y la carga de la lista oficial en BANKCVG). VIG-ORIGEN "O"
      *    son las entradas de la lista oficial, que cada carga repone
      *    o da de baja; "M" las que da de alta cumplimiento a mano.
      *    Solo filtran las entradas en estado "A"; las bajas ("B")
      *    se conservan para que las decisiones ya tomadas sigan
      *    apuntando a la entrada que las provoco.
       FD VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
       01 VIGILANCIA-REG.
           02 VIG-CODIGO           PIC  X(12).
           02 VIG-NOMBRE           PIC  X(35).
           02 VIG-LISTA            PIC  X(10).
           02 VIG-ORIGEN           PIC  X(1).
               88 VIG-ES-OFICIAL         VALUE "O".
               88 VIG-ES-MANUAL          VALUE "M".
           02 VIG-ESTADO           PIC  X(1).
               88 VIG-ACTIVA             VALUE "A".
               88 VIG-DE-BAJA            VALUE "B".
           02 VIG-F-ALTA           PIC  9(8).
           02 VIG-CARGA            PIC  9(14).
           02 VIG-OPERADOR         PIC  X(08).

      *    Casos retenidos por cumplimiento normativo: una fila por
      *    orden, abono o recibo que ha dado coincidencia con la lista
      *    de vigilancia. CMP-ORIGEN dice que se ha retenido: "O"
      *    orden interbancaria saliente (CMP-REFERENCIA es INT-NUM),
      *    "E" abono recibido de otro banco (CMP-REFERENCIA es la
      *    referencia del banco ordenante) y "R" recibo domiciliado.
      *    Nace pendiente ("P") y el responsable de cumplimiento lo
      *    libera ("L") o lo rechaza ("R") desde BANKCMP.
       FD CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
       01 CUMPLIMIENTO-REG.
           02 CMP-NUM              PIC  9(35).
           02 CMP-ORIGEN           PIC  X(1).
               88 CMP-ES-ORDEN           VALUE "O".
               88 CMP-ES-ABONO           VALUE "E".
               88 CMP-ES-RECIBO          VALUE "R".
           02 CMP-PROGRAMA         PIC  X(08).
           02 CMP-REFERENCIA       PIC  9(35).
           02 CMP-TARJETA          PIC  9(16).
           02 CMP-CUENTA-EXT       PIC  9(16).
           02 CMP-NOMBRE           PIC  X(35).
           02 CMP-CONCEPTO         PIC  X(35).
           02 CMP-ACREEDOR         PIC  X(16).
           02 CMP-IMPORTE-CENT     PIC  9(9).
           02 CMP-VIG-CODIGO       PIC  X(12).
           02 CMP-VIG-NOMBRE       PIC  X(35).
           02 CMP-ANO              PIC   9(4).
           02 CMP-MES              PIC   9(2).
           02 CMP-DIA              PIC   9(2).
           02 CMP-HOR              PIC   9(2).
           02 CMP-MIN              PIC   9(2).
           02 CMP-SEG              PIC   9(2).
           02 CMP-ESTADO           PIC  X(1).
               88 CMP-PENDIENTE          VALUE "P".
               88 CMP-LIBERADO           VALUE "L".
               88 CMP-RECHAZADO          VALUE "R".
           02 CMP-OPERADOR         PIC  X(08).
           02 CMP-F-DECISION       PIC  9(8).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSV                      PIC  X(2).
       77 FSK                      PIC  X(2).
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

       77 LAST-CMP-NUM             PIC  9(35).
       77 NOMBRE-FILTRO            PIC  X(35).
       77 NOMBRE-LISTA             PIC  X(35).
       77 LONGITUD-LISTA           PIC  9(2).
       77 COINCIDENCIAS            PIC  9(2).
       77 CASO-ENCONTRADO          PIC  X(1).
           88 HAY-CASO-PENDIENTE     VALUE "P".
           88 HAY-CASO-LIBERADO      VALUE "L".

      *    Un nombre de la lista mas corto que esto no se busca: con
      *    tres o menos letras coincidiria con medio fichero.
       78 LONGITUD-MINIMA          VALUE 4.
       78 MINUSCULAS               VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAYUSCULAS               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".


       LINKAGE SECTION.
      *    Peticion del programa llamante: el nombre que hay que
      *    filtrar (beneficiario, ordenante o acreedor) y los datos
      *    de la operacion para abrir el caso si da coincidencia.
      *    PFL-REFERENCIA es el numero de la orden o del abono, o
      *    cero si la operacion no tiene referencia propia. Vuelve
      *    "S" en PFL-RESULTADO si la operacion queda retenida, con
      *    el numero del caso y la entrada de la lista que coincidio.
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


      *    FILTRO DE LISTA DE VIGILANCIA -- rutina comun a los
      *    programas que mueven dinero con otros bancos: busca el
      *    nombre recibido en las entradas activas de la lista (sin
      *    distinguir mayusculas) y, si alguna aparece dentro de el,
      *    abre el caso pendiente en cumplimiento.ubd. Una orden que
      *    cumplimiento ya libero no se vuelve a retener por la misma
      *    coincidencia, y una operacion con caso pendiente no abre
      *    otro. Sin lista de vigilancia no se retiene nada; si el
      *    caso no se puede grabar la operacion se retiene igual.
       PROCEDURE DIVISION USING PETICION-FILTRO.
       0000-MAINLINE.
           MOVE "N"    TO PFL-RESULTADO.
           MOVE 0      TO PFL-CASO.
           MOVE SPACES TO PFL-VIG-CODIGO.
           MOVE SPACES TO PFL-VIG-NOMBRE.

           IF PFL-NOMBRE = SPACES
               GO TO 9999-EXIT.
           MOVE PFL-NOMBRE TO NOMBRE-FILTRO.
           INSPECT NOMBRE-FILTRO CONVERTING MINUSCULAS TO MAYUSCULAS.

           OPEN INPUT VIGILANCIA.
           IF FSV NOT = 00
               GO TO 9999-EXIT.
           MOVE LOW-VALUES TO VIG-CODIGO.
           START VIGILANCIA KEY IS >= VIG-CODIGO
               INVALID KEY
                   CLOSE VIGILANCIA
                   GO TO 9999-EXIT.

           PERFORM 1000-BUSCAR-EN-LISTA THRU 1000-BUSCAR-EN-LISTA-EXIT.
           CLOSE VIGILANCIA.
           IF NOT PFL-RETENIDA
               GO TO 9999-EXIT.

           PERFORM 2000-BUSCAR-CASO THRU 2000-BUSCAR-CASO-EXIT.
           IF HAY-CASO-LIBERADO
               MOVE "N" TO PFL-RESULTADO
               GO TO 9999-EXIT.
           IF HAY-CASO-PENDIENTE
               GO TO 9999-EXIT.

           PERFORM 3000-GRABAR-CASO THRU 3000-GRABAR-CASO-EXIT.
           GO TO 9999-EXIT.

      *    Recorre la lista hasta la primera entrada activa cuyo
      *    nombre aparece dentro del nombre filtrado.
       1000-BUSCAR-EN-LISTA.
           READ VIGILANCIA NEXT RECORD AT END
               GO TO 1000-BUSCAR-EN-LISTA-EXIT.
           IF NOT VIG-ACTIVA
               GO TO 1000-BUSCAR-EN-LISTA.

           MOVE VIG-NOMBRE TO NOMBRE-LISTA.
           INSPECT NOMBRE-LISTA CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE 35 TO LONGITUD-LISTA.
           PERFORM 1100-RECORTAR-NOMBRE THRU 1100-RECORTAR-NOMBRE-EXIT.
           IF LONGITUD-LISTA < LONGITUD-MINIMA
               GO TO 1000-BUSCAR-EN-LISTA.

           MOVE 0 TO COINCIDENCIAS.
           INSPECT NOMBRE-FILTRO TALLYING COINCIDENCIAS
               FOR ALL NOMBRE-LISTA(1:LONGITUD-LISTA).
           IF COINCIDENCIAS = 0
               GO TO 1000-BUSCAR-EN-LISTA.

           MOVE "S"        TO PFL-RESULTADO.
           MOVE VIG-CODIGO TO PFL-VIG-CODIGO.
           MOVE VIG-NOMBRE TO PFL-VIG-NOMBRE.

       1000-BUSCAR-EN-LISTA-EXIT.
           EXIT.

      *    Longitud del nombre de la lista sin los blancos del final.
       1100-RECORTAR-NOMBRE.
           IF LONGITUD-LISTA = 0
               GO TO 1100-RECORTAR-NOMBRE-EXIT.
           IF NOMBRE-LISTA(LONGITUD-LISTA:1) NOT = SPACE
               GO TO 1100-RECORTAR-NOMBRE-EXIT.
           SUBTRACT 1 FROM LONGITUD-LISTA.
           GO TO 1100-RECORTAR-NOMBRE.

       1100-RECORTAR-NOMBRE-EXIT.
           EXIT.

      *    Casos ya abiertos para la misma operacion: solo cuentan
      *    los del mismo origen, y el liberado solo en las ordenes,
      *    que BANKEMI vuelve a filtrar al exportarlas.
       2000-BUSCAR-CASO.
           MOVE SPACES TO CASO-ENCONTRADO.
           IF PFL-REFERENCIA = 0
               GO TO 2000-BUSCAR-CASO-EXIT.

           OPEN INPUT CUMPLIMIENTO.
           IF FSK NOT = 00
               GO TO 2000-BUSCAR-CASO-EXIT.
           MOVE PFL-REFERENCIA TO CMP-REFERENCIA.
           START CUMPLIMIENTO KEY IS = CMP-REFERENCIA
               INVALID KEY
                   CLOSE CUMPLIMIENTO
                   GO TO 2000-BUSCAR-CASO-EXIT.

       2100-LEER-CASO.
           READ CUMPLIMIENTO NEXT RECORD AT END
               GO TO 2200-FIN-CASOS.
           IF CMP-REFERENCIA NOT = PFL-REFERENCIA
               GO TO 2200-FIN-CASOS.
           IF CMP-ORIGEN NOT = PFL-ORIGEN
               GO TO 2100-LEER-CASO.
           IF CMP-PENDIENTE
               MOVE "P"     TO CASO-ENCONTRADO
               MOVE CMP-NUM TO PFL-CASO
               GO TO 2200-FIN-CASOS.
           IF CMP-LIBERADO AND CMP-ES-ORDEN
               MOVE "L" TO CASO-ENCONTRADO.
           GO TO 2100-LEER-CASO.

       2200-FIN-CASOS.
           CLOSE CUMPLIMIENTO.

       2000-BUSCAR-CASO-EXIT.
           EXIT.

      *    Reserva el numero en el contador "CUMPLIMIENTO" (se estrena
      *    con el primer caso) y deja el caso pendiente de decision.
       3000-GRABAR-CASO.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               GO TO 3000-GRABAR-CASO-EXIT.
           MOVE "CUMPLIMIENTO" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               MOVE "CUMPLIMIENTO" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO 3000-GRABAR-CASO-EXIT.
           MOVE CNT-ULTIMO TO LAST-CMP-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO 3000-GRABAR-CASO-EXIT.
           CLOSE CONTADORES.
           ADD 1 TO LAST-CMP-NUM.

           OPEN I-O CUMPLIMIENTO.
           IF FSK NOT = 00 AND FSK NOT = 05
               GO TO 3000-GRABAR-CASO-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE LAST-CMP-NUM     TO CMP-NUM.
           MOVE PFL-ORIGEN       TO CMP-ORIGEN.
           MOVE PFL-PROGRAMA     TO CMP-PROGRAMA.
           MOVE PFL-REFERENCIA   TO CMP-REFERENCIA.
           MOVE PFL-TARJETA      TO CMP-TARJETA.
           MOVE PFL-CUENTA-EXT   TO CMP-CUENTA-EXT.
           MOVE PFL-NOMBRE       TO CMP-NOMBRE.
           MOVE PFL-CONCEPTO     TO CMP-CONCEPTO.
           MOVE PFL-ACREEDOR     TO CMP-ACREEDOR.
           MOVE PFL-IMPORTE-CENT TO CMP-IMPORTE-CENT.
           MOVE PFL-VIG-CODIGO   TO CMP-VIG-CODIGO.
           MOVE PFL-VIG-NOMBRE   TO CMP-VIG-NOMBRE.
           MOVE ANO              TO CMP-ANO.
           MOVE MES              TO CMP-MES.
           MOVE DIA              TO CMP-DIA.
           MOVE HORAS            TO CMP-HOR.
           MOVE MINUTOS          TO CMP-MIN.
           MOVE SEGUNDOS         TO CMP-SEG.
           MOVE "P"              TO CMP-ESTADO.
           MOVE SPACES           TO CMP-OPERADOR.
           MOVE 0                TO CMP-F-DECISION.
           WRITE CUMPLIMIENTO-REG INVALID KEY
               CLOSE CUMPLIMIENTO
               GO TO 3000-GRABAR-CASO-EXIT.
           CLOSE CUMPLIMIENTO.
           MOVE LAST-CMP-NUM TO PFL-CASO.

       3000-GRABAR-CASO-EXIT.
           EXIT.

       9999-EXIT.
           EXIT PROGRAM.
