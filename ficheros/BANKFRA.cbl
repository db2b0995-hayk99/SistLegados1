       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSU.

           SELECT OPTIONAL ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-NUM
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.


       DATA DIVISION.
       FILE SECTION.
      *    Diario electronico de sesiones de cliente (ver BANKDIA):
      *    se recorre por la clave alternativa de tarjeta, que deja
      *    las operaciones de cada tarjeta en el orden en que se
      *    pidieron.
       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
       01 DIARIOCLI-REG.
           02 DCL-NUM              PIC  9(35).
           02 DCL-TARJETA          PIC  9(16).
           02 DCL-ANO              PIC   9(4).
           02 DCL-MES              PIC   9(2).
           02 DCL-DIA              PIC   9(2).
           02 DCL-HOR              PIC   9(2).
           02 DCL-MIN              PIC   9(2).
           02 DCL-SEG              PIC   9(2).
           02 DCL-OPERACION        PIC  X(20).
           02 DCL-IMPORTE-ENT      PIC S9(7).
           02 DCL-IMPORTE-DEC      PIC   9(2).
           02 DCL-RESULTADO        PIC  X(2).
           02 DCL-MOVNUM           PIC  9(35).
           02 DCL-PROGRAMA         PIC  X(8).
      *    Cajero en el que se pidio la operacion (ver BANKTER).
           02 DCL-TERMINAL         PIC  X(04).

      *    Alertas de posible fraude: una fila por patron detectado,
      *    con la regla (PN retiradas tras cambio de pin, RD
      *    reintento menor tras denegaciones, BN transferencia grande
      *    a un beneficiario recien dado de alta, HN retirada en
      *    horario nocturno), la puntuacion, el motivo legible y el
      *    apunte del diario que la disparo. Estado P pendiente, E en
      *    estudio, F falsa alarma, C fraude confirmado (ver BANKALR);
      *    ALR-SUSPENDE = "S" si la puntuacion del dia suspendio la
      *    tarjeta.
       FD ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas.ubd".
       01 ALERTAS-REG.
           02 ALR-NUM              PIC  9(35).
           02 ALR-TARJETA          PIC  9(16).
           02 ALR-FECHA            PIC  9(8).
           02 ALR-HOR              PIC  9(2).
           02 ALR-MIN              PIC  9(2).
           02 ALR-REGLA            PIC  X(2).
           02 ALR-PUNTOS           PIC  9(3).
           02 ALR-MOTIVO           PIC  X(40).
           02 ALR-IMPORTE-CENT     PIC  9(9).
           02 ALR-DCLNUM           PIC  9(35).
           02 ALR-ESTADO           PIC  X(1).
           02 ALR-SUSPENDE         PIC  X(1).
           02 ALR-OPERADOR         PIC  X(08).
           02 ALR-FRES             PIC  9(8).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM         PIC 9(16).
           02 TPIN         PIC  9(8).
           02 TNOMBRE      PIC  X(35).
           02 NUMERO-CUENTA PIC 9(16).
      *    ver BANK1: alta, caducidad y estado de la tarjeta; este
      *    proceso anade el estado "S" suspendida pendiente de
      *    revision, que BANK1 rechaza al iniciar sesion hasta que un
      *    supervisor revisa las alertas en BANKALR
           02 TFALTA       PIC  9(8).
           02 TFCADUCA     PIC  9(8).
           02 TESTADO      PIC  X(1).

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).

      *    Parametros de explotacion (ver BANKPAR): ventana en
      *    minutos (FRAUDE-MINUTOS), retiradas tras un cambio de pin
      *    (FRAUDE-RETIRADAS), transferencia grande en centimos
      *    (FRAUDE-IMPORTE), tarjetas con retiradas nocturnas
      *    (FRAUDE-TARJ-NOCHE) y puntuacion que suspende la tarjeta
      *    (FRAUDE-SUSPENSION).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Relacion imprimible de las alertas del dia y de las
      *    tarjetas suspendidas, en el estilo de durmientes.lst.
       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertas.lst".
       01 LINEA-INFORME            PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSU                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSI                      PIC  X(2).

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

      *    Umbrales de deteccion (parametros FRAUDE-* en
      *    parametros.ubd; el VALUE es el valor por defecto si falta
      *    el parametro).
       77 VENTANA-MINUTOS          PIC  9(4) VALUE 30.
       77 MIN-RETIRADAS-PIN        PIC  9(3) VALUE 2.
       77 IMPORTE-GRANDE           PIC  9(9) VALUE 100000.
       77 MIN-TARJ-NOCHE           PIC  9(5) VALUE 3.
       77 UMBRAL-SUSPENSION        PIC  9(5) VALUE 70.

      *    Puntuacion fija de cada regla y fin del horario nocturno
      *    (las retiradas antes de esta hora cuentan como nocturnas).
       77 PUNTOS-PIN               PIC  9(3) VALUE 40.
       77 PUNTOS-REINTENTO         PIC  9(3) VALUE 30.
       77 PUNTOS-BENEFICIARIO      PIC  9(3) VALUE 50.
       77 PUNTOS-NOCTURNA          PIC  9(3) VALUE 20.
       77 HORA-FIN-NOCHE           PIC  9(2) VALUE 6.

       77 F-HOY                    PIC  9(8).
       77 F-DCL                    PIC  9(8).
       77 TARJETA-PROCESO          PIC  9(16) VALUE 0.
       77 MINUTO-OP                PIC  9(4).
       77 IMPORTE-OP               PIC S9(9).

      *    Estado de las reglas para la tarjeta en curso; se pone a
      *    cero al pasar a la siguiente tarjeta del diario.
       77 HAY-PIN                  PIC  X(1).
           88 PIN-CAMBIADO          VALUE "S".
       77 MINUTO-PIN               PIC  9(4).
       77 RETIRADAS-PIN            PIC  9(3).
       77 IMPORTE-PIN              PIC S9(9).
       77 AVISO-PIN                PIC  X(1).
           88 PIN-AVISADO           VALUE "S".
       77 DENEGACIONES             PIC  9(3).
       77 IMPORTE-DENEGADO         PIC S9(9).
       77 OPERACION-DENEGADA       PIC  X(20).
       77 AVISO-REINTENTO          PIC  X(1).
           88 REINTENTO-AVISADO     VALUE "S".
       77 HAY-BENEFICIARIO         PIC  X(1).
           88 BENEFICIARIO-NUEVO    VALUE "S".
       77 MINUTO-BENEFICIARIO      PIC  9(4).
       77 NOCTURNA-VISTA           PIC  X(1).
           88 TARJETA-NOCTURNA      VALUE "S".

      *    Datos de la alerta, que deja preparados quien hace el
      *    PERFORM de 3000-GRABAR-ALERTA.
       77 ALR-TARJETA-REG          PIC  9(16).
       77 ALR-HOR-REG              PIC  9(2).
       77 ALR-MIN-REG              PIC  9(2).
       77 ALR-REGLA-REG            PIC  X(2).
       77 ALR-PUNTOS-REG           PIC  9(3).
       77 ALR-MOTIVO-REG           PIC  X(40).
       77 ALR-IMPORTE-REG          PIC S9(9).
       77 ALR-DCLNUM-REG           PIC  9(35).

       77 LAST-ALR-NUM             PIC  9(35).
       77 PRIMER-ALR-NUM           PIC  9(35) VALUE 0.
       77 ALR-NUM-MARCA            PIC  9(35).

      *    Tarjetas con alguna retirada nocturna hoy: la regla solo
      *    salta si son muchas a la vez, y eso no se sabe hasta el
      *    final del diario.
       01 TABLA-NOCTURNAS.
           05 TN-ENTRY OCCURS 500 TIMES INDEXED BY TN-IDX.
               10 TN-TARJETA        PIC  9(16).
               10 TN-HOR            PIC  9(2).
               10 TN-MIN            PIC  9(2).
               10 TN-IMPORTE        PIC S9(9).
               10 TN-DCLNUM         PIC  9(35).
       77 TOTAL-NOCTURNAS          PIC  9(5) VALUE 0.

      *    Puntuacion acumulada del dia por tarjeta con alertas.
       01 TABLA-PUNTOS.
           05 TP-ENTRY OCCURS 1000 TIMES INDEXED BY TP-IDX.
               10 TP-TARJETA        PIC  9(16).
               10 TP-PUNTOS         PIC  9(5).
               10 TP-SUSPENDIDA     PIC  X(1).
       77 TOTAL-PUNTOS             PIC  9(5) VALUE 0.
       77 IDX-BUSCA                PIC  9(5).
       77 ENCONTRADA-TP            PIC  X(1).
           88 TP-ENCONTRADA         VALUE "S".

       77 CONTADOR-LEIDOS          PIC  9(7) VALUE 0.
       77 CONTADOR-DEL-DIA         PIC  9(7) VALUE 0.
       77 CONTADOR-ALERTAS         PIC  9(5) VALUE 0.
       77 CONTADOR-SUSPENDIDAS     PIC  9(5) VALUE 0.
       77 CONTADOR-YA-SUSPENDIDAS  PIC  9(5) VALUE 0.
       77 CONTADOR-BORRADAS        PIC  9(5) VALUE 0.
       77 CONTADOR-SIN-SITIO       PIC  9(5) VALUE 0.

       01 LIN-CABECERA.
           05 FILLER               PIC  X(44) VALUE
               "UNIZARBANK - ALERTAS DE FRAUDE A FECHA      ".
           05 CAB-FECHA            PIC  9(8).
           05 FILLER               PIC  X(38) VALUE SPACES.

       01 LIN-ALR.
           05 LAL-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LAL-HOR              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ":".
           05 LAL-MIN              PIC  9(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LAL-REGLA            PIC  X(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LAL-PUNTOS           PIC  ZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LAL-MOTIVO           PIC  X(40).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LAL-IMPORTE-ENT      PIC  Z(6)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LAL-IMPORTE-DEC      PIC  9(2).
           05 FILLER               PIC  X(5) VALUE SPACES.

       01 LIN-SUSP.
           05 FILLER               PIC  X(24) VALUE
               "TARJETA SUSPENDIDA      ".
           05 LSU-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(11) VALUE "  PUNTOS:  ".
           05 LSU-PUNTOS           PIC  ZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LSU-NOTA             PIC  X(20).
           05 FILLER               PIC  X(12) VALUE SPACES.

      *    DETECCION DE FRAUDE -- recorre el diario electronico del
      *    dia tarjeta a tarjeta buscando patrones sospechosos:
      *    varias retiradas poco despues de un cambio de pin (BANK9),
      *    denegaciones "SF"/"LI" repetidas seguidas de un reintento
      *    por menos importe, una transferencia grande poco despues
      *    de dar de alta un beneficiario (BANKBEN) y, si son muchas
      *    tarjetas a la vez, retiradas en horario nocturno. Cada
      *    patron deja una alerta puntuada en alertas.ubd y en
      *    alertas.lst; la tarjeta cuya puntuacion del dia llega a
      *    FRAUDE-SUSPENSION queda suspendida ("S") hasta que un
      *    supervisor revisa sus alertas en BANKALR. Las alertas
      *    pendientes de la misma fecha que hubiera dejado una pasada
      *    anterior cortada se borran y se vuelven a generar.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKFRA - Deteccion de fraude".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM 0500-LEER-PARAMETROS
               THRU 0500-LEER-PARAMETROS-EXIT.
           DISPLAY "Ventana en minutos:            " VENTANA-MINUTOS.
           DISPLAY "Puntuacion que suspende:       "
               UMBRAL-SUSPENSION.

           OPEN INPUT DIARIOCLI.
           IF FSU NOT = 00 AND FSU NOT = 05
               DISPLAY "No se ha podido abrir diariocli.ubd FSU=" FSU
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN I-O ALERTAS.
           IF FSL NOT = 00 AND FSL NOT = 05
               DISPLAY "No se ha podido abrir alertas.ubd FSL=" FSL
               CLOSE DIARIOCLI
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd FST=" FST
               CLOSE DIARIOCLI
               CLOSE ALERTAS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN OUTPUT INFORME.
           IF FSI NOT = 00
               DISPLAY "No se ha podido crear alertas.lst FSI=" FSI
               GO TO 9500-ERROR.

           MOVE F-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LIN-CABECERA.

           PERFORM 0700-BORRAR-PREVIAS THRU 0700-BORRAR-PREVIAS-EXIT.

           MOVE 0 TO DCL-TARJETA.
           START DIARIOCLI KEY IS >= DCL-TARJETA INVALID KEY
               DISPLAY "El diario electronico esta vacio"
               GO TO 4000-NOCTURNAS.

       1000-RECORRER-DIARIO.
           READ DIARIOCLI NEXT RECORD AT END
               GO TO 4000-NOCTURNAS.

           ADD 1 TO CONTADOR-LEIDOS.
           COMPUTE F-DCL = (DCL-ANO * 10000) + (DCL-MES * 100)
                           + DCL-DIA.
           IF F-DCL NOT = F-HOY
               GO TO 1000-RECORRER-DIARIO.

           ADD 1 TO CONTADOR-DEL-DIA.
           IF DCL-TARJETA NOT = TARJETA-PROCESO
               PERFORM 1100-NUEVA-TARJETA THRU 1100-NUEVA-TARJETA-EXIT.

           COMPUTE MINUTO-OP = (DCL-HOR * 60) + DCL-MIN.
           IF DCL-IMPORTE-ENT < 0
               COMPUTE IMPORTE-OP = (DCL-IMPORTE-ENT * 100)
                                    - DCL-IMPORTE-DEC
           ELSE
               COMPUTE IMPORTE-OP = (DCL-IMPORTE-ENT * 100)
                                    + DCL-IMPORTE-DEC
           END-IF.

           PERFORM 2000-REGLA-PIN THRU 2000-REGLA-PIN-EXIT.
           PERFORM 2100-REGLA-REINTENTO THRU 2100-REGLA-REINTENTO-EXIT.
           PERFORM 2200-REGLA-BENEFICIARIO
               THRU 2200-REGLA-BENEFICIARIO-EXIT.
           PERFORM 2300-REGLA-NOCTURNA THRU 2300-REGLA-NOCTURNA-EXIT.

           GO TO 1000-RECORRER-DIARIO.

       1100-NUEVA-TARJETA.
           MOVE DCL-TARJETA TO TARJETA-PROCESO.
           MOVE "N"    TO HAY-PIN.
           MOVE 0      TO MINUTO-PIN.
           MOVE 0      TO RETIRADAS-PIN.
           MOVE 0      TO IMPORTE-PIN.
           MOVE "N"    TO AVISO-PIN.
           MOVE 0      TO DENEGACIONES.
           MOVE 0      TO IMPORTE-DENEGADO.
           MOVE SPACES TO OPERACION-DENEGADA.
           MOVE "N"    TO AVISO-REINTENTO.
           MOVE "N"    TO HAY-BENEFICIARIO.
           MOVE 0      TO MINUTO-BENEFICIARIO.
           MOVE "N"    TO NOCTURNA-VISTA.

       1100-NUEVA-TARJETA-EXIT.
           EXIT.

      *    Cambio de pin seguido de varias retiradas dentro de la
      *    ventana: la alerta sale una vez por cambio de pin, al
      *    llegar al numero de retiradas del parametro.
       2000-REGLA-PIN.
           IF DCL-OPERACION = "CAMBIO PIN" AND DCL-RESULTADO = "OK"
               MOVE "S"       TO HAY-PIN
               MOVE MINUTO-OP TO MINUTO-PIN
               MOVE 0         TO RETIRADAS-PIN
               MOVE 0         TO IMPORTE-PIN
               MOVE "N"       TO AVISO-PIN
               GO TO 2000-REGLA-PIN-EXIT.

           IF DCL-OPERACION NOT = "RETIRADA"
                   OR DCL-RESULTADO NOT = "OK"
               GO TO 2000-REGLA-PIN-EXIT.
           IF NOT PIN-CAMBIADO OR PIN-AVISADO
               GO TO 2000-REGLA-PIN-EXIT.
           IF (MINUTO-OP - MINUTO-PIN) > VENTANA-MINUTOS
               GO TO 2000-REGLA-PIN-EXIT.

           ADD 1 TO RETIRADAS-PIN.
           ADD IMPORTE-OP TO IMPORTE-PIN.
           IF RETIRADAS-PIN < MIN-RETIRADAS-PIN
               GO TO 2000-REGLA-PIN-EXIT.

           MOVE "PN"        TO ALR-REGLA-REG.
           MOVE PUNTOS-PIN  TO ALR-PUNTOS-REG.
           MOVE "RETIRADAS TRAS CAMBIO DE PIN" TO ALR-MOTIVO-REG.
           MOVE IMPORTE-PIN TO ALR-IMPORTE-REG.
           PERFORM 2900-ALERTA-DEL-DIARIO
               THRU 2900-ALERTA-DEL-DIARIO-EXIT.
           MOVE "S" TO AVISO-PIN.

       2000-REGLA-PIN-EXIT.
           EXIT.

      *    Dos o mas denegaciones por falta de fondos o por limite
      *    seguidas de un reintento de la misma operacion por menos
      *    importe: la alerta sale en el primer reintento menor y
      *    cualquier operacion aceptada cierra la racha.
       2100-REGLA-REINTENTO.
           IF DCL-OPERACION NOT = "RETIRADA"
                   AND DCL-OPERACION NOT = "TRANSFERENCIA"
                   AND DCL-OPERACION NOT = "ORDEN INTERBANCARIA"
               GO TO 2100-REGLA-REINTENTO-EXIT.

           IF DENEGACIONES >= 2 AND NOT REINTENTO-AVISADO
                   AND DCL-OPERACION = OPERACION-DENEGADA
                   AND IMPORTE-OP > 0
                   AND IMPORTE-OP < IMPORTE-DENEGADO
               MOVE "RD"             TO ALR-REGLA-REG
               MOVE PUNTOS-REINTENTO TO ALR-PUNTOS-REG
               MOVE "REINTENTO MENOR TRAS DENEGACIONES"
                   TO ALR-MOTIVO-REG
               MOVE IMPORTE-OP       TO ALR-IMPORTE-REG
               PERFORM 2900-ALERTA-DEL-DIARIO
                   THRU 2900-ALERTA-DEL-DIARIO-EXIT
               MOVE "S" TO AVISO-REINTENTO
           END-IF.

           IF DCL-RESULTADO = "SF" OR DCL-RESULTADO = "LI"
               IF DCL-OPERACION NOT = OPERACION-DENEGADA
                   MOVE 0 TO DENEGACIONES
                   MOVE "N" TO AVISO-REINTENTO
               END-IF
               ADD 1 TO DENEGACIONES
               MOVE IMPORTE-OP    TO IMPORTE-DENEGADO
               MOVE DCL-OPERACION TO OPERACION-DENEGADA
               GO TO 2100-REGLA-REINTENTO-EXIT.

           IF DCL-RESULTADO = "OK"
               MOVE 0 TO DENEGACIONES
               MOVE "N" TO AVISO-REINTENTO
               MOVE SPACES TO OPERACION-DENEGADA.

       2100-REGLA-REINTENTO-EXIT.
           EXIT.

      *    Alta de un beneficiario seguida, dentro de la ventana, de
      *    una transferencia o una orden interbancaria aceptada de
      *    importe grande; una alerta por alta.
       2200-REGLA-BENEFICIARIO.
           IF DCL-OPERACION = "ALTA BENEFICIARIO"
                   AND DCL-RESULTADO = "OK"
               MOVE "S"       TO HAY-BENEFICIARIO
               MOVE MINUTO-OP TO MINUTO-BENEFICIARIO
               GO TO 2200-REGLA-BENEFICIARIO-EXIT.

           IF DCL-OPERACION NOT = "TRANSFERENCIA"
                   AND DCL-OPERACION NOT = "ORDEN INTERBANCARIA"
               GO TO 2200-REGLA-BENEFICIARIO-EXIT.
           IF DCL-RESULTADO NOT = "OK" OR NOT BENEFICIARIO-NUEVO
               GO TO 2200-REGLA-BENEFICIARIO-EXIT.
           IF (MINUTO-OP - MINUTO-BENEFICIARIO) > VENTANA-MINUTOS
               GO TO 2200-REGLA-BENEFICIARIO-EXIT.
           IF IMPORTE-OP < IMPORTE-GRANDE
               GO TO 2200-REGLA-BENEFICIARIO-EXIT.

           MOVE "BN"                TO ALR-REGLA-REG.
           MOVE PUNTOS-BENEFICIARIO TO ALR-PUNTOS-REG.
           MOVE "TRANSFERENCIA GRANDE A BENEF. NUEVO"
               TO ALR-MOTIVO-REG.
           MOVE IMPORTE-OP          TO ALR-IMPORTE-REG.
           PERFORM 2900-ALERTA-DEL-DIARIO
               THRU 2900-ALERTA-DEL-DIARIO-EXIT.
           MOVE "N" TO HAY-BENEFICIARIO.

       2200-REGLA-BENEFICIARIO-EXIT.
           EXIT.

      *    Primera retirada nocturna de cada tarjeta: se guarda en la
      *    tabla y se decide al final del diario.
       2300-REGLA-NOCTURNA.
           IF DCL-OPERACION NOT = "RETIRADA"
                   OR DCL-RESULTADO NOT = "OK"
               GO TO 2300-REGLA-NOCTURNA-EXIT.
           IF DCL-HOR >= HORA-FIN-NOCHE OR TARJETA-NOCTURNA
               GO TO 2300-REGLA-NOCTURNA-EXIT.

           MOVE "S" TO NOCTURNA-VISTA.
           IF TOTAL-NOCTURNAS >= 500
               ADD 1 TO CONTADOR-SIN-SITIO
               GO TO 2300-REGLA-NOCTURNA-EXIT.

           ADD 1 TO TOTAL-NOCTURNAS.
           SET TN-IDX TO TOTAL-NOCTURNAS.
           MOVE DCL-TARJETA TO TN-TARJETA(TN-IDX).
           MOVE DCL-HOR     TO TN-HOR(TN-IDX).
           MOVE DCL-MIN     TO TN-MIN(TN-IDX).
           MOVE IMPORTE-OP  TO TN-IMPORTE(TN-IDX).
           MOVE DCL-NUM     TO TN-DCLNUM(TN-IDX).

       2300-REGLA-NOCTURNA-EXIT.
           EXIT.

      *    Completa los datos de la alerta con el apunte del diario
      *    en curso y la graba.
       2900-ALERTA-DEL-DIARIO.
           MOVE DCL-TARJETA TO ALR-TARJETA-REG.
           MOVE DCL-HOR     TO ALR-HOR-REG.
           MOVE DCL-MIN     TO ALR-MIN-REG.
           MOVE DCL-NUM     TO ALR-DCLNUM-REG.
           PERFORM 3000-GRABAR-ALERTA THRU 3000-GRABAR-ALERTA-EXIT.

       2900-ALERTA-DEL-DIARIO-EXIT.
           EXIT.

      *    Graba la alerta con el siguiente numero de la secuencia
      *    ALERTAS, la lista en alertas.lst y suma sus puntos a la
      *    tarjeta.
       3000-GRABAR-ALERTA.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO=" FSO
               GO TO 9500-ERROR.
           MOVE "ALERTAS" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primera alerta: la secuencia se estrena aqui
               MOVE "ALERTAS" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO 9500-ERROR.
           MOVE CNT-ULTIMO TO LAST-ALR-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               GO TO 9500-ERROR.
           CLOSE CONTADORES.

           ADD 1 TO LAST-ALR-NUM.
           IF PRIMER-ALR-NUM = 0
               MOVE LAST-ALR-NUM TO PRIMER-ALR-NUM.

           MOVE LAST-ALR-NUM    TO ALR-NUM.
           MOVE ALR-TARJETA-REG TO ALR-TARJETA.
           MOVE F-HOY           TO ALR-FECHA.
           MOVE ALR-HOR-REG     TO ALR-HOR.
           MOVE ALR-MIN-REG     TO ALR-MIN.
           MOVE ALR-REGLA-REG   TO ALR-REGLA.
           MOVE ALR-PUNTOS-REG  TO ALR-PUNTOS.
           MOVE ALR-MOTIVO-REG  TO ALR-MOTIVO.
           IF ALR-IMPORTE-REG < 0
               COMPUTE ALR-IMPORTE-CENT = 0 - ALR-IMPORTE-REG
           ELSE
               MOVE ALR-IMPORTE-REG TO ALR-IMPORTE-CENT
           END-IF.
           MOVE ALR-DCLNUM-REG  TO ALR-DCLNUM.
           MOVE "P"             TO ALR-ESTADO.
           MOVE "N"             TO ALR-SUSPENDE.
           MOVE SPACES          TO ALR-OPERADOR.
           MOVE 0               TO ALR-FRES.
           WRITE ALERTAS-REG INVALID KEY
               DISPLAY "Alerta duplicada " ALR-NUM
               GO TO 9500-ERROR.
           ADD 1 TO CONTADOR-ALERTAS.

           MOVE ALR-TARJETA     TO LAL-TARJETA.
           MOVE ALR-HOR         TO LAL-HOR.
           MOVE ALR-MIN         TO LAL-MIN.
           MOVE ALR-REGLA       TO LAL-REGLA.
           MOVE ALR-PUNTOS      TO LAL-PUNTOS.
           MOVE ALR-MOTIVO      TO LAL-MOTIVO.
           COMPUTE LAL-IMPORTE-ENT = ALR-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(ALR-IMPORTE-CENT, 100) TO LAL-IMPORTE-DEC.
           WRITE LINEA-INFORME FROM LIN-ALR.

           PERFORM 3100-SUMAR-PUNTOS THRU 3100-SUMAR-PUNTOS-EXIT.

       3000-GRABAR-ALERTA-EXIT.
           EXIT.

       3100-SUMAR-PUNTOS.
           PERFORM 3200-BUSCAR-TARJETA THRU 3200-BUSCAR-TARJETA-EXIT.
           IF TP-ENCONTRADA
               ADD ALR-PUNTOS TO TP-PUNTOS(TP-IDX)
               GO TO 3100-SUMAR-PUNTOS-EXIT.

           IF TOTAL-PUNTOS >= 1000
               DISPLAY "Tabla de puntuaciones llena: la tarjeta "
                   ALR-TARJETA " no se valora para suspension"
               ADD 1 TO CONTADOR-SIN-SITIO
               GO TO 3100-SUMAR-PUNTOS-EXIT.

           ADD 1 TO TOTAL-PUNTOS.
           SET TP-IDX TO TOTAL-PUNTOS.
           MOVE ALR-TARJETA TO TP-TARJETA(TP-IDX).
           MOVE ALR-PUNTOS  TO TP-PUNTOS(TP-IDX).
           MOVE "N"         TO TP-SUSPENDIDA(TP-IDX).

       3100-SUMAR-PUNTOS-EXIT.
           EXIT.

      *    Busca ALR-TARJETA en la tabla de puntuaciones; deja TP-IDX
      *    en la fila si la encuentra.
       3200-BUSCAR-TARJETA.
           MOVE "N" TO ENCONTRADA-TP.
           MOVE 1 TO IDX-BUSCA.

       3210-BUSCAR-TARJETA-BUCLE.
           IF IDX-BUSCA > TOTAL-PUNTOS
               GO TO 3200-BUSCAR-TARJETA-EXIT.
           SET TP-IDX TO IDX-BUSCA.
           IF TP-TARJETA(TP-IDX) = ALR-TARJETA
               MOVE "S" TO ENCONTRADA-TP
               GO TO 3200-BUSCAR-TARJETA-EXIT.
           ADD 1 TO IDX-BUSCA.
           GO TO 3210-BUSCAR-TARJETA-BUCLE.

       3200-BUSCAR-TARJETA-EXIT.
           EXIT.

      *    Retiradas nocturnas: con pocas tarjetas es actividad
      *    normal; a partir de FRAUDE-TARJ-NOCHE tarjetas distintas
      *    cada una recibe su alerta.
       4000-NOCTURNAS.
           IF TOTAL-NOCTURNAS < MIN-TARJ-NOCHE
               DISPLAY "Tarjetas con retiradas nocturnas: "
                   TOTAL-NOCTURNAS ", por debajo del umbral"
               GO TO 5000-SUSPENDER.

           DISPLAY "Tarjetas con retiradas nocturnas: "
               TOTAL-NOCTURNAS ", se alertan todas".
           MOVE 1 TO IDX-BUSCA.

       4100-NOCTURNAS-BUCLE.
           IF IDX-BUSCA > TOTAL-NOCTURNAS
               GO TO 5000-SUSPENDER.
           SET TN-IDX TO IDX-BUSCA.
           MOVE TN-TARJETA(TN-IDX) TO ALR-TARJETA-REG.
           MOVE TN-HOR(TN-IDX)     TO ALR-HOR-REG.
           MOVE TN-MIN(TN-IDX)     TO ALR-MIN-REG.
           MOVE TN-DCLNUM(TN-IDX)  TO ALR-DCLNUM-REG.
           MOVE TN-IMPORTE(TN-IDX) TO ALR-IMPORTE-REG.
           MOVE "HN"               TO ALR-REGLA-REG.
           MOVE PUNTOS-NOCTURNA    TO ALR-PUNTOS-REG.
           MOVE "RETIRADA EN HORARIO NOCTURNO" TO ALR-MOTIVO-REG.
           PERFORM 3000-GRABAR-ALERTA THRU 3000-GRABAR-ALERTA-EXIT.
           ADD 1 TO IDX-BUSCA.
           GO TO 4100-NOCTURNAS-BUCLE.

      *    Suspension de las tarjetas que llegan a la puntuacion del
      *    parametro; las canceladas y robadas ya no operan y se
      *    dejan como estan.
       5000-SUSPENDER.
           MOVE 1 TO IDX-BUSCA.

       5100-SUSPENDER-BUCLE.
           IF IDX-BUSCA > TOTAL-PUNTOS
               GO TO 6000-MARCAR-ALERTAS.
           SET TP-IDX TO IDX-BUSCA.
           ADD 1 TO IDX-BUSCA.
           IF TP-PUNTOS(TP-IDX) < UMBRAL-SUSPENSION
               GO TO 5100-SUSPENDER-BUCLE.

           MOVE TP-TARJETA(TP-IDX) TO TNUM.
           READ TARJETAS INVALID KEY
               DISPLAY "Tarjeta con alertas sin ficha " TNUM
               GO TO 5100-SUSPENDER-BUCLE.
           IF TESTADO = "C" OR TESTADO = "R"
               GO TO 5100-SUSPENDER-BUCLE.

           MOVE "S" TO TP-SUSPENDIDA(TP-IDX).
           MOVE TNUM              TO LSU-TARJETA.
           MOVE TP-PUNTOS(TP-IDX) TO LSU-PUNTOS.
           IF TESTADO = "S"
               MOVE "(YA LO ESTABA)" TO LSU-NOTA
               ADD 1 TO CONTADOR-YA-SUSPENDIDAS
           ELSE
               MOVE SPACES TO LSU-NOTA
               MOVE "S" TO TESTADO
               REWRITE TAJETAREG INVALID KEY
                   DISPLAY "Error suspendiendo la tarjeta " TNUM
               END-REWRITE
               ADD 1 TO CONTADOR-SUSPENDIDAS
           END-IF.
           WRITE LINEA-INFORME FROM LIN-SUSP.
           GO TO 5100-SUSPENDER-BUCLE.

      *    Las alertas de esta pasada quedan numeradas seguidas desde
      *    PRIMER-ALR-NUM: las de tarjetas suspendidas se marcan para
      *    que BANKALR sepa que su revision levanta la suspension.
       6000-MARCAR-ALERTAS.
           IF PRIMER-ALR-NUM = 0
               GO TO 9000-FIN.
           MOVE PRIMER-ALR-NUM TO ALR-NUM-MARCA.

       6100-MARCAR-ALERTAS-BUCLE.
           IF ALR-NUM-MARCA > LAST-ALR-NUM
               GO TO 9000-FIN.
           MOVE ALR-NUM-MARCA TO ALR-NUM.
           ADD 1 TO ALR-NUM-MARCA.
           READ ALERTAS INVALID KEY
               GO TO 6100-MARCAR-ALERTAS-BUCLE.
           PERFORM 3200-BUSCAR-TARJETA THRU 3200-BUSCAR-TARJETA-EXIT.
           IF NOT TP-ENCONTRADA
               GO TO 6100-MARCAR-ALERTAS-BUCLE.
           IF TP-SUSPENDIDA(TP-IDX) NOT = "S"
               GO TO 6100-MARCAR-ALERTAS-BUCLE.
           MOVE "S" TO ALR-SUSPENDE.
           REWRITE ALERTAS-REG INVALID KEY
               DISPLAY "Error marcando la alerta " ALR-NUM.
           GO TO 6100-MARCAR-ALERTAS-BUCLE.

      *    Carga los umbrales de deteccion desde parametros.ubd (ver
      *    BANKPAR); sin fichero o sin fila rige el valor por defecto
      *    compilado.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "FRAUDE-MINUTOS" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 1440
                   MOVE PAR-VALOR TO VENTANA-MINUTOS
               END-IF
           END-READ.

           MOVE "FRAUDE-RETIRADAS" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 1000
                   MOVE PAR-VALOR TO MIN-RETIRADAS-PIN
               END-IF
           END-READ.

           MOVE "FRAUDE-IMPORTE" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0
                   MOVE PAR-VALOR TO IMPORTE-GRANDE
               END-IF
           END-READ.

           MOVE "FRAUDE-TARJ-NOCHE" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 100000
                   MOVE PAR-VALOR TO MIN-TARJ-NOCHE
               END-IF
           END-READ.

           MOVE "FRAUDE-SUSPENSION" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 100000
                   MOVE PAR-VALOR TO UMBRAL-SUSPENSION
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
           EXIT.

      *    Una pasada anterior de la misma fecha cortada a medias pudo
      *    dejar alertas pendientes: se borran para no duplicarlas.
      *    Las que un supervisor ya ha tocado se conservan.
       0700-BORRAR-PREVIAS.
           READ ALERTAS NEXT RECORD AT END
               GO TO 0700-BORRAR-PREVIAS-EXIT.
           IF ALR-FECHA NOT = F-HOY OR ALR-ESTADO NOT = "P"
               GO TO 0700-BORRAR-PREVIAS.
           DELETE ALERTAS RECORD INVALID KEY
               DISPLAY "Error borrando la alerta previa " ALR-NUM.
           ADD 1 TO CONTADOR-BORRADAS.
           GO TO 0700-BORRAR-PREVIAS.

       0700-BORRAR-PREVIAS-EXIT.
           EXIT.

       9000-FIN.
           CLOSE DIARIOCLI.
           CLOSE ALERTAS.
           CLOSE TARJETAS.
           CLOSE INFORME.
           DISPLAY " ".
           DISPLAY "Apuntes del diario leidos:  " CONTADOR-LEIDOS.
           DISPLAY "Apuntes de la fecha:        " CONTADOR-DEL-DIA.
           IF CONTADOR-BORRADAS > 0
               DISPLAY "Alertas previas rehechas:   " CONTADOR-BORRADAS.
           DISPLAY "Alertas generadas:          " CONTADOR-ALERTAS.
           DISPLAY "Tarjetas suspendidas ahora: " CONTADOR-SUSPENDIDAS.
           DISPLAY "Ya estaban suspendidas:     "
               CONTADOR-YA-SUSPENDIDAS.
           IF CONTADOR-SIN-SITIO > 0
               DISPLAY "Sin sitio en tablas:        "
                   CONTADOR-SIN-SITIO.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
      *    proceso sepa que no termino bien.
       9500-ERROR.
           CLOSE DIARIOCLI.
           CLOSE ALERTAS.
           CLOSE TARJETAS.
           CLOSE INFORME.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
